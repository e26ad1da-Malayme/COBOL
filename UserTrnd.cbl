000200*    THE COMPARISONS ARE AGAINST THE RECORD SEVEN AND THIRTY     *
000210*    RUN-DAYS BACK ON THE FILE; A NIGHT THE STREAM DID NOT RUN   *
000220*    LEAVES NO RECORD AND SHIFTS THE WINDOW BY ONE DAY, WHICH    *
000230*    THE UserChk STREAM CHECK ALREADY PAGES ABOUT; THE UserFill  *
000240*    BACKFILL (JCL/USERFILL.JCL) REBUILDS SUCH A NIGHT FROM THE  *
000250*    AUDIT TRAIL AND RE-SORTS THE FILE INTO DATE ORDER.  A RERUN *
000260*    NIGHT LEAVES TWO RECORDS FOR ONE DATE; THE LATER ONE WINS.  *
000270*    THE REPORT HOLDS THE MOST RECENT 400 DAYS - ANYTHING        *
000280*    OLDER IS DROPPED OFF THE TOP AND COUNTED ON THE TOTALS.     *
000290*                                                                *
000300*    RUNS IN THE NIGHTLY STREAM AFTER THE UserDay APPEND - SEE   *
000310*    JCL/NIGHTLY.JCL.                                            *
000320*                                                                *
000330*    RETURN CODES:  0 - REPORT PRINTED (AN EMPTY HISTORY FILE    *
000340*                       PRINTS AN EMPTY PERIOD, NOT AN ERROR).   *
000350*                                                                *
000360*    MODIFICATION HISTORY                                       *
000370*    DATE       INIT  DESCRIPTION                                *
000380*    2026-09-02  ML   ORIGINAL VERSION.                          *
000390*    2026-10-15  ML   HEADING DATED WITH THE BUSINESS DATE       *
000400*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000410*    2026-10-15  ML   NOTED THE UserFill BACKFILL FOR MISSED     *
000420*                     NIGHTS.                                    *
000430*                                                                *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    IBM-370.
000480 OBJECT-COMPUTER.    IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT STATS-HISTORY-FILE ASSIGN TO "STATHIST"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-STH-FILE-STATUS.
000540*
000550     SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FILE-STATUS.
000580*
000590     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS BD-BDT-FILE-STATUS.
000620*
000630     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RNJ-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  STATS-HISTORY-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY STATHIST.
000720*
000730 FD  REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  REPORT-RECORD                   PIC X(80).
000760*
000770 FD  BUSINESS-DATE-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY BUSDATE.
000800*
000810 FD  RUN-JOURNAL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY RUNJRNL.
000840*
000850 WORKING-STORAGE SECTION.
000860 01  WS-FILE-SWITCHES.
000870     05  WS-STH-FILE-STATUS          PIC X(02) VALUE SPACES.
000880         88  WS-STH-OK                   VALUE "00".
000890         88  WS-STH-FILE-NOT-PRESENT     VALUE "35".
000900     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000910         88  WS-RPT-OK                   VALUE "00".
000920     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000930         88  WS-RNJ-OK                   VALUE "00".
000940*
000950 01  WS-CONTROL-SWITCHES.
000960     05  WS-STH-EOF-SW               PIC X(01) VALUE "N".
000970         88  WS-END-OF-HISTORY           VALUE "Y".
000980     05  WS-HISTORY-ABSENT-SW        PIC X(01) VALUE "N".
000990         88  WS-HISTORY-ABSENT           VALUE "Y".
001000*
001010 01  WS-DAY-FIELDS.
001020     05  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
001030     05  WS-DAY-MAX                  PIC 9(03) COMP VALUE 400.
001040     05  WS-DAY-IDX                  PIC 9(03) COMP VALUE ZERO.
001050     05  WS-SLIDE-IDX                PIC 9(03) COMP VALUE ZERO.
001060     05  WS-BACK-IDX                 PIC 9(03) COMP VALUE ZERO.
001070     05  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
001080     05  WS-RECORD-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
001090*
001100 01  WS-DAY-TABLE.
001110     05  WS-DAY-ENTRY OCCURS 400 TIMES.
001120         10  WS-DAY-DATE             PIC 9(08).
001130         10  WS-DAY-GREETINGS        PIC 9(08) COMP.
001140         10  WS-DAY-UNIQUE           PIC 9(08) COMP.
001150         10  WS-DAY-NEWREG           PIC 9(08) COMP.
001160         10  WS-DAY-REJECTS          PIC 9(08) COMP.
001170         10  WS-DAY-PEAK-HOUR        PIC 9(02).
001180         10  WS-DAY-PEAK-COUNT       PIC 9(08) COMP.
001190*
001200 01  WS-BUSIEST-FIELDS.
001210     05  WS-BUSIEST-DATE             PIC 9(08) VALUE ZERO.
001220     05  WS-BUSIEST-GREETINGS        PIC 9(08) COMP VALUE ZERO.
001230*
001240 01  WS-DELTA-FIELDS.
001250     05  WS-DELTA-VALUE              PIC S9(08) COMP VALUE ZERO.
001260     05  WS-DELTA-EDIT               PIC +ZZZZZZ9.
001270*
001280 01  WS-CURRENT-DATE-FIELDS.
001290     05  WS-CURRENT-DATE             PIC 9(08).
001300*
001310 COPY BUSDWRK.
001320*
001330 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001340 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001350*
001360 01  WS-COLUMN-HEADING-LINE.
001370     05  FILLER                      PIC X(10) VALUE "DATE".
001380     05  FILLER                      PIC X(09) VALUE "GREETINGS".
001390     05  FILLER                      PIC X(01) VALUE SPACES.
001400     05  FILLER                      PIC X(07) VALUE " UNIQUE".
001410     05  FILLER                      PIC X(01) VALUE SPACES.
001420     05  FILLER                      PIC X(07) VALUE " NEWREG".
001430     05  FILLER                      PIC X(01) VALUE SPACES.
001440     05  FILLER                      PIC X(07) VALUE " REJECT".
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  FILLER                      PIC X(05) VALUE "PK H ".
001470     05  FILLER                      PIC X(08) VALUE "   WK/WK".
001480     05  FILLER                      PIC X(02) VALUE SPACES.
001490     05  FILLER                      PIC X(08) VALUE "   MO/MO".
001500     05  FILLER                      PIC X(12) VALUE SPACES.
001510*
001520 01  WS-DETAIL-LINE.
001530     05  WS-DTL-DATE                 PIC 9(08).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  WS-DTL-GREETINGS            PIC ZZZZZZZ9.
001560     05  FILLER                      PIC X(01) VALUE SPACES.
001570     05  WS-DTL-UNIQUE               PIC ZZZZZZ9.
001580     05  FILLER                      PIC X(01) VALUE SPACES.
001590     05  WS-DTL-NEWREG               PIC ZZZZZZ9.
001600     05  FILLER                      PIC X(01) VALUE SPACES.
001610     05  WS-DTL-REJECT               PIC ZZZZZZ9.
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  WS-DTL-PEAK-HOUR            PIC 9(02).
001640     05  FILLER                      PIC X(03) VALUE " H ".
001650     05  WS-DTL-WOW                  PIC X(08).
001660     05  FILLER                      PIC X(02) VALUE SPACES.
001670     05  WS-DTL-MOM                  PIC X(08).
001680     05  FILLER                      PIC X(12) VALUE SPACES.
001690*
001700 PROCEDURE DIVISION.
001710*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE
001740         THRU 1000-INITIALIZE-EXIT.
001750*
001760     PERFORM 2000-LOAD-HISTORY-TABLE
001770         THRU 2000-LOAD-HISTORY-TABLE-EXIT.
001780     PERFORM 5000-WRITE-TREND-REPORT
001790         THRU 5000-WRITE-TREND-REPORT-EXIT.
001800*
001810     PERFORM 9999-TERMINATE
001820         THRU 9999-TERMINATE-EXIT.
001830*
001840     MOVE "E" TO RJ-RECORD-TYPE.
001850     MOVE WS-RECORD-READ-COUNT TO RJ-READ-COUNT.
001860     MOVE WS-DAY-COUNT TO RJ-WRITTEN-COUNT.
001870     MOVE ZERO TO RJ-ERROR-COUNT.
001880     MOVE ZERO TO RJ-RETURN-CODE.
001890     PERFORM 6500-WRITE-RUN-JOURNAL
001900         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001910     STOP RUN.
001920*
001930******************************************************************
001940* 1000-INITIALIZE - OPEN THE FILES.  A HISTORY FILE THAT DOES    *
001950*                   NOT EXIST YET IS AN EMPTY PERIOD, NOT AN     *
001960*                   ERROR - THE FIRST UserDay RUN CREATES IT.    *
001970******************************************************************
001980 1000-INITIALIZE.
001990     MOVE "UserTrnd" TO RJ-PROGRAM-NAME.
002000     MOVE "S" TO RJ-RECORD-TYPE.
002010     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002020                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002030     PERFORM 6500-WRITE-RUN-JOURNAL
002040         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002050*
002060     OPEN INPUT STATS-HISTORY-FILE.
002070     IF WS-STH-FILE-NOT-PRESENT
002080         MOVE "Y" TO WS-HISTORY-ABSENT-SW
002090         MOVE "Y" TO WS-STH-EOF-SW
002100     ELSE
002110         IF NOT WS-STH-OK
002120             DISPLAY "STATS-HISTORY OPEN FAILED - STATUS "
002130                 WS-STH-FILE-STATUS
002140             MOVE "Y" TO WS-STH-EOF-SW
002150         END-IF
002160     END-IF.
002170*
002180     OPEN OUTPUT REPORT-FILE.
002190     IF NOT WS-RPT-OK
002200         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002210             WS-RPT-FILE-STATUS
002220     END-IF.
002230     PERFORM 6600-GET-BUSINESS-DATE
002240         THRU 6600-GET-BUSINESS-DATE-EXIT.
002250 1000-INITIALIZE-EXIT.
002260     EXIT.
002270*
002280******************************************************************
002290* 2000-LOAD-HISTORY-TABLE - THE FILE IS APPENDED NIGHTLY, SO IT  *
002300*                           ARRIVES IN DATE ORDER.  A SECOND     *
002310*                           RECORD FOR THE SAME DATE (A RERUN)   *
002320*                           REPLACES THE FIRST; A FILE LONGER    *
002330*                           THAN THE TABLE DROPS ITS OLDEST      *
002340*                           DAYS OFF THE TOP.                    *
002350******************************************************************
002360 2000-LOAD-HISTORY-TABLE.
002370     PERFORM 2100-READ-HISTORY-RECORD
002380         THRU 2100-READ-HISTORY-RECORD-EXIT.
002390     PERFORM 2200-STORE-ONE-DAY
002400         THRU 2200-STORE-ONE-DAY-EXIT
002410         UNTIL WS-END-OF-HISTORY.
002420 2000-LOAD-HISTORY-TABLE-EXIT.
002430     EXIT.
002440*
002450 2100-READ-HISTORY-RECORD.
002460     READ STATS-HISTORY-FILE
002470         AT END
002480             MOVE "Y" TO WS-STH-EOF-SW
002490         NOT AT END
002500             ADD 1 TO WS-RECORD-READ-COUNT
002510     END-READ.
002520 2100-READ-HISTORY-RECORD-EXIT.
002530     EXIT.
002540*
002550 2200-STORE-ONE-DAY.
002560     IF WS-DAY-COUNT > ZERO
002570        AND SH-RUN-DATE = WS-DAY-DATE(WS-DAY-COUNT)
002580         CONTINUE
002590     ELSE
002600         IF WS-DAY-COUNT < WS-DAY-MAX
002610             ADD 1 TO WS-DAY-COUNT
002620         ELSE
002630             ADD 1 TO WS-DROPPED-COUNT
002640             PERFORM 2300-SLIDE-ONE-DAY
002650                 THRU 2300-SLIDE-ONE-DAY-EXIT
002660                 VARYING WS-SLIDE-IDX FROM 1 BY 1
002670                 UNTIL WS-SLIDE-IDX NOT < WS-DAY-MAX
002680         END-IF
002690     END-IF.
002700     MOVE SH-RUN-DATE TO WS-DAY-DATE(WS-DAY-COUNT).
002710     MOVE SH-GREETING-COUNT TO WS-DAY-GREETINGS(WS-DAY-COUNT).
002720     MOVE SH-UNIQUE-COUNT TO WS-DAY-UNIQUE(WS-DAY-COUNT).
002730     MOVE SH-NEWREG-COUNT TO WS-DAY-NEWREG(WS-DAY-COUNT).
002740     MOVE SH-REJECT-COUNT TO WS-DAY-REJECTS(WS-DAY-COUNT).
002750     MOVE SH-PEAK-HOUR TO WS-DAY-PEAK-HOUR(WS-DAY-COUNT).
002760     MOVE SH-PEAK-COUNT TO WS-DAY-PEAK-COUNT(WS-DAY-COUNT).
002770     PERFORM 2100-READ-HISTORY-RECORD
002780         THRU 2100-READ-HISTORY-RECORD-EXIT.
002790 2200-STORE-ONE-DAY-EXIT.
002800     EXIT.
002810*
002820 2300-SLIDE-ONE-DAY.
002830     MOVE WS-DAY-ENTRY(WS-SLIDE-IDX + 1)
002840         TO WS-DAY-ENTRY(WS-SLIDE-IDX).
002850 2300-SLIDE-ONE-DAY-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890* 5000-WRITE-TREND-REPORT - ONE LINE PER DAY WITH THE WK/WK AND  *
002900*                           MO/MO GREETING DELTAS, THEN THE      *
002910*                           PERIOD TOTALS AND THE BUSIEST DAY.   *
002920******************************************************************
002930 5000-WRITE-TREND-REPORT.
002940     MOVE SPACES TO REPORT-RECORD.
002950     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002960     STRING "COBILISTE - STATISTICS TREND REPORT  "
002970             DELIMITED BY SIZE
002980             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002990             INTO REPORT-RECORD.
003000     WRITE REPORT-RECORD.
003010     PERFORM 5100-CHECK-REPORT-WRITE
003020         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003030     MOVE WS-COLUMN-HEADING-LINE TO REPORT-RECORD.
003040     WRITE REPORT-RECORD.
003050     PERFORM 5100-CHECK-REPORT-WRITE
003060         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003070*
003080     PERFORM 5200-WRITE-ONE-DAY-LINE
003090         THRU 5200-WRITE-ONE-DAY-LINE-EXIT
003100         VARYING WS-DAY-IDX FROM 1 BY 1
003110         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
003120*
003130     IF WS-DAY-COUNT = ZERO
003140         MOVE SPACES TO REPORT-RECORD
003150         MOVE "(NO DAILY STATISTICS ON FILE YET)"
003160             TO REPORT-RECORD
003170         WRITE REPORT-RECORD
003180         PERFORM 5100-CHECK-REPORT-WRITE
003190             THRU 5100-CHECK-REPORT-WRITE-EXIT
003200     END-IF.
003210*
003220     MOVE SPACES TO REPORT-RECORD.
003230     WRITE REPORT-RECORD.
003240     PERFORM 5100-CHECK-REPORT-WRITE
003250         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003260*
003270     MOVE WS-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
003280     MOVE SPACES TO REPORT-RECORD.
003290     STRING "DAYS ON REPORT  . . . . . . . . : " DELIMITED BY SIZE
003300             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003310             INTO REPORT-RECORD.
003320     WRITE REPORT-RECORD.
003330     PERFORM 5100-CHECK-REPORT-WRITE
003340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003350*
003360     IF WS-DROPPED-COUNT > ZERO
003370         MOVE WS-DROPPED-COUNT TO WS-REPORT-NUMERIC-EDIT
003380         MOVE SPACES TO REPORT-RECORD
003390         STRING "OLDER DAYS DROPPED OFF THE TOP  : "
003400                 DELIMITED BY SIZE
003410                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003420                 INTO REPORT-RECORD
003430         WRITE REPORT-RECORD
003440         PERFORM 5100-CHECK-REPORT-WRITE
003450             THRU 5100-CHECK-REPORT-WRITE-EXIT
003460     END-IF.
003470*
003480     IF WS-BUSIEST-DATE > ZERO
003490         MOVE WS-BUSIEST-GREETINGS TO WS-REPORT-NUMERIC-EDIT
003500         MOVE WS-BUSIEST-DATE TO WS-REPORT-DATE-EDIT
003510         MOVE SPACES TO REPORT-RECORD
003520         STRING "BUSIEST DAY OF THE PERIOD . . . : "
003530                 DELIMITED BY SIZE
003540                 WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003550                 " (" DELIMITED BY SIZE
003560                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003570                 " GREETINGS)" DELIMITED BY SIZE
003580                 INTO REPORT-RECORD
003590         WRITE REPORT-RECORD
003600         PERFORM 5100-CHECK-REPORT-WRITE
003610             THRU 5100-CHECK-REPORT-WRITE-EXIT
003620     END-IF.
003630 5000-WRITE-TREND-REPORT-EXIT.
003640     EXIT.
003650*
003660******************************************************************
003670* 5200-WRITE-ONE-DAY-LINE - ONE DAY, WITH THE GREETING DELTA     *
003680*                           AGAINST 7 AND 30 RUN-DAYS BACK.      *
003690*                           DAYS TOO EARLY FOR A COMPARISON      *
003700*                           LEAVE THE COLUMN BLANK.  THE         *
003710*                           BUSIEST DAY IS TRACKED ON THE WAY    *
003720*                           THROUGH.                             *
003730******************************************************************
003740 5200-WRITE-ONE-DAY-LINE.
003750     MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-DTL-DATE.
003760     MOVE WS-DAY-GREETINGS(WS-DAY-IDX) TO WS-DTL-GREETINGS.
003770     MOVE WS-DAY-UNIQUE(WS-DAY-IDX) TO WS-DTL-UNIQUE.
003780     MOVE WS-DAY-NEWREG(WS-DAY-IDX) TO WS-DTL-NEWREG.
003790     MOVE WS-DAY-REJECTS(WS-DAY-IDX) TO WS-DTL-REJECT.
003800     MOVE WS-DAY-PEAK-HOUR(WS-DAY-IDX) TO WS-DTL-PEAK-HOUR.
003810*
003820     MOVE SPACES TO WS-DTL-WOW.
003830     IF WS-DAY-IDX > 7
003840         COMPUTE WS-BACK-IDX = WS-DAY-IDX - 7
003850         COMPUTE WS-DELTA-VALUE
003860             = WS-DAY-GREETINGS(WS-DAY-IDX)
003870             - WS-DAY-GREETINGS(WS-BACK-IDX)
003880         MOVE WS-DELTA-VALUE TO WS-DELTA-EDIT
003890         MOVE WS-DELTA-EDIT TO WS-DTL-WOW
003900     END-IF.
003910*
003920     MOVE SPACES TO WS-DTL-MOM.
003930     IF WS-DAY-IDX > 30
003940         COMPUTE WS-BACK-IDX = WS-DAY-IDX - 30
003950         COMPUTE WS-DELTA-VALUE
003960             = WS-DAY-GREETINGS(WS-DAY-IDX)
003970             - WS-DAY-GREETINGS(WS-BACK-IDX)
003980         MOVE WS-DELTA-VALUE TO WS-DELTA-EDIT
003990         MOVE WS-DELTA-EDIT TO WS-DTL-MOM
004000     END-IF.
004010*
004020     IF WS-DAY-GREETINGS(WS-DAY-IDX) > WS-BUSIEST-GREETINGS
004030        OR WS-BUSIEST-DATE = ZERO
004040         MOVE WS-DAY-GREETINGS(WS-DAY-IDX)
004050             TO WS-BUSIEST-GREETINGS
004060         MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-BUSIEST-DATE
004070     END-IF.
004080*
004090     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004100     WRITE REPORT-RECORD.
004110     PERFORM 5100-CHECK-REPORT-WRITE
004120         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004130 5200-WRITE-ONE-DAY-LINE-EXIT.
004140     EXIT.
004150*
004160 5100-CHECK-REPORT-WRITE.
004170     IF NOT WS-RPT-OK
004180         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
004190             WS-RPT-FILE-STATUS
004200     END-IF.
004210 5100-CHECK-REPORT-WRITE-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
004260*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
004270*                          BY EVERY BATCH PROGRAM VIA            *
004280*                          JRNLPUT.CPY.                          *
004290******************************************************************
004300     COPY JRNLPUT.
004310*
004320******************************************************************
004330* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
004340*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
004350*                          BY EVERY NIGHTLY PROGRAM VIA          *
004360*                          BUSDGET.CPY.                          *
004370******************************************************************
004380     COPY BUSDGET.
004390*
004400******************************************************************
004410* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004420******************************************************************
004430 9999-TERMINATE.
004440     IF NOT WS-HISTORY-ABSENT
004450         CLOSE STATS-HISTORY-FILE
004460     END-IF.
004470     CLOSE REPORT-FILE.
004480 9999-TERMINATE-EXIT.
004490     EXIT.
