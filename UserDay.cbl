000420*    MODIFICATION HISTORY                                       *
000430*    DATE       INIT  DESCRIPTION                                *
000440*    2026-09-02  ML   ORIGINAL VERSION.                          *
000450*    2026-10-15  ML   DISTILS THE BUSINESS DATE (BUSDATE.CPY)    *
000460*                     RATHER THAN THE CLOCK DATE, SO A RERUN     *
000470*                     AFTER MIDNIGHT RECORDS THE RIGHT DAY.      *
000480*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000490*                     CARRY AUD-SEQUENCE; A RECORD SHORTER THAN  *
000500*                     40 IS TREATED AS UNSEQUENCED (SEQUENCE     *
000510*                     ZERO).                                     *
000520*                                                                *
000530******************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.    IBM-370.
000570 OBJECT-COMPUTER.    IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-AUD-FILE-STATUS.
000630*
000640     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000650*
000660     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SRT-FILE-STATUS.
000690*
000700     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS UM-PSEUDO
000740         FILE STATUS IS WS-UM-FILE-STATUS.
000750*
000760     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RNC-FILE-STATUS.
000790*
000800     SELECT STATS-HISTORY-FILE ASSIGN TO "STATHIST"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-STH-FILE-STATUS.
000830*
000840     SELECT REPORT-FILE ASSIGN TO "DAYRPT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-RPT-FILE-STATUS.
000870*
000880     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS BD-BDT-FILE-STATUS.
000910*
000920     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-RNJ-FILE-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  AUDIT-LOG-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001010         DEPENDING ON WS-AUD-RECORD-LENGTH.
001020 COPY AUDITLOG.
001030*
001040 SD  SORT-WORK-FILE.
001050 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
001060                         AUD-PSEUDO BY SRT-PSEUDO
001070                         AUD-RUN-DATE BY SRT-RUN-DATE
001080                         AUD-RUN-TIME BY SRT-RUN-TIME
001090                         AUD-CHANNEL BY SRT-CHANNEL
001100                         AUD-LANG-CODE BY SRT-LANG-CODE
001110                         AUD-SEQUENCE BY SRT-SEQUENCE.
001120*
001130 FD  SORTED-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001160                         AUD-PSEUDO BY OUT-PSEUDO
001170                         AUD-RUN-DATE BY OUT-RUN-DATE
001180                         AUD-RUN-TIME BY OUT-RUN-TIME
001190                         AUD-CHANNEL BY OUT-CHANNEL
001200                         AUD-LANG-CODE BY OUT-LANG-CODE
001210                         AUD-SEQUENCE BY OUT-SEQUENCE.
001220*
001230 FD  USER-MASTER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY USRMSTR.
001260*
001270 FD  RUN-CONTROL-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY RUNCTL.
001300*
001310 FD  STATS-HISTORY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY STATHIST.
001340*
001350 FD  REPORT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  REPORT-RECORD                   PIC X(80).
001380*
001390 FD  BUSINESS-DATE-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 COPY BUSDATE.
001420*
001430 FD  RUN-JOURNAL-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY RUNJRNL.
001460*
001470 WORKING-STORAGE SECTION.
001480 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001490*
001500 01  WS-FILE-SWITCHES.
001510     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001520         88  WS-AUD-OK                   VALUE "00".
001530         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001540     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001550         88  WS-SRT-OK                   VALUE "00".
001560     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001570         88  WS-UM-OK                    VALUE "00".
001580         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001590     05  WS-RNC-FILE-STATUS          PIC X(02) VALUE SPACES.
001600         88  WS-RNC-OK                   VALUE "00".
001610         88  WS-RNC-FILE-NOT-PRESENT     VALUE "35".
001620     05  WS-STH-FILE-STATUS          PIC X(02) VALUE SPACES.
001630         88  WS-STH-OK                   VALUE "00".
001640     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001650         88  WS-RPT-OK                   VALUE "00".
001660     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001670         88  WS-RNJ-OK                   VALUE "00".
001680*
001690 01  WS-CONTROL-SWITCHES.
001700     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001710         88  WS-END-OF-AUDIT             VALUE "Y".
001720     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
001730         88  WS-END-OF-SORTED            VALUE "Y".
001740     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001750         88  WS-END-OF-ROSTER            VALUE "Y".
001760     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
001770         88  WS-ROSTER-ABSENT            VALUE "Y".
001780     05  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001790         88  WS-FIRST-RECORD             VALUE "Y".
001800*
001810 01  WS-PREVIOUS-PSEUDO              PIC X(12) VALUE SPACES.
001820*
001830 01  WS-HOUR-FIELDS.
001840     05  WS-HOUR-OF-DAY              PIC 9(02) VALUE ZERO.
001850     05  WS-HOUR-IDX                 PIC 9(02) COMP VALUE ZERO.
001860*
001870 01  WS-HOUR-TABLE.
001880     05  WS-HOUR-COUNT OCCURS 24 TIMES
001890                                     PIC 9(08) COMP.
001900*
001910 01  WS-COUNTERS.
001920     05  WS-GREETING-COUNT           PIC 9(08) COMP VALUE ZERO.
001930     05  WS-UNIQUE-COUNT             PIC 9(08) COMP VALUE ZERO.
001940     05  WS-NEWREG-COUNT             PIC 9(08) COMP VALUE ZERO.
001950     05  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
001960     05  WS-PEAK-HOUR                PIC 9(02) VALUE ZERO.
001970     05  WS-PEAK-COUNT               PIC 9(08) COMP VALUE ZERO.
001980     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001990*
002000 01  WS-CURRENT-DATE-FIELDS.
002010     05  WS-CURRENT-DATE             PIC 9(08).
002020*
002030 COPY BUSDWRK.
002040*
002050 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002060 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002070*
002080 PROCEDURE DIVISION.
002090*
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120         THRU 1000-INITIALIZE-EXIT.
002130*
002140     SORT SORT-WORK-FILE
002150         ON ASCENDING KEY SRT-PSEUDO
002160         INPUT PROCEDURE IS 1800-FEED-SORT
002170             THRU 1800-FEED-SORT-EXIT
002180         GIVING SORTED-FILE.
002190*
002200     PERFORM 2000-SUMMARIZE-TODAY
002210         THRU 2000-SUMMARIZE-TODAY-EXIT.
002220     PERFORM 3000-COUNT-NEW-REGISTRATIONS
002230         THRU 3000-COUNT-NEW-REGISTRATIONS-EXIT.
002240     PERFORM 3500-FETCH-BATCH-REJECTS
002250         THRU 3500-FETCH-BATCH-REJECTS-EXIT.
002260     PERFORM 3700-FIND-PEAK-HOUR
002270         THRU 3700-FIND-PEAK-HOUR-EXIT.
002280*
002290     PERFORM 4000-APPEND-HISTORY-RECORD
002300         THRU 4000-APPEND-HISTORY-RECORD-EXIT.
002310     PERFORM 5000-WRITE-DAY-REPORT
002320         THRU 5000-WRITE-DAY-REPORT-EXIT.
002330*
002340     PERFORM 9999-TERMINATE
002350         THRU 9999-TERMINATE-EXIT.
002360*
002370     IF WS-IO-FAIL-COUNT > ZERO
002380         MOVE 8 TO RETURN-CODE
002390     END-IF.
002400     MOVE "E" TO RJ-RECORD-TYPE.
002410     MOVE WS-GREETING-COUNT TO RJ-READ-COUNT.
002420     MOVE 1 TO RJ-WRITTEN-COUNT.
002430     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002440     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002450     PERFORM 6500-WRITE-RUN-JOURNAL
002460         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002470     STOP RUN.
002480*
002490******************************************************************
002500* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT AND CLEAR *
002510*                   THE HOURLY BUCKETS.  THE AUDIT LOG IS        *
002520*                   OPENED BY THE SORT INPUT PROCEDURE.          *
002530******************************************************************
002540 1000-INITIALIZE.
002550     MOVE "UserDay" TO RJ-PROGRAM-NAME.
002560     MOVE "S" TO RJ-RECORD-TYPE.
002570     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002580                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002590     PERFORM 6500-WRITE-RUN-JOURNAL
002600         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002610*
002620     OPEN OUTPUT REPORT-FILE.
002630     IF NOT WS-RPT-OK
002640         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002650             WS-RPT-FILE-STATUS
002660     END-IF.
002670     PERFORM 6600-GET-BUSINESS-DATE
002680         THRU 6600-GET-BUSINESS-DATE-EXIT.
002690     PERFORM 1700-CLEAR-ONE-HOUR
002700         THRU 1700-CLEAR-ONE-HOUR-EXIT
002710         VARYING WS-HOUR-IDX FROM 1 BY 1
002720         UNTIL WS-HOUR-IDX > 24.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750*
002760 1700-CLEAR-ONE-HOUR.
002770     MOVE ZERO TO WS-HOUR-COUNT(WS-HOUR-IDX).
002780 1700-CLEAR-ONE-HOUR-EXIT.
002790     EXIT.
002800*
002810******************************************************************
002820* 1800-FEED-SORT - RELEASE THE AUDIT LOG TO THE SORT,            *
002830*                  NORMALIZING THE 28-BYTE RECORDS WRITTEN       *
002840*                  BEFORE AUD-CHANNEL EXISTED TO CHANNEL "?"     *
002850*                  AND A BLANK LANGUAGE, SO NOTHING UNDEFINED    *
002860*                  RIDES THROUGH THE FIXED-LENGTH SORT RECORD    *
002870*                  (SAME PATTERN AS UserHist).  MARKER RECORDS   *
002880*                  ARE KEPT - THE DAILY TOTALS MUST AGREE WITH   *
002890*                  UserRpt, WHICH COUNTS THEM.  AN AUDIT LOG     *
002900*                  THAT DOES NOT EXIST YET IS TREATED AS EMPTY.  *
002910******************************************************************
002920 1800-FEED-SORT.
002930     OPEN INPUT AUDIT-LOG-FILE.
002940     IF WS-AUD-FILE-NOT-PRESENT
002950         MOVE "Y" TO WS-AUD-EOF-SW
002960         GO TO 1800-FEED-SORT-EXIT
002970     END-IF.
002980     IF NOT WS-AUD-OK
002990         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003000             WS-AUD-FILE-STATUS
003010         ADD 1 TO WS-IO-FAIL-COUNT
003020         MOVE "Y" TO WS-AUD-EOF-SW
003030         GO TO 1800-FEED-SORT-EXIT
003040     END-IF.
003050     PERFORM 1810-READ-AUDIT-RECORD
003060         THRU 1810-READ-AUDIT-RECORD-EXIT.
003070     PERFORM 1820-RELEASE-ONE-RECORD
003080         THRU 1820-RELEASE-ONE-RECORD-EXIT
003090         UNTIL WS-END-OF-AUDIT.
003100     CLOSE AUDIT-LOG-FILE.
003110 1800-FEED-SORT-EXIT.
003120     EXIT.
003130*
003140 1810-READ-AUDIT-RECORD.
003150     READ AUDIT-LOG-FILE
003160         AT END
003170             MOVE "Y" TO WS-AUD-EOF-SW
003180     END-READ.
003190 1810-READ-AUDIT-RECORD-EXIT.
003200     EXIT.
003210*
003220 1820-RELEASE-ONE-RECORD.
003230     IF WS-AUD-RECORD-LENGTH < 31
003240         MOVE "?" TO AUD-CHANNEL
003250         MOVE SPACES TO AUD-LANG-CODE
003260     END-IF.
003270     IF WS-AUD-RECORD-LENGTH < 40
003280         MOVE ZERO TO AUD-SEQUENCE
003290     END-IF.
003300     MOVE AUD-PSEUDO TO SRT-PSEUDO.
003310     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
003320     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
003330     MOVE AUD-CHANNEL TO SRT-CHANNEL.
003340     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
003350     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
003360     RELEASE SRT-RECORD.
003370     PERFORM 1810-READ-AUDIT-RECORD
003380         THRU 1810-READ-AUDIT-RECORD-EXIT.
003390 1820-RELEASE-ONE-RECORD-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430* 2000-SUMMARIZE-TODAY - ONE PASS OVER THE SORTED AUDIT LOG,     *
003440*                        TODAY'S RECORDS ONLY: TOTAL GREETINGS,  *
003450*                        UNIQUE PSEUDOS (SAME RULE AS UserRpt)   *
003460*                        AND THE HOURLY BUCKETS FOR THE PEAK.    *
003470******************************************************************
003480 2000-SUMMARIZE-TODAY.
003490     OPEN INPUT SORTED-FILE.
003500     IF NOT WS-SRT-OK
003510         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
003520             WS-SRT-FILE-STATUS
003530         ADD 1 TO WS-IO-FAIL-COUNT
003540         GO TO 2000-SUMMARIZE-TODAY-EXIT
003550     END-IF.
003560     PERFORM 2100-READ-SORTED-RECORD
003570         THRU 2100-READ-SORTED-RECORD-EXIT.
003580     PERFORM 2200-TALLY-ONE-RECORD
003590         THRU 2200-TALLY-ONE-RECORD-EXIT
003600         UNTIL WS-END-OF-SORTED.
003610     CLOSE SORTED-FILE.
003620 2000-SUMMARIZE-TODAY-EXIT.
003630     EXIT.
003640*
003650 2100-READ-SORTED-RECORD.
003660     READ SORTED-FILE
003670         AT END
003680             MOVE "Y" TO WS-SRT-EOF-SW
003690     END-READ.
003700 2100-READ-SORTED-RECORD-EXIT.
003710     EXIT.
003720*
003730 2200-TALLY-ONE-RECORD.
003740     IF OUT-RUN-DATE = WS-CURRENT-DATE
003750         ADD 1 TO WS-GREETING-COUNT
003760         IF WS-FIRST-RECORD
003770            OR OUT-PSEUDO NOT = WS-PREVIOUS-PSEUDO
003780             ADD 1 TO WS-UNIQUE-COUNT
003790         END-IF
003800         MOVE "N" TO WS-FIRST-RECORD-SW
003810         MOVE OUT-PSEUDO TO WS-PREVIOUS-PSEUDO
003820         IF OUT-RUN-TIME(1:2) IS NUMERIC
003830             MOVE OUT-RUN-TIME(1:2) TO WS-HOUR-OF-DAY
003840             IF WS-HOUR-OF-DAY < 24
003850                 COMPUTE WS-HOUR-IDX = WS-HOUR-OF-DAY + 1
003860                 ADD 1 TO WS-HOUR-COUNT(WS-HOUR-IDX)
003870             END-IF
003880         END-IF
003890     END-IF.
003900     PERFORM 2100-READ-SORTED-RECORD
003910         THRU 2100-READ-SORTED-RECORD-EXIT.
003920 2200-TALLY-ONE-RECORD-EXIT.
003930     EXIT.
003940*
003950******************************************************************
003960* 3000-COUNT-NEW-REGISTRATIONS - ROSTER RECORDS FIRST SEEN       *
003970*                                TODAY.  A ROSTER THAT DOES NOT  *
003980*                                EXIST YET COUNTS ZERO.          *
003990******************************************************************
004000 3000-COUNT-NEW-REGISTRATIONS.
004010     OPEN INPUT USER-MASTER-FILE.
004020     IF WS-UM-FILE-NOT-PRESENT
004030         MOVE "Y" TO WS-ROSTER-ABSENT-SW
004040         MOVE "Y" TO WS-UM-EOF-SW
004050         GO TO 3000-COUNT-NEW-REGISTRATIONS-EXIT
004060     END-IF.
004070     IF NOT WS-UM-OK
004080         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004090             WS-UM-FILE-STATUS
004100         ADD 1 TO WS-IO-FAIL-COUNT
004110         MOVE "Y" TO WS-UM-EOF-SW
004120         GO TO 3000-COUNT-NEW-REGISTRATIONS-EXIT
004130     END-IF.
004140     PERFORM 3100-READ-ROSTER-RECORD
004150         THRU 3100-READ-ROSTER-RECORD-EXIT.
004160     PERFORM 3200-CHECK-ONE-ROSTER-RECORD
004170         THRU 3200-CHECK-ONE-ROSTER-RECORD-EXIT
004180         UNTIL WS-END-OF-ROSTER.
004190 3000-COUNT-NEW-REGISTRATIONS-EXIT.
004200     EXIT.
004210*
004220 3100-READ-ROSTER-RECORD.
004230     READ USER-MASTER-FILE NEXT RECORD
004240         AT END
004250             MOVE "Y" TO WS-UM-EOF-SW
004260     END-READ.
004270 3100-READ-ROSTER-RECORD-EXIT.
004280     EXIT.
004290*
004300 3200-CHECK-ONE-ROSTER-RECORD.
004310     IF UM-FIRST-SEEN-DATE = WS-CURRENT-DATE
004320         ADD 1 TO WS-NEWREG-COUNT
004330     END-IF.
004340     PERFORM 3100-READ-ROSTER-RECORD
004350         THRU 3100-READ-ROSTER-RECORD-EXIT.
004360 3200-CHECK-ONE-ROSTER-RECORD-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400* 3500-FETCH-BATCH-REJECTS - THE UserBatch RUN-CONTROL RECORD    *
004410*                            CARRIES TODAY'S REJECT COUNT WHEN   *
004420*                            A BATCH RUN HAPPENED TODAY.  NO     *
004430*                            FILE, NO RECORD OR A STALE DATE     *
004440*                            ALL MEAN ZERO REJECTS - A NIGHT     *
004450*                            WITHOUT A BATCH RUN IS NORMAL.      *
004460******************************************************************
004470 3500-FETCH-BATCH-REJECTS.
004480     OPEN INPUT RUN-CONTROL-FILE.
004490     IF NOT WS-RNC-OK
004500         GO TO 3500-FETCH-BATCH-REJECTS-EXIT
004510     END-IF.
004520     READ RUN-CONTROL-FILE
004530         AT END
004540             CONTINUE
004550         NOT AT END
004560             IF RNC-RUN-DATE = WS-CURRENT-DATE
004570                 MOVE RNC-REJECTED-COUNT TO WS-REJECT-COUNT
004580             END-IF
004590     END-READ.
004600     CLOSE RUN-CONTROL-FILE.
004610 3500-FETCH-BATCH-REJECTS-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650* 3700-FIND-PEAK-HOUR - THE BUSIEST HOUR OF TODAY'S BUCKETS.     *
004660*                       AN EMPTY DAY PEAKS AT HOUR ZERO WITH     *
004670*                       COUNT ZERO.                              *
004680******************************************************************
004690 3700-FIND-PEAK-HOUR.
004700     MOVE ZERO TO WS-PEAK-HOUR.
004710     MOVE ZERO TO WS-PEAK-COUNT.
004720     PERFORM 3800-CHECK-ONE-HOUR
004730         THRU 3800-CHECK-ONE-HOUR-EXIT
004740         VARYING WS-HOUR-IDX FROM 1 BY 1
004750         UNTIL WS-HOUR-IDX > 24.
004760 3700-FIND-PEAK-HOUR-EXIT.
004770     EXIT.
004780*
004790 3800-CHECK-ONE-HOUR.
004800     IF WS-HOUR-COUNT(WS-HOUR-IDX) > WS-PEAK-COUNT
004810         MOVE WS-HOUR-COUNT(WS-HOUR-IDX) TO WS-PEAK-COUNT
004820         COMPUTE WS-PEAK-HOUR = WS-HOUR-IDX - 1
004830     END-IF.
004840 3800-CHECK-ONE-HOUR-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880* 4000-APPEND-HISTORY-RECORD - ONE RECORD FOR TODAY ON THE END   *
004890*                              OF THE HISTORY FILE, CREATED ON   *
004900*                              THE FIRST-EVER RUN.               *
004910******************************************************************
004920 4000-APPEND-HISTORY-RECORD.
004930     OPEN EXTEND STATS-HISTORY-FILE.
004940     IF WS-STH-FILE-STATUS = "35"
004950         OPEN OUTPUT STATS-HISTORY-FILE
004960         CLOSE STATS-HISTORY-FILE
004970         OPEN EXTEND STATS-HISTORY-FILE
004980     END-IF.
004990     IF NOT WS-STH-OK
005000         DISPLAY "STATS-HISTORY OPEN FAILED - STATUS "
005010             WS-STH-FILE-STATUS
005020         ADD 1 TO WS-IO-FAIL-COUNT
005030         GO TO 4000-APPEND-HISTORY-RECORD-EXIT
005040     END-IF.
005050     MOVE WS-CURRENT-DATE TO SH-RUN-DATE.
005060     MOVE WS-GREETING-COUNT TO SH-GREETING-COUNT.
005070     MOVE WS-UNIQUE-COUNT TO SH-UNIQUE-COUNT.
005080     MOVE WS-NEWREG-COUNT TO SH-NEWREG-COUNT.
005090     MOVE WS-REJECT-COUNT TO SH-REJECT-COUNT.
005100     MOVE WS-PEAK-HOUR TO SH-PEAK-HOUR.
005110     MOVE WS-PEAK-COUNT TO SH-PEAK-COUNT.
005120     WRITE SH-RECORD.
005130     IF NOT WS-STH-OK
005140         DISPLAY "STATS-HISTORY WRITE FAILED - STATUS "
005150             WS-STH-FILE-STATUS
005160         ADD 1 TO WS-IO-FAIL-COUNT
005170     END-IF.
005180     CLOSE STATS-HISTORY-FILE.
005190 4000-APPEND-HISTORY-RECORD-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230* 5000-WRITE-DAY-REPORT - ECHO THE RECORD JUST APPENDED SO THE   *
005240*                         OPERATORS SEE THE DAY'S FIGURES        *
005250*                         WITHOUT BROWSING THE HISTORY FILE.     *
005260******************************************************************
005270 5000-WRITE-DAY-REPORT.
005280     MOVE SPACES TO REPORT-RECORD.
005290     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
005300     STRING "COBILISTE - DAILY STATISTICS APPEND  "
005310             DELIMITED BY SIZE
005320             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
005330             INTO REPORT-RECORD.
005340     WRITE REPORT-RECORD.
005350     PERFORM 5100-CHECK-REPORT-WRITE
005360         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005370*
005380     MOVE WS-GREETING-COUNT TO WS-REPORT-NUMERIC-EDIT.
005390     MOVE SPACES TO REPORT-RECORD.
005400     STRING "GREETINGS TODAY . . . . . . . . : " DELIMITED BY SIZE
005410             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005420             INTO REPORT-RECORD.
005430     WRITE REPORT-RECORD.
005440     PERFORM 5100-CHECK-REPORT-WRITE
005450         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005460*
005470     MOVE WS-UNIQUE-COUNT TO WS-REPORT-NUMERIC-EDIT.
005480     MOVE SPACES TO REPORT-RECORD.
005490     STRING "UNIQUE PSEUDOS  . . . . . . . . : " DELIMITED BY SIZE
005500             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005510             INTO REPORT-RECORD.
005520     WRITE REPORT-RECORD.
005530     PERFORM 5100-CHECK-REPORT-WRITE
005540         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005550*
005560     MOVE WS-NEWREG-COUNT TO WS-REPORT-NUMERIC-EDIT.
005570     MOVE SPACES TO REPORT-RECORD.
005580     STRING "NEW REGISTRATIONS . . . . . . . : " DELIMITED BY SIZE
005590             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005600             INTO REPORT-RECORD.
005610     WRITE REPORT-RECORD.
005620     PERFORM 5100-CHECK-REPORT-WRITE
005630         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005640*
005650     MOVE WS-REJECT-COUNT TO WS-REPORT-NUMERIC-EDIT.
005660     MOVE SPACES TO REPORT-RECORD.
005670     STRING "BATCH REJECTS . . . . . . . . . : " DELIMITED BY SIZE
005680             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005690             INTO REPORT-RECORD.
005700     WRITE REPORT-RECORD.
005710     PERFORM 5100-CHECK-REPORT-WRITE
005720         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005730*
005740     MOVE WS-PEAK-COUNT TO WS-REPORT-NUMERIC-EDIT.
005750     MOVE SPACES TO REPORT-RECORD.
005760     STRING "PEAK HOUR " DELIMITED BY SIZE
005770             WS-PEAK-HOUR DELIMITED BY SIZE
005780             " H . . . . . . . . . : " DELIMITED BY SIZE
005790             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005800             INTO REPORT-RECORD.
005810     WRITE REPORT-RECORD.
005820     PERFORM 5100-CHECK-REPORT-WRITE
005830         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005840 5000-WRITE-DAY-REPORT-EXIT.
005850     EXIT.
005860*
005870 5100-CHECK-REPORT-WRITE.
005880     IF NOT WS-RPT-OK
005890         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
005900             WS-RPT-FILE-STATUS
005910     END-IF.
005920 5100-CHECK-REPORT-WRITE-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005970*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005980*                          BY EVERY BATCH PROGRAM VIA            *
005990*                          JRNLPUT.CPY.                          *
006000******************************************************************
006010     COPY JRNLPUT.
006020*
006030******************************************************************
006040* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
006050*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
006060*                          BY EVERY NIGHTLY PROGRAM VIA          *
006070*                          BUSDGET.CPY.                          *
006080******************************************************************
006090     COPY BUSDGET.
006100*
006110******************************************************************
006120* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
006130******************************************************************
006140 9999-TERMINATE.
006150     IF NOT WS-ROSTER-ABSENT
006160         CLOSE USER-MASTER-FILE
006170     END-IF.
006180     CLOSE REPORT-FILE.
006190 9999-TERMINATE-EXIT.
006200     EXIT.
