000410*    MODIFICATION HISTORY                                       *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    2026-09-02  ML   ORIGINAL VERSION.                          *
000440*    2026-10-15  ML   HEADING DATED WITH THE BUSINESS DATE       *
000450*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000460*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000470*                     CARRY AUD-SEQUENCE INTO AH-AUDIT-          *
000480*                     SEQUENCE; A RECORD SHORTER THAN 40 IS      *
000490*                     TREATED AS UNSEQUENCED (SEQUENCE ZERO).    *
000500*                                                                *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.    IBM-370.
000550 OBJECT-COMPUTER.    IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-AUD-FILE-STATUS.
000610*
000620     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000630*
000640     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SRT-FILE-STATUS.
000670*
000680     SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AH-KEY
000720         FILE STATUS IS WS-HIS-FILE-STATUS.
000730*
000740     SELECT REPORT-FILE ASSIGN TO "HISTRPT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000770*
000780     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS BD-BDT-FILE-STATUS.
000810*
000820     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-RNJ-FILE-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  AUDIT-LOG-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000910         DEPENDING ON WS-AUD-RECORD-LENGTH.
000920 COPY AUDITLOG.
000930*
000940 SD  SORT-WORK-FILE.
000950 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
000960                         AUD-PSEUDO BY SRT-PSEUDO
000970                         AUD-RUN-DATE BY SRT-RUN-DATE
000980                         AUD-RUN-TIME BY SRT-RUN-TIME
000990                         AUD-CHANNEL BY SRT-CHANNEL
001000                         AUD-LANG-CODE BY SRT-LANG-CODE
001010                         AUD-SEQUENCE BY SRT-SEQUENCE.
001020*
001030 FD  SORTED-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001060                         AUD-PSEUDO BY OUT-PSEUDO
001070                         AUD-RUN-DATE BY OUT-RUN-DATE
001080                         AUD-RUN-TIME BY OUT-RUN-TIME
001090                         AUD-CHANNEL BY OUT-CHANNEL
001100                         AUD-LANG-CODE BY OUT-LANG-CODE
001110                         AUD-SEQUENCE BY OUT-SEQUENCE.
001120*
001130 FD  HISTORY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY AUDHIST.
001160*
001170 FD  REPORT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  REPORT-RECORD                   PIC X(80).
001200*
001210 FD  BUSINESS-DATE-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY BUSDATE.
001240*
001250 FD  RUN-JOURNAL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY RUNJRNL.
001280*
001290 WORKING-STORAGE SECTION.
001300 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001310*
001320 01  WS-FILE-SWITCHES.
001330     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001340         88  WS-AUD-OK                   VALUE "00".
001350         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001360     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001370         88  WS-SRT-OK                   VALUE "00".
001380     05  WS-HIS-FILE-STATUS          PIC X(02) VALUE SPACES.
001390         88  WS-HIS-OK                   VALUE "00".
001400     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001410         88  WS-RPT-OK                   VALUE "00".
001420     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001430         88  WS-RNJ-OK                   VALUE "00".
001440*
001450 01  WS-CONTROL-SWITCHES.
001460     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001470         88  WS-END-OF-AUDIT             VALUE "Y".
001480     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
001490         88  WS-END-OF-SORTED            VALUE "Y".
001500     05  WS-AUDIT-ABSENT-SW          PIC X(01) VALUE "N".
001510         88  WS-AUDIT-ABSENT             VALUE "Y".
001520*
001530 01  WS-SEQUENCE-FIELDS.
001540     05  WS-PREV-PSEUDO              PIC X(12) VALUE HIGH-VALUES.
001550     05  WS-PREV-DATE                PIC 9(08) VALUE ZERO.
001560     05  WS-PREV-TIME                PIC 9(08) VALUE ZERO.
001570     05  WS-KEY-SEQUENCE             PIC 9(03) VALUE ZERO.
001580*
001590 01  WS-COUNTERS.
001600     05  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001610     05  WS-MARKER-SKIP-COUNT        PIC 9(08) COMP VALUE ZERO.
001620     05  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
001630     05  WS-OLD-FORMAT-COUNT         PIC 9(08) COMP VALUE ZERO.
001640     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001650*
001660 01  WS-CURRENT-DATE-FIELDS.
001670     05  WS-CURRENT-DATE             PIC 9(08).
001680*
001690 COPY BUSDWRK.
001700*
001710 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001720 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001730*
001740 PROCEDURE DIVISION.
001750*
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-INITIALIZE-EXIT.
001790*
001800     SORT SORT-WORK-FILE
001810         ON ASCENDING KEY SRT-PSEUDO
001820                          SRT-RUN-DATE
001830                          SRT-RUN-TIME
001840         INPUT PROCEDURE IS 2000-FEED-SORT
001850             THRU 2000-FEED-SORT-EXIT
001860         GIVING SORTED-FILE.
001870*
001880     PERFORM 3000-LOAD-HISTORY-FILE
001890         THRU 3000-LOAD-HISTORY-FILE-EXIT.
001900*
001910     PERFORM 5000-WRITE-BUILD-REPORT
001920         THRU 5000-WRITE-BUILD-REPORT-EXIT.
001930*
001940     PERFORM 9999-TERMINATE
001950         THRU 9999-TERMINATE-EXIT.
001960*
001970     IF WS-IO-FAIL-COUNT > ZERO
001980         MOVE 8 TO RETURN-CODE
001990     END-IF.
002000     MOVE "E" TO RJ-RECORD-TYPE.
002010     MOVE WS-READ-COUNT TO RJ-READ-COUNT.
002020     MOVE WS-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
002030     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002040     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002050     PERFORM 6500-WRITE-RUN-JOURNAL
002060         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002070     STOP RUN.
002080*
002090******************************************************************
002100* 1000-INITIALIZE - JOURNAL THE START AND OPEN THE REPORT.  THE  *
002110*                   AUDIT LOG IS OPENED BY THE SORT INPUT        *
002120*                   PROCEDURE AND THE HISTORY FILE BY THE LOAD   *
002130*                   PASS.                                        *
002140******************************************************************
002150 1000-INITIALIZE.
002160     MOVE "UserHist" TO RJ-PROGRAM-NAME.
002170     MOVE "S" TO RJ-RECORD-TYPE.
002180     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002190                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002200     PERFORM 6500-WRITE-RUN-JOURNAL
002210         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002220*
002230     OPEN OUTPUT REPORT-FILE.
002240     IF NOT WS-RPT-OK
002250         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002260             WS-RPT-FILE-STATUS
002270     END-IF.
002280     PERFORM 6600-GET-BUSINESS-DATE
002290         THRU 6600-GET-BUSINESS-DATE-EXIT.
002300 1000-INITIALIZE-EXIT.
002310     EXIT.
002320*
002330******************************************************************
002340* 2000-FEED-SORT - RELEASE THE LIFETIME AUDIT TRAIL TO THE SORT, *
002350*                  SKIPPING MARKER RECORDS AND NORMALIZING THE   *
002360*                  28-BYTE RECORDS WRITTEN BEFORE AUD-CHANNEL    *
002370*                  EXISTED TO CHANNEL "?" AND A BLANK LANGUAGE.  *
002380*                  AN AUDIT LOG THAT DOES NOT EXIST YET IS       *
002390*                  TREATED AS EMPTY.                             *
002400******************************************************************
002410 2000-FEED-SORT.
002420     OPEN INPUT AUDIT-LOG-FILE.
002430     IF WS-AUD-FILE-NOT-PRESENT
002440         MOVE "Y" TO WS-AUDIT-ABSENT-SW
002450         MOVE "Y" TO WS-AUD-EOF-SW
002460         GO TO 2000-FEED-SORT-EXIT
002470     END-IF.
002480     IF NOT WS-AUD-OK
002490         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
002500             WS-AUD-FILE-STATUS
002510         ADD 1 TO WS-IO-FAIL-COUNT
002520         MOVE "Y" TO WS-AUD-EOF-SW
002530         GO TO 2000-FEED-SORT-EXIT
002540     END-IF.
002550     PERFORM 2100-READ-AUDIT-RECORD
002560         THRU 2100-READ-AUDIT-RECORD-EXIT.
002570     PERFORM 2200-RELEASE-ONE-RECORD
002580         THRU 2200-RELEASE-ONE-RECORD-EXIT
002590         UNTIL WS-END-OF-AUDIT.
002600     CLOSE AUDIT-LOG-FILE.
002610 2000-FEED-SORT-EXIT.
002620     EXIT.
002630*
002640 2100-READ-AUDIT-RECORD.
002650     READ AUDIT-LOG-FILE
002660         AT END
002670             MOVE "Y" TO WS-AUD-EOF-SW
002680     END-READ.
002690 2100-READ-AUDIT-RECORD-EXIT.
002700     EXIT.
002710*
002720 2200-RELEASE-ONE-RECORD.
002730     ADD 1 TO WS-READ-COUNT.
002740     IF AUD-PSEUDO(1:1) = "*"
002750         ADD 1 TO WS-MARKER-SKIP-COUNT
002760         GO TO 2200-RELEASE-ONE-RECORD-READ
002770     END-IF.
002780     IF WS-AUD-RECORD-LENGTH < 31
002790         MOVE "?" TO AUD-CHANNEL
002800         MOVE SPACES TO AUD-LANG-CODE
002810         ADD 1 TO WS-OLD-FORMAT-COUNT
002820     END-IF.
002830     IF WS-AUD-RECORD-LENGTH < 40
002840         MOVE ZERO TO AUD-SEQUENCE
002850     END-IF.
002860     MOVE AUD-PSEUDO TO SRT-PSEUDO.
002870     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
002880     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
002890     MOVE AUD-CHANNEL TO SRT-CHANNEL.
002900     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
002910     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
002920     RELEASE SRT-RECORD.
002930*
002940 2200-RELEASE-ONE-RECORD-READ.
002950     PERFORM 2100-READ-AUDIT-RECORD
002960         THRU 2100-READ-AUDIT-RECORD-EXIT.
002970 2200-RELEASE-ONE-RECORD-EXIT.
002980     EXIT.
002990*
003000******************************************************************
003010* 3000-LOAD-HISTORY-FILE - REBUILD THE KSDS FROM SCRATCH IN KEY  *
003020*                          ORDER.  AH-SEQ RESTARTS AT ZERO ON    *
003030*                          EVERY NEW PSEUDO/DATE/TIME AND        *
003040*                          COUNTS UP THROUGH DUPLICATES.         *
003050******************************************************************
003060 3000-LOAD-HISTORY-FILE.
003070     OPEN OUTPUT HISTORY-FILE.
003080     IF NOT WS-HIS-OK
003090         DISPLAY "HISTORY-FILE OPEN FAILED - STATUS "
003100             WS-HIS-FILE-STATUS
003110         ADD 1 TO WS-IO-FAIL-COUNT
003120         GO TO 3000-LOAD-HISTORY-FILE-EXIT
003130     END-IF.
003140     OPEN INPUT SORTED-FILE.
003150     IF NOT WS-SRT-OK
003160         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
003170             WS-SRT-FILE-STATUS
003180         ADD 1 TO WS-IO-FAIL-COUNT
003190         CLOSE HISTORY-FILE
003200         GO TO 3000-LOAD-HISTORY-FILE-EXIT
003210     END-IF.
003220     PERFORM 3100-READ-SORTED-RECORD
003230         THRU 3100-READ-SORTED-RECORD-EXIT.
003240     PERFORM 3200-WRITE-ONE-HISTORY-RECORD
003250         THRU 3200-WRITE-ONE-HISTORY-RECORD-EXIT
003260         UNTIL WS-END-OF-SORTED.
003270     CLOSE SORTED-FILE.
003280     CLOSE HISTORY-FILE.
003290 3000-LOAD-HISTORY-FILE-EXIT.
003300     EXIT.
003310*
003320 3100-READ-SORTED-RECORD.
003330     READ SORTED-FILE
003340         AT END
003350             MOVE "Y" TO WS-SRT-EOF-SW
003360     END-READ.
003370 3100-READ-SORTED-RECORD-EXIT.
003380     EXIT.
003390*
003400 3200-WRITE-ONE-HISTORY-RECORD.
003410     IF OUT-PSEUDO = WS-PREV-PSEUDO
003420        AND OUT-RUN-DATE = WS-PREV-DATE
003430        AND OUT-RUN-TIME = WS-PREV-TIME
003440         ADD 1 TO WS-KEY-SEQUENCE
003450     ELSE
003460         MOVE ZERO TO WS-KEY-SEQUENCE
003470     END-IF.
003480     MOVE OUT-PSEUDO TO WS-PREV-PSEUDO.
003490     MOVE OUT-RUN-DATE TO WS-PREV-DATE.
003500     MOVE OUT-RUN-TIME TO WS-PREV-TIME.
003510*
003520     MOVE OUT-PSEUDO TO AH-PSEUDO.
003530     MOVE OUT-RUN-DATE TO AH-RUN-DATE.
003540     MOVE OUT-RUN-TIME TO AH-RUN-TIME.
003550     MOVE WS-KEY-SEQUENCE TO AH-SEQ.
003560     MOVE OUT-CHANNEL TO AH-CHANNEL.
003570     MOVE OUT-LANG-CODE TO AH-LANG-CODE.
003580     MOVE OUT-SEQUENCE TO AH-AUDIT-SEQUENCE.
003590     WRITE AH-RECORD
003600         INVALID KEY
003610             DISPLAY "HISTORY-FILE WRITE FAILED - STATUS "
003620                 WS-HIS-FILE-STATUS
003630             ADD 1 TO WS-IO-FAIL-COUNT
003640         NOT INVALID KEY
003650             ADD 1 TO WS-WRITTEN-COUNT
003660     END-WRITE.
003670*
003680     PERFORM 3100-READ-SORTED-RECORD
003690         THRU 3100-READ-SORTED-RECORD-EXIT.
003700 3200-WRITE-ONE-HISTORY-RECORD-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 5000-WRITE-BUILD-REPORT - SHOW WHAT WENT INTO THE REBUILD.     *
003750******************************************************************
003760 5000-WRITE-BUILD-REPORT.
003770     MOVE SPACES TO REPORT-RECORD.
003780     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003790     STRING "COBILISTE - AUDIT HISTORY BUILD  "
003800             DELIMITED BY SIZE
003810             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003820             INTO REPORT-RECORD.
003830     WRITE REPORT-RECORD.
003840     PERFORM 5100-CHECK-REPORT-WRITE
003850         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003860*
003870     MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
003880     MOVE SPACES TO REPORT-RECORD.
003890     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
003900             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003910             INTO REPORT-RECORD.
003920     WRITE REPORT-RECORD.
003930     PERFORM 5100-CHECK-REPORT-WRITE
003940         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003950*
003960     MOVE WS-MARKER-SKIP-COUNT TO WS-REPORT-NUMERIC-EDIT.
003970     MOVE SPACES TO REPORT-RECORD.
003980     STRING "MARKER RECORDS SKIPPED  . . . . : " DELIMITED BY SIZE
003990             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004000             INTO REPORT-RECORD.
004010     WRITE REPORT-RECORD.
004020     PERFORM 5100-CHECK-REPORT-WRITE
004030         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004040*
004050     MOVE WS-OLD-FORMAT-COUNT TO WS-REPORT-NUMERIC-EDIT.
004060     MOVE SPACES TO REPORT-RECORD.
004070     STRING "PRE-CHANNEL RECORDS CARRIED . . : " DELIMITED BY SIZE
004080             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004090             INTO REPORT-RECORD.
004100     WRITE REPORT-RECORD.
004110     PERFORM 5100-CHECK-REPORT-WRITE
004120         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004130*
004140     MOVE WS-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
004150     MOVE SPACES TO REPORT-RECORD.
004160     STRING "HISTORY RECORDS WRITTEN . . . . : " DELIMITED BY SIZE
004170             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004180             INTO REPORT-RECORD.
004190     WRITE REPORT-RECORD.
004200     PERFORM 5100-CHECK-REPORT-WRITE
004210         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004220 5000-WRITE-BUILD-REPORT-EXIT.
004230     EXIT.
004240*
004250 5100-CHECK-REPORT-WRITE.
004260     IF NOT WS-RPT-OK
004270         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
004280             WS-RPT-FILE-STATUS
004290     END-IF.
004300 5100-CHECK-REPORT-WRITE-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
004350*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
004360*                          BY EVERY BATCH PROGRAM VIA            *
004370*                          JRNLPUT.CPY.                          *
004380******************************************************************
004390     COPY JRNLPUT.
004400*
004410******************************************************************
004420* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
004430*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
004440*                          BY EVERY NIGHTLY PROGRAM VIA          *
004450*                          BUSDGET.CPY.                          *
004460******************************************************************
004470     COPY BUSDGET.
004480*
004490******************************************************************
004500* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004510******************************************************************
004520 9999-TERMINATE.
004530     CLOSE REPORT-FILE.
004540 9999-TERMINATE-EXIT.
004550     EXIT.
