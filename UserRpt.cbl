000390*                     31 (SEE AUDITLOG.CPY).  THE SUMMARY KEYS   *
000400*                     ONLY ON PSEUDO AND DATE, SO OLD AND NEW    *
000410*                     RECORDS COUNT ALIKE.                       *
000420*    2026-10-15  ML   SUMMARIZES THE BUSINESS DATE               *
000430*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE,  *
000440*                     SO A RERUN AFTER MIDNIGHT REPORTS THE      *
000450*                     RIGHT DAY.                                 *
000460*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000470*                     CARRY AUD-SEQUENCE; A RECORD SHORTER THAN  *
000480*                     40 IS TREATED AS UNSEQUENCED (SEQUENCE     *
000490*                     ZERO).                                     *
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
000680     SELECT SUMMARY-FILE ASSIGN TO "SUMMRPT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SUM-FILE-STATUS.
000710*
000720     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS BD-BDT-FILE-STATUS.
000750*
000760     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RNJ-FILE-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDIT-LOG-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000850         DEPENDING ON WS-AUD-RECORD-LENGTH.
000860 COPY AUDITLOG.
000870*
000880 SD  SORT-WORK-FILE.
000890 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
000900                         AUD-PSEUDO BY SRT-PSEUDO
000910                         AUD-RUN-DATE BY SRT-RUN-DATE
000920                         AUD-RUN-TIME BY SRT-RUN-TIME
000930                         AUD-CHANNEL BY SRT-CHANNEL
000940                         AUD-LANG-CODE BY SRT-LANG-CODE
000950                         AUD-SEQUENCE BY SRT-SEQUENCE.
000960*
000970 FD  SORTED-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001000                         AUD-PSEUDO BY OUT-PSEUDO
001010                         AUD-RUN-DATE BY OUT-RUN-DATE
001020                         AUD-RUN-TIME BY OUT-RUN-TIME
001030                         AUD-CHANNEL BY OUT-CHANNEL
001040                         AUD-LANG-CODE BY OUT-LANG-CODE
001050                         AUD-SEQUENCE BY OUT-SEQUENCE.
001060*
001070 FD  SUMMARY-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  SUMMARY-RECORD                  PIC X(80).
001100*
001110 FD  BUSINESS-DATE-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY BUSDATE.
001140*
001150 FD  RUN-JOURNAL-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY RUNJRNL.
001180*
001190 WORKING-STORAGE SECTION.
001200 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001210*
001220 01  WS-FILE-SWITCHES.
001230     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001240         88  WS-AUD-OK                   VALUE "00".
001250         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001260     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001270         88  WS-SRT-OK                   VALUE "00".
001280         88  WS-SRT-EOF                  VALUE "10".
001290     05  WS-SUM-FILE-STATUS          PIC X(02) VALUE SPACES.
001300         88  WS-SUM-OK                   VALUE "00".
001310     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001320         88  WS-RNJ-OK                   VALUE "00".
001330*
001340 01  WS-CONTROL-SWITCHES.
001350     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001360         88  WS-END-OF-AUDIT             VALUE "Y".
001370     05  WS-EOF-SW                   PIC X(01) VALUE "N".
001380         88  WS-END-OF-SORTED-FILE       VALUE "Y".
001390     05  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001400         88  WS-FIRST-RECORD             VALUE "Y".
001410*
001420 01  WS-COUNTERS.
001430     05  WS-TOTAL-GREETINGS          PIC 9(08) COMP VALUE ZERO.
001440     05  WS-UNIQUE-PSEUDO-COUNT      PIC 9(08) COMP VALUE ZERO.
001450     05  WS-REPEAT-VISIT-COUNT       PIC 9(08) COMP VALUE ZERO.
001460*
001470 01  WS-PREVIOUS-PSEUDO              PIC X(12) VALUE SPACES.
001480*
001490 01  WS-CURRENT-DATE-FIELDS.
001500     05  WS-CURRENT-DATE             PIC 9(08).
001510*
001520 COPY BUSDWRK.
001530*
001540 01  WS-LONGEST-PSEUDO-FIELDS.
001550     05  WS-LONGEST-PSEUDO           PIC X(12) VALUE SPACES.
001560     05  WS-LONGEST-LENGTH           PIC 9(02) COMP VALUE ZERO.
001570     05  WS-CURRENT-LENGTH           PIC 9(02) COMP VALUE ZERO.
001580     05  WS-LENGTH-IDX               PIC 9(02) COMP VALUE ZERO.
001590*
001600 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001610*
001620 PROCEDURE DIVISION.
001630*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE
001660         THRU 1000-INITIALIZE-EXIT.
001670*
001680     SORT SORT-WORK-FILE
001690         ON ASCENDING KEY SRT-PSEUDO
001700         INPUT PROCEDURE IS 1800-FEED-SORT
001710             THRU 1800-FEED-SORT-EXIT
001720         GIVING SORTED-FILE.
001730*
001740     PERFORM 2000-SUMMARIZE-SORTED-FILE
001750         THRU 2000-SUMMARIZE-SORTED-FILE-EXIT.
001760*
001770     PERFORM 5000-WRITE-SUMMARY-REPORT
001780         THRU 5000-WRITE-SUMMARY-REPORT-EXIT.
001790*
001800     PERFORM 9999-TERMINATE
001810         THRU 9999-TERMINATE-EXIT.
001820*
001830     MOVE "E" TO RJ-RECORD-TYPE.
001840     MOVE WS-TOTAL-GREETINGS TO RJ-READ-COUNT.
001850     MOVE WS-UNIQUE-PSEUDO-COUNT TO RJ-WRITTEN-COUNT.
001860     MOVE ZERO TO RJ-ERROR-COUNT.
001870     MOVE ZERO TO RJ-RETURN-CODE.
001880     PERFORM 6500-WRITE-RUN-JOURNAL
001890         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001900     STOP RUN.
001910*
001920******************************************************************
001930* 1000-INITIALIZE - OPEN THE SUMMARY REPORT FILE AND CAPTURE     *
001940*                   TODAY'S DATE.  THE AUDIT LOG IS OPENED BY    *
001950*                   THE SORT INPUT PROCEDURE.                    *
001960******************************************************************
001970 1000-INITIALIZE.
001980     MOVE "UserRpt" TO RJ-PROGRAM-NAME.
001990     MOVE "S" TO RJ-RECORD-TYPE.
002000     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002010                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002020     PERFORM 6500-WRITE-RUN-JOURNAL
002030         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002040*
002050     OPEN OUTPUT SUMMARY-FILE.
002060     IF NOT WS-SUM-OK
002070         DISPLAY "SUMMARY-FILE OPEN FAILED - STATUS "
002080             WS-SUM-FILE-STATUS
002090     END-IF.
002100     PERFORM 6600-GET-BUSINESS-DATE
002110         THRU 6600-GET-BUSINESS-DATE-EXIT.
002120 1000-INITIALIZE-EXIT.
002130     EXIT.
002140*
002150******************************************************************
002160* 1800-FEED-SORT - RELEASE THE AUDIT LOG TO THE SORT,            *
002170*                  NORMALIZING THE 28-BYTE RECORDS WRITTEN       *
002180*                  BEFORE AUD-CHANNEL EXISTED TO CHANNEL "?"     *
002190*                  AND A BLANK LANGUAGE, SO NOTHING UNDEFINED    *
002200*                  RIDES THROUGH THE FIXED-LENGTH SORT RECORD    *
002210*                  (SAME PATTERN AS UserHist).  MARKER RECORDS   *
002220*                  ARE KEPT - THE DAILY TOTALS COUNT THEM.  AN   *
002230*                  AUDIT LOG THAT DOES NOT EXIST YET IS          *
002240*                  TREATED AS EMPTY.                             *
002250******************************************************************
002260 1800-FEED-SORT.
002270     OPEN INPUT AUDIT-LOG-FILE.
002280     IF WS-AUD-FILE-NOT-PRESENT
002290         MOVE "Y" TO WS-AUD-EOF-SW
002300         GO TO 1800-FEED-SORT-EXIT
002310     END-IF.
002320     IF NOT WS-AUD-OK
002330         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
002340             WS-AUD-FILE-STATUS
002350         MOVE "Y" TO WS-AUD-EOF-SW
002360         GO TO 1800-FEED-SORT-EXIT
002370     END-IF.
002380     PERFORM 1810-READ-AUDIT-RECORD
002390         THRU 1810-READ-AUDIT-RECORD-EXIT.
002400     PERFORM 1820-RELEASE-ONE-RECORD
002410         THRU 1820-RELEASE-ONE-RECORD-EXIT
002420         UNTIL WS-END-OF-AUDIT.
002430     CLOSE AUDIT-LOG-FILE.
002440 1800-FEED-SORT-EXIT.
002450     EXIT.
002460*
002470 1810-READ-AUDIT-RECORD.
002480     READ AUDIT-LOG-FILE
002490         AT END
002500             MOVE "Y" TO WS-AUD-EOF-SW
002510     END-READ.
002520 1810-READ-AUDIT-RECORD-EXIT.
002530     EXIT.
002540*
002550 1820-RELEASE-ONE-RECORD.
002560     IF WS-AUD-RECORD-LENGTH < 31
002570         MOVE "?" TO AUD-CHANNEL
002580         MOVE SPACES TO AUD-LANG-CODE
002590     END-IF.
002600     IF WS-AUD-RECORD-LENGTH < 40
002610         MOVE ZERO TO AUD-SEQUENCE
002620     END-IF.
002630     MOVE AUD-PSEUDO TO SRT-PSEUDO.
002640     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
002650     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
002660     MOVE AUD-CHANNEL TO SRT-CHANNEL.
002670     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
002680     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
002690     RELEASE SRT-RECORD.
002700     PERFORM 1810-READ-AUDIT-RECORD
002710         THRU 1810-READ-AUDIT-RECORD-EXIT.
002720 1820-RELEASE-ONE-RECORD-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760* 2000-SUMMARIZE-SORTED-FILE - READ THE SORTED AUDIT LOG AND     *
002770*                              ACCUMULATE TODAY'S TOTALS.        *
002780******************************************************************
002790 2000-SUMMARIZE-SORTED-FILE.
002800     OPEN INPUT SORTED-FILE.
002810     IF NOT WS-SRT-OK
002820         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
002830             WS-SRT-FILE-STATUS
002840     END-IF.
002850     PERFORM 2100-READ-SORTED-RECORD
002860         THRU 2100-READ-SORTED-RECORD-EXIT.
002870     PERFORM 2200-PROCESS-SORTED-RECORD
002880         THRU 2200-PROCESS-SORTED-RECORD-EXIT
002890         UNTIL WS-END-OF-SORTED-FILE.
002900     CLOSE SORTED-FILE.
002910 2000-SUMMARIZE-SORTED-FILE-EXIT.
002920     EXIT.
002930*
002940 2100-READ-SORTED-RECORD.
002950     READ SORTED-FILE
002960         AT END
002970             MOVE "Y" TO WS-EOF-SW
002980     END-READ.
002990 2100-READ-SORTED-RECORD-EXIT.
003000     EXIT.
003010*
003020 2200-PROCESS-SORTED-RECORD.
003030     IF OUT-RUN-DATE = WS-CURRENT-DATE
003040         ADD 1 TO WS-TOTAL-GREETINGS
003050*
003060         IF WS-FIRST-RECORD OR OUT-PSEUDO NOT = WS-PREVIOUS-PSEUDO
003070             ADD 1 TO WS-UNIQUE-PSEUDO-COUNT
003080         ELSE
003090             ADD 1 TO WS-REPEAT-VISIT-COUNT
003100         END-IF
003110         MOVE "N" TO WS-FIRST-RECORD-SW
003120         MOVE OUT-PSEUDO TO WS-PREVIOUS-PSEUDO
003130*
003140         PERFORM 3000-COMPUTE-PSEUDO-LENGTH
003150             THRU 3000-COMPUTE-PSEUDO-LENGTH-EXIT
003160         IF WS-CURRENT-LENGTH > WS-LONGEST-LENGTH
003170             MOVE WS-CURRENT-LENGTH TO WS-LONGEST-LENGTH
003180             MOVE OUT-PSEUDO TO WS-LONGEST-PSEUDO
003190         END-IF
003200     END-IF.
003210*
003220     PERFORM 2100-READ-SORTED-RECORD
003230         THRU 2100-READ-SORTED-RECORD-EXIT.
003240 2200-PROCESS-SORTED-RECORD-EXIT.
003250     EXIT.
003260*
003270******************************************************************
003280* 3000-COMPUTE-PSEUDO-LENGTH - SCAN BACKWARD FROM POSITION 12    *
003290*                              TO FIND THE ACTUAL, UNPADDED      *
003300*                              LENGTH OF THE CURRENT PSEUDO.     *
003310******************************************************************
003320 3000-COMPUTE-PSEUDO-LENGTH.
003330     MOVE 12 TO WS-LENGTH-IDX.
003340     PERFORM 3100-BACK-UP-OVER-TRAILING-SPACE
003350         THRU 3100-BACK-UP-OVER-TRAILING-SPACE-EXIT
003360         UNTIL WS-LENGTH-IDX = ZERO
003370            OR OUT-PSEUDO(WS-LENGTH-IDX:1) NOT = SPACE.
003380     MOVE WS-LENGTH-IDX TO WS-CURRENT-LENGTH.
003390 3000-COMPUTE-PSEUDO-LENGTH-EXIT.
003400     EXIT.
003410*
003420 3100-BACK-UP-OVER-TRAILING-SPACE.
003430     SUBTRACT 1 FROM WS-LENGTH-IDX.
003440 3100-BACK-UP-OVER-TRAILING-SPACE-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480* 5000-WRITE-SUMMARY-REPORT - PRINT THE END-OF-DAY TOTALS.       *
003490******************************************************************
003500 5000-WRITE-SUMMARY-REPORT.
003510     MOVE SPACES TO SUMMARY-RECORD.
003520     MOVE "COBILISTE - END OF DAY SUMMARY" TO SUMMARY-RECORD.
003530     WRITE SUMMARY-RECORD.
003540     PERFORM 5100-CHECK-SUMMARY-WRITE
003550         THRU 5100-CHECK-SUMMARY-WRITE-EXIT.
003560*
003570     MOVE WS-TOTAL-GREETINGS TO WS-REPORT-NUMERIC-EDIT.
003580     MOVE SPACES TO SUMMARY-RECORD.
003590     STRING "TOTAL GREETINGS RUN . . . . . . : " DELIMITED BY SIZE
003600             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003610             INTO SUMMARY-RECORD.
003620     WRITE SUMMARY-RECORD.
003630     PERFORM 5100-CHECK-SUMMARY-WRITE
003640         THRU 5100-CHECK-SUMMARY-WRITE-EXIT.
003650*
003660     MOVE WS-UNIQUE-PSEUDO-COUNT TO WS-REPORT-NUMERIC-EDIT.
003670     MOVE SPACES TO SUMMARY-RECORD.
003680     STRING "UNIQUE PSEUDOS  . . . . . . . . : " DELIMITED BY SIZE
003690             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003700             INTO SUMMARY-RECORD.
003710     WRITE SUMMARY-RECORD.
003720     PERFORM 5100-CHECK-SUMMARY-WRITE
003730         THRU 5100-CHECK-SUMMARY-WRITE-EXIT.
003740*
003750     MOVE WS-REPEAT-VISIT-COUNT TO WS-REPORT-NUMERIC-EDIT.
003760     MOVE SPACES TO SUMMARY-RECORD.
003770     STRING "REPEAT VISITS . . . . . . . . . : " DELIMITED BY SIZE
003780             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003790             INTO SUMMARY-RECORD.
003800     WRITE SUMMARY-RECORD.
003810     PERFORM 5100-CHECK-SUMMARY-WRITE
003820         THRU 5100-CHECK-SUMMARY-WRITE-EXIT.
003830*
003840     MOVE SPACES TO SUMMARY-RECORD.
003850     STRING "LONGEST PSEUDO TODAY. . . . . . : " DELIMITED BY SIZE
003860             WS-LONGEST-PSEUDO DELIMITED BY SIZE
003870             INTO SUMMARY-RECORD.
003880     WRITE SUMMARY-RECORD.
003890     PERFORM 5100-CHECK-SUMMARY-WRITE
003900         THRU 5100-CHECK-SUMMARY-WRITE-EXIT.
003910 5000-WRITE-SUMMARY-REPORT-EXIT.
003920     EXIT.
003930*
003940 5100-CHECK-SUMMARY-WRITE.
003950     IF NOT WS-SUM-OK
003960         DISPLAY "SUMMARY-FILE WRITE FAILED - STATUS "
003970             WS-SUM-FILE-STATUS
003980     END-IF.
003990 5100-CHECK-SUMMARY-WRITE-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
004040*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
004050*                          BY EVERY BATCH PROGRAM VIA            *
004060*                          JRNLPUT.CPY.                          *
004070******************************************************************
004080     COPY JRNLPUT.
004090*
004100******************************************************************
004110* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
004120*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
004130*                          BY EVERY NIGHTLY PROGRAM VIA          *
004140*                          BUSDGET.CPY.                          *
004150******************************************************************
004160     COPY BUSDGET.
004170*
004180******************************************************************
004190* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004200******************************************************************
004210 9999-TERMINATE.
004220     CLOSE SUMMARY-FILE.
004230 9999-TERMINATE-EXIT.
004240     EXIT.
