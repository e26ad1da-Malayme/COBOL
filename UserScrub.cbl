000580*                     31 (SEE AUDITLOG.CPY).  THE IN-PLACE       *
000590*                     REWRITE KEEPS EACH RECORD AT ITS OWN       *
000600*                     LENGTH.                                    *
000610*    2026-10-15  ML   HEADING DATED WITH THE BUSINESS DATE       *
000620*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000630*    2026-10-15  ML   AUDIT LOG FD WIDENED TO 28 TO 40 BYTES     *
000640*                     FOR AUD-SEQUENCE.  THE REWRITE KEEPS THE   *
000650*                     RECORD'S LENGTH AND SEQUENCE, SO THE       *
000660*                     TRAIL STILL VERIFIES.                      *
000670*                                                                *
000680******************************************************************
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.    IBM-370.
000720 OBJECT-COMPUTER.    IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-JRN-FILE-STATUS.
000780*
000790     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-AUD-FILE-STATUS.
000820*
000830     SELECT REPORT-FILE ASSIGN TO "SCRBRPT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-RPT-FILE-STATUS.
000860*
000870     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS BD-BDT-FILE-STATUS.
000900*
000910     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RNJ-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  JOURNAL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY MNTJRNL.
001000*
001010 FD  AUDIT-LOG-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001040         DEPENDING ON WS-AUD-RECORD-LENGTH.
001050 COPY AUDITLOG.
001060*
001070 FD  REPORT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  REPORT-RECORD                   PIC X(80).
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
001230     05  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
001240         88  WS-JRN-OK                   VALUE "00".
001250         88  WS-JRN-FILE-NOT-PRESENT     VALUE "35".
001260     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001270         88  WS-AUD-OK                   VALUE "00".
001280         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001290     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001300         88  WS-RPT-OK                   VALUE "00".
001310     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001320         88  WS-RNJ-OK                   VALUE "00".
001330*
001340 01  WS-CONTROL-SWITCHES.
001350     05  WS-JRN-EOF-SW               PIC X(01) VALUE "N".
001360         88  WS-END-OF-JOURNAL           VALUE "Y".
001370     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001380         88  WS-END-OF-AUDIT             VALUE "Y".
001390     05  WS-JOURNAL-ABSENT-SW        PIC X(01) VALUE "N".
001400         88  WS-JOURNAL-ABSENT           VALUE "Y".
001410     05  WS-AUDIT-ABSENT-SW          PIC X(01) VALUE "N".
001420         88  WS-AUDIT-ABSENT             VALUE "Y".
001430     05  WS-RECORD-CHANGED-SW        PIC X(01) VALUE "N".
001440         88  WS-RECORD-CHANGED           VALUE "Y".
001450*
001460 01  WS-JOURNAL-FIELDS.
001470     05  WS-JOURNAL-COUNT            PIC 9(03) COMP VALUE ZERO.
001480     05  WS-JOURNAL-MAX              PIC 9(03) COMP VALUE 200.
001490     05  WS-JOURNAL-IDX              PIC 9(03) COMP VALUE ZERO.
001500     05  WS-ENTRY-TOTAL-COUNT        PIC 9(08) COMP VALUE ZERO.
001510     05  WS-BAD-ENTRY-COUNT          PIC 9(08) COMP VALUE ZERO.
001520*
001530 01  WS-JOURNAL-TABLE.
001540     05  WS-JOURNAL-ENTRY OCCURS 200 TIMES.
001550         10  WS-JRN-OLD-PSEUDO       PIC X(12).
001560         10  WS-JRN-NEW-PSEUDO       PIC X(12).
001570         10  WS-JRN-ACTION           PIC X(01).
001580         10  WS-JRN-RUN-DATE         PIC 9(08).
001590         10  WS-JRN-RUN-TIME         PIC 9(08).
001600         10  WS-JRN-HIT-COUNT        PIC 9(08) COMP.
001610*
001620 01  WS-COUNTERS.
001630     05  WS-REWRITTEN-COUNT          PIC 9(08) COMP VALUE ZERO.
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
001740 01  WS-DETAIL-LINE.
001750     05  WS-DTL-OLD-PSEUDO           PIC X(12).
001760     05  FILLER                      PIC X(04) VALUE " TO ".
001770     05  WS-DTL-NEW-PSEUDO           PIC X(12).
001780     05  FILLER                      PIC X(02) VALUE SPACES.
001790     05  WS-DTL-ACTION               PIC X(01).
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  WS-DTL-HIT-COUNT            PIC ZZZZZZZ9.
001820     05  FILLER                      PIC X(18)
001830         VALUE " RECORDS MOVED".
001840     05  FILLER                      PIC X(21) VALUE SPACES.
001850*
001860 PROCEDURE DIVISION.
001870*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-INITIALIZE-EXIT.
001910*
001920     PERFORM 5000-WRITE-REPORT-HEADING
001930         THRU 5000-WRITE-REPORT-HEADING-EXIT.
001940     PERFORM 2100-READ-JOURNAL-RECORD
001950         THRU 2100-READ-JOURNAL-RECORD-EXIT.
001960     PERFORM 2900-PROCESS-JOURNAL-CHUNK
001970         THRU 2900-PROCESS-JOURNAL-CHUNK-EXIT
001980         UNTIL WS-END-OF-JOURNAL.
001990*
002000     PERFORM 5400-WRITE-TOTALS
002010         THRU 5400-WRITE-TOTALS-EXIT.
002020     PERFORM 9999-TERMINATE
002030         THRU 9999-TERMINATE-EXIT.
002040*
002050     IF WS-IO-FAIL-COUNT > ZERO
002060         MOVE 8 TO RETURN-CODE
002070     END-IF.
002080     MOVE "E" TO RJ-RECORD-TYPE.
002090     MOVE WS-ENTRY-TOTAL-COUNT TO RJ-READ-COUNT.
002100     MOVE WS-REWRITTEN-COUNT TO RJ-WRITTEN-COUNT.
002110     COMPUTE RJ-ERROR-COUNT
002120         = WS-BAD-ENTRY-COUNT + WS-IO-FAIL-COUNT.
002130     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002140     PERFORM 6500-WRITE-RUN-JOURNAL
002150         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002160     STOP RUN.
002170*
002180******************************************************************
002190* 1000-INITIALIZE - OPEN THE JOURNAL AND THE REPORT.  A JOURNAL  *
002200*                   THAT DOES NOT EXIST YET MEANS NOTHING TO DO, *
002210*                   NOT AN ERROR; ANY OTHER OPEN FAILURE COUNTS  *
002220*                   TOWARD RC=8 SO THE JOURNAL IS NOT CLEARED.   *
002230******************************************************************
002240 1000-INITIALIZE.
002250     MOVE "UserScrub" TO RJ-PROGRAM-NAME.
002260     MOVE "S" TO RJ-RECORD-TYPE.
002270     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002280                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002290     PERFORM 6500-WRITE-RUN-JOURNAL
002300         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002310*
002320     OPEN INPUT JOURNAL-FILE.
002330     IF WS-JRN-FILE-NOT-PRESENT
002340         MOVE "Y" TO WS-JOURNAL-ABSENT-SW
002350         MOVE "Y" TO WS-JRN-EOF-SW
002360     ELSE
002370         IF NOT WS-JRN-OK
002380             DISPLAY "JOURNAL OPEN FAILED - STATUS "
002390                 WS-JRN-FILE-STATUS
002400             ADD 1 TO WS-IO-FAIL-COUNT
002410             MOVE "Y" TO WS-JRN-EOF-SW
002420         END-IF
002430     END-IF.
002440*
002450*    THE AUDIT LOG IS OPENED AND CLOSED BY EACH SCRUB PASS.
002460     OPEN OUTPUT REPORT-FILE.
002470     IF NOT WS-RPT-OK
002480         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002490             WS-RPT-FILE-STATUS
002500     END-IF.
002510     PERFORM 6600-GET-BUSINESS-DATE
002520         THRU 6600-GET-BUSINESS-DATE-EXIT.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550*
002560******************************************************************
002570* 2000-LOAD-JOURNAL-CHUNK - FILL THE TABLE WITH THE NEXT (UP TO) *
002580*                           200 JOURNAL ENTRIES, IN ORDER.  THE  *
002590*                           CALLER RUNS ONE AUDIT PASS PER       *
002600*                           CHUNK, SO NO JOURNAL LENGTH IS EVER  *
002610*                           LEFT BEHIND.                         *
002620******************************************************************
002630 2000-LOAD-JOURNAL-CHUNK.
002640     MOVE ZERO TO WS-JOURNAL-COUNT.
002650     PERFORM 2200-STORE-ONE-ENTRY
002660         THRU 2200-STORE-ONE-ENTRY-EXIT
002670         UNTIL WS-END-OF-JOURNAL
002680            OR WS-JOURNAL-COUNT = WS-JOURNAL-MAX.
002690 2000-LOAD-JOURNAL-CHUNK-EXIT.
002700     EXIT.
002710*
002720 2100-READ-JOURNAL-RECORD.
002730     READ JOURNAL-FILE
002740         AT END
002750             MOVE "Y" TO WS-JRN-EOF-SW
002760     END-READ.
002770 2100-READ-JOURNAL-RECORD-EXIT.
002780     EXIT.
002790*
002800 2200-STORE-ONE-ENTRY.
002810*    A BLANK OLD OR NEW PSEUDO, OR A NON-NUMERIC TIMESTAMP, IS
002820*    A CORRUPT ENTRY - APPLYING IT WOULD SCRUB REAL HISTORY TO
002830*    SPACES OR WITH AN UNBOUNDED TIME WINDOW.  COUNT IT, REPORT
002840*    IT ON THE TOTALS, AND DISCARD IT.
002850     IF MJ-OLD-PSEUDO = SPACES
002860        OR MJ-NEW-PSEUDO = SPACES
002870        OR MJ-RUN-DATE NOT NUMERIC
002880        OR MJ-RUN-TIME NOT NUMERIC
002890         IF NOT (MJ-OLD-PSEUDO = SPACES
002900                 AND MJ-NEW-PSEUDO = SPACES)
002910             ADD 1 TO WS-BAD-ENTRY-COUNT
002920         END-IF
002930         GO TO 2200-STORE-ONE-ENTRY-READ
002940     END-IF.
002950     ADD 1 TO WS-JOURNAL-COUNT.
002960     ADD 1 TO WS-ENTRY-TOTAL-COUNT.
002970     MOVE MJ-OLD-PSEUDO
002980         TO WS-JRN-OLD-PSEUDO(WS-JOURNAL-COUNT).
002990     MOVE MJ-NEW-PSEUDO
003000         TO WS-JRN-NEW-PSEUDO(WS-JOURNAL-COUNT).
003010     MOVE MJ-ACTION TO WS-JRN-ACTION(WS-JOURNAL-COUNT).
003020     MOVE MJ-RUN-DATE TO WS-JRN-RUN-DATE(WS-JOURNAL-COUNT).
003030     MOVE MJ-RUN-TIME TO WS-JRN-RUN-TIME(WS-JOURNAL-COUNT).
003040     MOVE ZERO TO WS-JRN-HIT-COUNT(WS-JOURNAL-COUNT).
003050*
003060 2200-STORE-ONE-ENTRY-READ.
003070     PERFORM 2100-READ-JOURNAL-RECORD
003080         THRU 2100-READ-JOURNAL-RECORD-EXIT.
003090 2200-STORE-ONE-ENTRY-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130* 2900-PROCESS-JOURNAL-CHUNK - LOAD THE NEXT CHUNK, RUN ONE      *
003140*                              AUDIT PASS FOR IT (UNLESS AN      *
003150*                              EARLIER FAILURE ALREADY MADE THE  *
003160*                              RUN RC=8) AND REPORT ITS ENTRIES. *
003170******************************************************************
003180 2900-PROCESS-JOURNAL-CHUNK.
003190     PERFORM 2000-LOAD-JOURNAL-CHUNK
003200         THRU 2000-LOAD-JOURNAL-CHUNK-EXIT.
003210     IF WS-JOURNAL-COUNT > ZERO
003220        AND WS-IO-FAIL-COUNT = ZERO
003230         PERFORM 3000-SCRUB-AUDIT-LOG
003240             THRU 3000-SCRUB-AUDIT-LOG-EXIT
003250     END-IF.
003260     PERFORM 5200-REPORT-ONE-ENTRY
003270         THRU 5200-REPORT-ONE-ENTRY-EXIT
003280         VARYING WS-JOURNAL-IDX FROM 1 BY 1
003290         UNTIL WS-JOURNAL-IDX > WS-JOURNAL-COUNT.
003300 2900-PROCESS-JOURNAL-CHUNK-EXIT.
003310     EXIT.
003320*
003330******************************************************************
003340* 3000-SCRUB-AUDIT-LOG - ONE PASS OVER THE AUDIT LOG FOR THE     *
003350*                        CURRENT CHUNK.  EACH RECORD HAS THE     *
003360*                        CHUNK'S MAPPINGS APPLIED IN ORDER (SO   *
003370*                        CHAINED RENAMES FOLLOW THROUGH) AND IS  *
003380*                        REWRITTEN IN PLACE WHEN ANYTHING        *
003390*                        CHANGED.  THE LOG IS OPENED AND CLOSED  *
003400*                        HERE SO EVERY CHUNK GETS A FULL PASS.   *
003410******************************************************************
003420 3000-SCRUB-AUDIT-LOG.
003430     OPEN I-O AUDIT-LOG-FILE.
003440     IF WS-AUD-FILE-NOT-PRESENT
003450         MOVE "Y" TO WS-AUDIT-ABSENT-SW
003460         GO TO 3000-SCRUB-AUDIT-LOG-EXIT
003470     END-IF.
003480     IF NOT WS-AUD-OK
003490         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003500             WS-AUD-FILE-STATUS
003510         ADD 1 TO WS-IO-FAIL-COUNT
003520         GO TO 3000-SCRUB-AUDIT-LOG-EXIT
003530     END-IF.
003540     MOVE "N" TO WS-AUD-EOF-SW.
003550     PERFORM 3100-READ-AUDIT-RECORD
003560         THRU 3100-READ-AUDIT-RECORD-EXIT.
003570     PERFORM 3200-SCRUB-ONE-RECORD
003580         THRU 3200-SCRUB-ONE-RECORD-EXIT
003590         UNTIL WS-END-OF-AUDIT.
003600     CLOSE AUDIT-LOG-FILE.
003610 3000-SCRUB-AUDIT-LOG-EXIT.
003620     EXIT.
003630*
003640 3100-READ-AUDIT-RECORD.
003650     READ AUDIT-LOG-FILE
003660         AT END
003670             MOVE "Y" TO WS-AUD-EOF-SW
003680     END-READ.
003690 3100-READ-AUDIT-RECORD-EXIT.
003700     EXIT.
003710*
003720 3200-SCRUB-ONE-RECORD.
003730     MOVE "N" TO WS-RECORD-CHANGED-SW.
003740     PERFORM 3300-APPLY-ONE-MAPPING
003750         THRU 3300-APPLY-ONE-MAPPING-EXIT
003760         VARYING WS-JOURNAL-IDX FROM 1 BY 1
003770         UNTIL WS-JOURNAL-IDX > WS-JOURNAL-COUNT.
003780     IF WS-RECORD-CHANGED
003790         REWRITE AUD-RECORD
003800         IF WS-AUD-OK
003810             ADD 1 TO WS-REWRITTEN-COUNT
003820         ELSE
003830             DISPLAY "AUDIT-LOG REWRITE FAILED - STATUS "
003840                 WS-AUD-FILE-STATUS
003850             ADD 1 TO WS-IO-FAIL-COUNT
003860         END-IF
003870     END-IF.
003880     PERFORM 3100-READ-AUDIT-RECORD
003890         THRU 3100-READ-AUDIT-RECORD-EXIT.
003900 3200-SCRUB-ONE-RECORD-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940* 3300-APPLY-ONE-MAPPING - A MAPPING MOVES ONLY RECORDS DATED ON *
003950*                          OR BEFORE THE JOURNALLED ACTION.  A   *
003960*                          NEW USER WHO REGISTERED UNDER THE     *
003970*                          FREED-UP OLD NAME AFTER THE RENAME/   *
003980*                          MERGE KEEPS THEIR OWN HISTORY.        *
003990******************************************************************
004000 3300-APPLY-ONE-MAPPING.
004010     IF AUD-PSEUDO NOT = WS-JRN-OLD-PSEUDO(WS-JOURNAL-IDX)
004020         GO TO 3300-APPLY-ONE-MAPPING-EXIT
004030     END-IF.
004040     IF AUD-RUN-DATE < WS-JRN-RUN-DATE(WS-JOURNAL-IDX)
004050        OR (AUD-RUN-DATE = WS-JRN-RUN-DATE(WS-JOURNAL-IDX)
004060            AND AUD-RUN-TIME
004070                NOT > WS-JRN-RUN-TIME(WS-JOURNAL-IDX))
004080         MOVE WS-JRN-NEW-PSEUDO(WS-JOURNAL-IDX)
004090             TO AUD-PSEUDO
004100         ADD 1 TO WS-JRN-HIT-COUNT(WS-JOURNAL-IDX)
004110         MOVE "Y" TO WS-RECORD-CHANGED-SW
004120     END-IF.
004130 3300-APPLY-ONE-MAPPING-EXIT.
004140     EXIT.
004150*
004160******************************************************************
004170* 5000-WRITE-REPORT-HEADING - DATE LINE AT THE TOP OF SCRBRPT.   *
004180******************************************************************
004190 5000-WRITE-REPORT-HEADING.
004200     MOVE SPACES TO REPORT-RECORD.
004210     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
004220     STRING "COBILISTE - MAINTENANCE SCRUB REPORT  "
004230             DELIMITED BY SIZE
004240             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
004250             INTO REPORT-RECORD.
004260     WRITE REPORT-RECORD.
004270     PERFORM 5100-CHECK-REPORT-WRITE
004280         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004290 5000-WRITE-REPORT-HEADING-EXIT.
004300     EXIT.
004310*
004320 5100-CHECK-REPORT-WRITE.
004330     IF NOT WS-RPT-OK
004340         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
004350             WS-RPT-FILE-STATUS
004360     END-IF.
004370 5100-CHECK-REPORT-WRITE-EXIT.
004380     EXIT.
004390*
004400 5200-REPORT-ONE-ENTRY.
004410     MOVE WS-JRN-OLD-PSEUDO(WS-JOURNAL-IDX)
004420         TO WS-DTL-OLD-PSEUDO.
004430     MOVE WS-JRN-NEW-PSEUDO(WS-JOURNAL-IDX)
004440         TO WS-DTL-NEW-PSEUDO.
004450     MOVE WS-JRN-ACTION(WS-JOURNAL-IDX) TO WS-DTL-ACTION.
004460     MOVE WS-JRN-HIT-COUNT(WS-JOURNAL-IDX)
004470         TO WS-DTL-HIT-COUNT.
004480     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004490     WRITE REPORT-RECORD.
004500     PERFORM 5100-CHECK-REPORT-WRITE
004510         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004520 5200-REPORT-ONE-ENTRY-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560* 5400-WRITE-TOTALS - RUN TOTALS UNDER THE PER-ENTRY LINES.      *
004570******************************************************************
004580 5400-WRITE-TOTALS.
004590     IF WS-ENTRY-TOTAL-COUNT = ZERO
004600         MOVE SPACES TO REPORT-RECORD
004610         MOVE "(NO MAINTENANCE JOURNAL ENTRIES)"
004620             TO REPORT-RECORD
004630         WRITE REPORT-RECORD
004640         PERFORM 5100-CHECK-REPORT-WRITE
004650             THRU 5100-CHECK-REPORT-WRITE-EXIT
004660     END-IF.
004670*
004680     MOVE WS-ENTRY-TOTAL-COUNT TO WS-REPORT-NUMERIC-EDIT.
004690     MOVE SPACES TO REPORT-RECORD.
004700     STRING "JOURNAL ENTRIES APPLIED . . . . : " DELIMITED BY SIZE
004710             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004720             INTO REPORT-RECORD.
004730     WRITE REPORT-RECORD.
004740     PERFORM 5100-CHECK-REPORT-WRITE
004750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004760*
004770     MOVE WS-REWRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
004780     MOVE SPACES TO REPORT-RECORD.
004790     STRING "RECORDS REWRITTEN . . . . . . . : " DELIMITED BY SIZE
004800             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004810             INTO REPORT-RECORD.
004820     WRITE REPORT-RECORD.
004830     PERFORM 5100-CHECK-REPORT-WRITE
004840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004850*
004860     IF WS-BAD-ENTRY-COUNT > ZERO
004870         MOVE WS-BAD-ENTRY-COUNT TO WS-REPORT-NUMERIC-EDIT
004880         MOVE SPACES TO REPORT-RECORD
004890         STRING "CORRUPT ENTRIES DISCARDED . . . : "
004900                 DELIMITED BY SIZE
004910                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004920                 INTO REPORT-RECORD
004930         WRITE REPORT-RECORD
004940         PERFORM 5100-CHECK-REPORT-WRITE
004950             THRU 5100-CHECK-REPORT-WRITE-EXIT
004960     END-IF.
004970 5400-WRITE-TOTALS-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005020*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005030*                          BY EVERY BATCH PROGRAM VIA            *
005040*                          JRNLPUT.CPY.                          *
005050******************************************************************
005060     COPY JRNLPUT.
005070*
005080******************************************************************
005090* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
005100*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
005110*                          BY EVERY NIGHTLY PROGRAM VIA          *
005120*                          BUSDGET.CPY.                          *
005130******************************************************************
005140     COPY BUSDGET.
005150*
005160******************************************************************
005170* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005180******************************************************************
005190 9999-TERMINATE.
005200     IF NOT WS-JOURNAL-ABSENT
005210         CLOSE JOURNAL-FILE
005220     END-IF.
005230     IF NOT WS-AUDIT-ABSENT
005240         CLOSE AUDIT-LOG-FILE
005250     END-IF.
005260     CLOSE REPORT-FILE.
005270 9999-TERMINATE-EXIT.
005280     EXIT.
