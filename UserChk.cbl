000210*    ITS COUNTS AND RETURN CODE, AND CHECKS EACH EXPECTED        *
000220*    NIGHTLY STEP FOR A MATCHED START/END PAIR.                  *
000230*                                                                *
000240*    IT ALSO PRINTS THE BUSINESS DATE THE STREAM REPORTED ON     *
000250*    (BUSDATE.CPY) NEXT TO THE CLOCK DATE, SO A RERUN AGAINST    *
000260*    THE WRONG DAY IS CAUGHT BEFORE ITS REPORTS GO OUT.          *
000270*                                                                *
000280*    RETURN CODES:  0 - EVERY EXPECTED STEP STARTED AND ENDED.   *
000290*                   4 - EVERY STEP RAN, BUT THE BUSINESS DATE    *
000300*                       DIFFERS FROM THE CLOCK DATE OR WAS NOT   *
000310*                       SET - CONFIRM THE RERUN WAS MEANT FOR    *
000320*                       THAT DAY.                                *
000330*                   8 - AN EXPECTED STEP NEVER RAN, OR STARTED   *
000340*                       AND NEVER ENDED (ABENDED MID-STREAM) -   *
000350*                       THE SCHEDULER SHOULD PAGE ON THIS THE    *
000360*                       SAME NIGHT.                              *
000370*                                                                *
000380*    THE EXPECTED-STEP TABLE (STEPTBL.CPY) MIRRORS THE STEP      *
000390*    ORDER OF JCL/NIGHTLY.JCL AND MUST BE KEPT IN STEP WITH IT.  *
000400*                                                                *
000410*    MODIFICATION HISTORY                                       *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    2026-09-01  ML   ORIGINAL VERSION.                          *
000440*    2026-09-02  ML   EXPECT THE NEW UserHist AUDIT-HISTORY      *
000450*                     BUILD STEP.                                *
000460*    2026-09-02  ML   EXPECT THE NEW UserDay STATISTICS-HISTORY  *
000470*                     APPEND AND UserTrnd TREND-REPORT STEPS.    *
000480*    2026-10-15  ML   EXPECT THE NEW UserAcc SUPPORT-DESK        *
000490*                     ACTIVITY REPORT STEP.                      *
000500*    2026-10-15  ML   EXPECT THE NEW UserRen BULK RENAME/MERGE   *
000510*                     STEP AHEAD OF UserScrub.                   *
000520*    2026-10-15  ML   REPORTS THE BUSINESS DATE (BUSDATE.CPY)    *
000530*                     AGAINST THE CLOCK DATE AND ENDS RC=4 WHEN  *
000540*                     THEY DISAGREE OR THE BUSINESS DATE IS NOT  *
000550*                     SET. THE JOURNAL IS STILL READ BY CLOCK    *
000560*                     DATE - IT IS STAMPED WHEN EACH STEP RAN.   *
000570*    2026-10-15  ML   EXPECT THE NEW UserSeq AUDIT SEQUENCE      *
000580*                     CHECK STEP AFTER UserRecon.                *
000590*    2026-10-15  ML   EXPECT THE NEW UserAnom GREETING-ANOMALY   *
000600*                     STEP AFTER UserStat.                       *
000610*    2026-10-15  ML   EXPECT THE NEW UserIntg CROSS-FILE         *
000620*                     INTEGRITY STEP AFTER UserSeq.              *
000630*    2026-10-15  ML   EXPECTED-STEP TABLE MOVED TO STEPTBL.CPY,  *
000640*                     SHARED WITH THE UserRun RUN-STATUS LOAD.   *
000650*                                                                *
000660******************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS BD-BDT-FILE-STATUS.
000760*
000770     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RNJ-FILE-STATUS.
000800*
000810     SELECT REPORT-FILE ASSIGN TO "CHKRPT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RPT-FILE-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BUSINESS-DATE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY BUSDATE.
000900*
000910 FD  RUN-JOURNAL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY RUNJRNL.
000940*
000950 FD  REPORT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  REPORT-RECORD                   PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000 01  WS-FILE-SWITCHES.
001010     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001020         88  WS-RNJ-OK                   VALUE "00".
001030         88  WS-RNJ-FILE-NOT-PRESENT     VALUE "35".
001040     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001050         88  WS-RPT-OK                   VALUE "00".
001060*
001070 01  WS-CONTROL-SWITCHES.
001080     05  WS-RNJ-EOF-SW               PIC X(01) VALUE "N".
001090         88  WS-END-OF-JOURNAL           VALUE "Y".
001100*
001110 COPY STEPTBL.
001120*
001130 77  WS-EXPECTED-IDX                 PIC 9(02) COMP VALUE ZERO.
001140*
001150 01  WS-STEP-STATE-TABLE.
001160     05  WS-STEP-STATE OCCURS 15 TIMES.
001170         10  WS-STEP-START-SW        PIC X(01).
001180             88  WS-STEP-STARTED         VALUE "Y".
001190         10  WS-STEP-END-SW          PIC X(01).
001200             88  WS-STEP-ENDED           VALUE "Y".
001210         10  WS-STEP-RC              PIC 9(02).
001220*
001230 01  WS-COUNTERS.
001240     05  WS-JOURNAL-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001250     05  WS-TODAY-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
001260     05  WS-BAD-STEP-COUNT           PIC 9(08) COMP VALUE ZERO.
001270     05  WS-DATE-WARNING-COUNT       PIC 9(08) COMP VALUE ZERO.
001280*
001290 01  WS-CURRENT-DATE-FIELDS.
001300     05  WS-CURRENT-DATE             PIC 9(08).
001310*
001320 COPY BUSDWRK.
001330*
001340 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001350 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001360*
001370 01  WS-ACTIVITY-LINE.
001380     05  WS-ACT-PROGRAM              PIC X(09).
001390     05  FILLER                      PIC X(02) VALUE SPACES.
001400     05  WS-ACT-TYPE                 PIC X(01).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  WS-ACT-TIME                 PIC 9(08).
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  WS-ACT-READ                 PIC ZZZZZZZ9.
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  WS-ACT-WRITTEN              PIC ZZZZZZZ9.
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  WS-ACT-ERRORS               PIC ZZZZZZZ9.
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  WS-ACT-RC                   PIC 9(02).
001510     05  FILLER                      PIC X(19) VALUE SPACES.
001520*
001530 01  WS-VERDICT-LINE.
001540     05  WS-VDT-PROGRAM              PIC X(09).
001550     05  FILLER                      PIC X(02) VALUE SPACES.
001560     05  WS-VDT-TEXT                 PIC X(40).
001570     05  FILLER                      PIC X(29) VALUE SPACES.
001580*
001590 PROCEDURE DIVISION.
001600*
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-INITIALIZE-EXIT.
001640*
001650     PERFORM 2100-READ-JOURNAL-RECORD
001660         THRU 2100-READ-JOURNAL-RECORD-EXIT.
001670     PERFORM 2200-TALLY-ONE-RECORD
001680         THRU 2200-TALLY-ONE-RECORD-EXIT
001690         UNTIL WS-END-OF-JOURNAL.
001700*
001710     PERFORM 3000-JUDGE-EXPECTED-STEPS
001720         THRU 3000-JUDGE-EXPECTED-STEPS-EXIT.
001730     PERFORM 4000-CHECK-BUSINESS-DATE
001740         THRU 4000-CHECK-BUSINESS-DATE-EXIT.
001750*
001760     PERFORM 9999-TERMINATE
001770         THRU 9999-TERMINATE-EXIT.
001780*
001790     IF WS-BAD-STEP-COUNT > ZERO
001800         MOVE 8 TO RETURN-CODE
001810     ELSE
001820         IF WS-DATE-WARNING-COUNT > ZERO
001830             MOVE 4 TO RETURN-CODE
001840         END-IF
001850     END-IF.
001860     STOP RUN.
001870*
001880******************************************************************
001890* 1000-INITIALIZE - OPEN THE JOURNAL AND THE REPORT.  A JOURNAL  *
001900*                   THAT DOES NOT EXIST MEANS NOTHING RAN, AND   *
001910*                   EVERY EXPECTED STEP WILL JUDGE AS MISSING.   *
001920******************************************************************
001930 1000-INITIALIZE.
001940     OPEN INPUT RUN-JOURNAL-FILE.
001950     IF WS-RNJ-FILE-NOT-PRESENT
001960         MOVE "Y" TO WS-RNJ-EOF-SW
001970     ELSE
001980         IF NOT WS-RNJ-OK
001990             DISPLAY "RUN-JOURNAL OPEN FAILED - STATUS "
002000                 WS-RNJ-FILE-STATUS
002010             MOVE "Y" TO WS-RNJ-EOF-SW
002020         END-IF
002030     END-IF.
002040*
002050     OPEN OUTPUT REPORT-FILE.
002060     IF NOT WS-RPT-OK
002070         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002080             WS-RPT-FILE-STATUS
002090     END-IF.
002100     PERFORM 6600-GET-BUSINESS-DATE
002110         THRU 6600-GET-BUSINESS-DATE-EXIT.
002120*
002130     PERFORM 1100-CLEAR-ONE-STEP-STATE
002140         THRU 1100-CLEAR-ONE-STEP-STATE-EXIT
002150         VARYING WS-EXPECTED-IDX FROM 1 BY 1
002160         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
002170*
002180     MOVE SPACES TO REPORT-RECORD.
002190     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002200     STRING "COBILISTE - NIGHTLY STREAM CHECK  "
002210             DELIMITED BY SIZE
002220             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002230             INTO REPORT-RECORD.
002240     WRITE REPORT-RECORD.
002250     PERFORM 5100-CHECK-REPORT-WRITE
002260         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002270     MOVE SPACES TO REPORT-RECORD.
002280     STRING "PROGRAM    T  TIME          READ   "
002290             DELIMITED BY SIZE
002300             "WRITTEN    ERRORS  RC" DELIMITED BY SIZE
002310             INTO REPORT-RECORD.
002320     WRITE REPORT-RECORD.
002330     PERFORM 5100-CHECK-REPORT-WRITE
002340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
002370*
002380 1100-CLEAR-ONE-STEP-STATE.
002390     MOVE "N" TO WS-STEP-START-SW(WS-EXPECTED-IDX).
002400     MOVE "N" TO WS-STEP-END-SW(WS-EXPECTED-IDX).
002410     MOVE ZERO TO WS-STEP-RC(WS-EXPECTED-IDX).
002420 1100-CLEAR-ONE-STEP-STATE-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460* 2100-READ-JOURNAL-RECORD - NEXT JOURNAL RECORD.                *
002470******************************************************************
002480 2100-READ-JOURNAL-RECORD.
002490     READ RUN-JOURNAL-FILE
002500         AT END
002510             MOVE "Y" TO WS-RNJ-EOF-SW
002520         NOT AT END
002530             ADD 1 TO WS-JOURNAL-READ-COUNT
002540     END-READ.
002550 2100-READ-JOURNAL-RECORD-EXIT.
002560     EXIT.
002570*
002580******************************************************************
002590* 2200-TALLY-ONE-RECORD - THE JOURNAL GROWS ACROSS NIGHTS, SO    *
002600*                         ONLY TODAY'S RECORDS COUNT.  THE       *
002610*                         JOURNAL IS STAMPED FROM THE CLOCK AS   *
002620*                         EACH STEP RUNS, SO "TODAY" HERE IS     *
002630*                         THE CLOCK DATE, NOT THE BUSINESS       *
002640*                         DATE - A RERUN THE NEXT MORNING IS     *
002650*                         JUDGED ON ITS OWN STEPS.  EACH ONE IS  *
002660*                         LISTED ON THE SUMMARY AND FOLDED INTO  *
002670*                         THE EXPECTED-STEP STATE.               *
002680******************************************************************
002690 2200-TALLY-ONE-RECORD.
002700     IF RJ-RUN-DATE NOT = BD-CLOCK-DATE
002710         GO TO 2200-TALLY-ONE-RECORD-READ
002720     END-IF.
002730     ADD 1 TO WS-TODAY-RECORD-COUNT.
002740*
002750     MOVE RJ-PROGRAM-NAME TO WS-ACT-PROGRAM.
002760     MOVE RJ-RECORD-TYPE TO WS-ACT-TYPE.
002770     MOVE RJ-RUN-TIME TO WS-ACT-TIME.
002780     MOVE RJ-READ-COUNT TO WS-ACT-READ.
002790     MOVE RJ-WRITTEN-COUNT TO WS-ACT-WRITTEN.
002800     MOVE RJ-ERROR-COUNT TO WS-ACT-ERRORS.
002810     MOVE RJ-RETURN-CODE TO WS-ACT-RC.
002820     MOVE WS-ACTIVITY-LINE TO REPORT-RECORD.
002830     WRITE REPORT-RECORD.
002840     PERFORM 5100-CHECK-REPORT-WRITE
002850         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002860*
002870     PERFORM 2300-FOLD-INTO-STEP-STATE
002880         THRU 2300-FOLD-INTO-STEP-STATE-EXIT
002890         VARYING WS-EXPECTED-IDX FROM 1 BY 1
002900         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
002910*
002920 2200-TALLY-ONE-RECORD-READ.
002930     PERFORM 2100-READ-JOURNAL-RECORD
002940         THRU 2100-READ-JOURNAL-RECORD-EXIT.
002950 2200-TALLY-ONE-RECORD-EXIT.
002960     EXIT.
002970*
002980 2300-FOLD-INTO-STEP-STATE.
002990     IF RJ-PROGRAM-NAME = WS-EXPECTED-NAME(WS-EXPECTED-IDX)
003000         IF RJ-TYPE-START
003010             MOVE "Y" TO WS-STEP-START-SW(WS-EXPECTED-IDX)
003020         END-IF
003030         IF RJ-TYPE-END
003040             MOVE "Y" TO WS-STEP-END-SW(WS-EXPECTED-IDX)
003050             MOVE RJ-RETURN-CODE
003060                 TO WS-STEP-RC(WS-EXPECTED-IDX)
003070         END-IF
003080         MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-IDX
003090     END-IF.
003100 2300-FOLD-INTO-STEP-STATE-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140* 3000-JUDGE-EXPECTED-STEPS - ONE VERDICT LINE PER EXPECTED      *
003150*                             STEP.  A STEP WITH NO RECORDS      *
003160*                             NEVER RAN; A START WITH NO END     *
003170*                             ABENDED MID-STREAM.  EITHER WAY    *
003180*                             THE RUN ENDS RC=8 SO THE           *
003190*                             SCHEDULER PAGES TONIGHT.           *
003200******************************************************************
003210 3000-JUDGE-EXPECTED-STEPS.
003220     MOVE SPACES TO REPORT-RECORD.
003230     WRITE REPORT-RECORD.
003240     PERFORM 5100-CHECK-REPORT-WRITE
003250         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003260     MOVE SPACES TO REPORT-RECORD.
003270     MOVE "EXPECTED STEP VERDICTS" TO REPORT-RECORD.
003280     WRITE REPORT-RECORD.
003290     PERFORM 5100-CHECK-REPORT-WRITE
003300         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003310*
003320     PERFORM 3100-JUDGE-ONE-STEP
003330         THRU 3100-JUDGE-ONE-STEP-EXIT
003340         VARYING WS-EXPECTED-IDX FROM 1 BY 1
003350         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
003360*
003370     MOVE SPACES TO REPORT-RECORD.
003380     IF WS-BAD-STEP-COUNT = ZERO
003390         MOVE "RESULT: STREAM COMPLETE" TO REPORT-RECORD
003400     ELSE
003410         MOVE "RESULT: STREAM INCOMPLETE - PAGE OPERATIONS"
003420             TO REPORT-RECORD
003430     END-IF.
003440     WRITE REPORT-RECORD.
003450     PERFORM 5100-CHECK-REPORT-WRITE
003460         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003470 3000-JUDGE-EXPECTED-STEPS-EXIT.
003480     EXIT.
003490*
003500 3100-JUDGE-ONE-STEP.
003510     MOVE WS-EXPECTED-NAME(WS-EXPECTED-IDX) TO WS-VDT-PROGRAM.
003520     IF WS-STEP-ENDED(WS-EXPECTED-IDX)
003530         MOVE SPACES TO WS-VDT-TEXT
003540         STRING "ENDED RC=" DELIMITED BY SIZE
003550                 WS-STEP-RC(WS-EXPECTED-IDX) DELIMITED BY SIZE
003560                 INTO WS-VDT-TEXT
003570     ELSE
003580         ADD 1 TO WS-BAD-STEP-COUNT
003590         IF WS-STEP-STARTED(WS-EXPECTED-IDX)
003600             MOVE "STARTED, NO END - ABENDED MID-STREAM"
003610                 TO WS-VDT-TEXT
003620         ELSE
003630             MOVE "DID NOT RUN" TO WS-VDT-TEXT
003640         END-IF
003650     END-IF.
003660     MOVE WS-VERDICT-LINE TO REPORT-RECORD.
003670     WRITE REPORT-RECORD.
003680     PERFORM 5100-CHECK-REPORT-WRITE
003690         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003700 3100-JUDGE-ONE-STEP-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 4000-CHECK-BUSINESS-DATE - PRINT THE BUSINESS AND CLOCK DATES  *
003750*                            AND WARN WHEN THEY DISAGREE (A      *
003760*                            RERUN, DELIBERATE OR NOT) OR WHEN   *
003770*                            NO BUSINESS DATE WAS SET AND THE    *
003780*                            STREAM FELL BACK TO THE CLOCK.      *
003790******************************************************************
003800 4000-CHECK-BUSINESS-DATE.
003810     MOVE SPACES TO REPORT-RECORD.
003820     WRITE REPORT-RECORD.
003830     PERFORM 5100-CHECK-REPORT-WRITE
003840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003850     MOVE SPACES TO REPORT-RECORD.
003860     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003870     STRING "BUSINESS DATE . . . . . . . . . : " DELIMITED BY SIZE
003880             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003890             INTO REPORT-RECORD.
003900     WRITE REPORT-RECORD.
003910     PERFORM 5100-CHECK-REPORT-WRITE
003920         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003930     MOVE SPACES TO REPORT-RECORD.
003940     MOVE BD-CLOCK-DATE TO WS-REPORT-DATE-EDIT.
003950     STRING "CLOCK DATE  . . . . . . . . . . : " DELIMITED BY SIZE
003960             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003970             INTO REPORT-RECORD.
003980     WRITE REPORT-RECORD.
003990     PERFORM 5100-CHECK-REPORT-WRITE
004000         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004010*
004020     MOVE SPACES TO REPORT-RECORD.
004030     IF BD-DATE-FROM-CLOCK
004040         ADD 1 TO WS-DATE-WARNING-COUNT
004050         MOVE "WARNING: BUSINESS DATE NOT SET - CLOCK DATE USED"
004060             TO REPORT-RECORD
004070     ELSE
004080         IF WS-CURRENT-DATE NOT = BD-CLOCK-DATE
004090             ADD 1 TO WS-DATE-WARNING-COUNT
004100             MOVE "WARNING: BUSINESS DATE DIFFERS FROM CLOCK DATE"
004110                 TO REPORT-RECORD
004120         END-IF
004130     END-IF.
004140     IF WS-DATE-WARNING-COUNT = ZERO
004150         GO TO 4000-CHECK-BUSINESS-DATE-EXIT
004160     END-IF.
004170     WRITE REPORT-RECORD.
004180     PERFORM 5100-CHECK-REPORT-WRITE
004190         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004200     MOVE SPACES TO REPORT-RECORD.
004210     MOVE "         CONFIRM THE STREAM WAS RUN FOR THE RIGHT DAY"
004220         TO REPORT-RECORD.
004230     WRITE REPORT-RECORD.
004240     PERFORM 5100-CHECK-REPORT-WRITE
004250         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004260 4000-CHECK-BUSINESS-DATE-EXIT.
004270     EXIT.
004280*
004290 5100-CHECK-REPORT-WRITE.
004300     IF NOT WS-RPT-OK
004310         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
004320             WS-RPT-FILE-STATUS
004330     END-IF.
004340 5100-CHECK-REPORT-WRITE-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
004390*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
004400*                          BY EVERY NIGHTLY PROGRAM VIA          *
004410*                          BUSDGET.CPY.                          *
004420******************************************************************
004430     COPY BUSDGET.
004440*
004450******************************************************************
004460* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004470******************************************************************
004480 9999-TERMINATE.
004490     IF NOT WS-RNJ-FILE-NOT-PRESENT
004500         CLOSE RUN-JOURNAL-FILE
004510     END-IF.
004520     CLOSE REPORT-FILE.
004530 9999-TERMINATE-EXIT.
004540     EXIT.
