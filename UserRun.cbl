000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserRun.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserRun                                                    *
000110*                                                                *
000120*    NIGHTLY RUN-STATUS LOAD.  SUPPORT COULD NOT ANSWER "DID     *
000130*    LAST NIGHT RUN, AND DID THE FEED LAND?" WITHOUT A TICKET    *
000140*    TO OPERATIONS - THE RUN JOURNAL (RUNJRNL.CPY), THE          *
000150*    UserBatch RUN-CONTROL RECORD (RUNCTL.CPY) AND THE EXTRACT   *
000160*    CONTROL FILE (XTRCTL.CPY) ARE FLAT SEQUENTIAL FILES THAT    *
000170*    CICS CANNOT READ.  THIS PROGRAM REBUILDS THE RUN-STATUS     *
000180*    KSDS (RUNSTAT.CPY) FROM ALL THREE, THE SAME WAY UserHist    *
000190*    FEEDS THE CBLI SCREEN, AND THE UserSts TRANSACTION (CBLS)   *
000200*    SHOWS IT.                                                   *
000210*                                                                *
000220*    THE LAST SEVEN NIGHTS ARE LOADED, TONIGHT AND THE SIX       *
000230*    CALENDAR DAYS BEFORE IT, WHETHER OR NOT ANYTHING RAN - A    *
000240*    NIGHT THE STREAM MISSED SHOWS EVERY STEP AS "DID NOT RUN"   *
000250*    RATHER THAN DROPPING OFF THE SCREEN.  A NIGHT IS THE        *
000260*    JOURNAL'S CLOCK DATE, AS UserChk JUDGES IT.  EACH EXPECTED  *
000270*    STEP (STEPTBL.CPY, SHARED WITH UserChk) GETS ITS LATEST     *
000280*    START AND END THAT NIGHT: A START RESETS THE STEP, SO A     *
000290*    RERUN THAT ABENDS SHOWS AS ABENDED EVEN IF AN EARLIER RUN   *
000300*    ENDED CLEANLY.  THE LATEST RUN-CONTROL RECORD AND THE TEN   *
000310*    NEWEST EXTRACT CUTS, WITH THE ACKNOWLEDGEMENT STATUS        *
000320*    UserAck LEFT ON THEM, ARE LOADED ALONGSIDE.                 *
000330*                                                                *
000340*    RUNS IN THE NIGHTLY STREAM AFTER THE STREAM CHECK, WITH     *
000350*    COND=EVEN SO A NIGHT THAT FAILED IS STILL VISIBLE - SEE     *
000360*    JCL/NIGHTLY.JCL.  THE RUNSTAT FILE MUST BE CLOSED TO CICS   *
000370*    WHILE THIS RUNS (CEMT SET FILE CLOSED); THE JCL TAKES IT    *
000380*    DISP=OLD.  A MISSING JOURNAL, RUN-CONTROL OR EXTRACT        *
000390*    CONTROL FILE IS LOADED AS EMPTY.                            *
000400*                                                                *
000410*    RETURN CODES:  0 - STATUS FILE REBUILT; SAFE TO REOPEN TO   *
000420*                       CICS.                                    *
000430*                   8 - OPEN, READ OR WRITE FAILURE; THE STATUS  *
000440*                       FILE IS SUSPECT - RERUN BEFORE REOPENING *
000450*                       IT.                                      *
000460*                                                                *
000470*    MODIFICATION HISTORY                                       *
000480*    DATE       INIT  DESCRIPTION                                *
000490*    2026-10-15  ML   ORIGINAL VERSION.                          *
000500*                                                                *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.    IBM-370.
000550 OBJECT-COMPUTER.    IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RNJ-FILE-STATUS.
000610*
000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RNC-FILE-STATUS.
000650*
000660     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "XTRCTL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-XTC-FILE-STATUS.
000690*
000700     SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RS-KEY
000740         FILE STATUS IS WS-RST-FILE-STATUS.
000750*
000760     SELECT REPORT-FILE ASSIGN TO "RUNRPT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790*
000800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS BD-BDT-FILE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  RUN-JOURNAL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY RUNJRNL.
000890*
000900 FD  RUN-CONTROL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY RUNCTL.
000930*
000940 FD  EXTRACT-CONTROL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY XTRCTL.
000970*
000980 FD  RUN-STATUS-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY RUNSTAT.
001010*
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPORT-RECORD                   PIC X(80).
001050*
001060 FD  BUSINESS-DATE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY BUSDATE.
001090*
001100 WORKING-STORAGE SECTION.
001110 01  WS-FILE-SWITCHES.
001120     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001130         88  WS-RNJ-OK                   VALUE "00".
001140         88  WS-RNJ-FILE-NOT-PRESENT     VALUE "35".
001150     05  WS-RNC-FILE-STATUS          PIC X(02) VALUE SPACES.
001160         88  WS-RNC-OK                   VALUE "00".
001170         88  WS-RNC-FILE-NOT-PRESENT     VALUE "35".
001180     05  WS-XTC-FILE-STATUS          PIC X(02) VALUE SPACES.
001190         88  WS-XTC-OK                   VALUE "00".
001200         88  WS-XTC-FILE-NOT-PRESENT     VALUE "35".
001210     05  WS-RST-FILE-STATUS          PIC X(02) VALUE SPACES.
001220         88  WS-RST-OK                   VALUE "00".
001230     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001240         88  WS-RPT-OK                   VALUE "00".
001250*
001260 01  WS-CONTROL-SWITCHES.
001270     05  WS-RNJ-EOF-SW               PIC X(01) VALUE "N".
001280         88  WS-END-OF-JOURNAL           VALUE "Y".
001290     05  WS-XTC-EOF-SW               PIC X(01) VALUE "N".
001300         88  WS-END-OF-CONTROL           VALUE "Y".
001310     05  WS-RUN-CONTROL-SW           PIC X(01) VALUE "N".
001320         88  WS-RUN-CONTROL-HELD         VALUE "Y".
001330*
001340*    THE RUN-CONTROL RECORD, KEPT PAST THE CLOSE OF ITS FILE.
001350 COPY RUNCTL REPLACING RNC-RECORD BY WS-RNC-SAVED
001360                       RNC-RUN-DATE BY WS-RNC-RUN-DATE
001370                       RNC-RUN-TIME BY WS-RNC-RUN-TIME
001380                       RNC-READ-COUNT BY WS-RNC-READ-COUNT
001390                       RNC-GREETED-COUNT BY WS-RNC-GREETED-COUNT
001400                       RNC-REJECTED-COUNT BY WS-RNC-REJECTED-COUNT
001410                       RNC-IO-FAIL-COUNT BY WS-RNC-IO-FAIL-COUNT
001420                       RNC-RETURN-CODE BY WS-RNC-RETURN-CODE.
001430*
001440 COPY STEPTBL.
001450*
001460 77  WS-EXPECTED-IDX                 PIC 9(02) COMP VALUE ZERO.
001470 77  WS-NIGHT-MAX                    PIC 9(02) COMP VALUE 7.
001480 77  WS-NIGHT-IDX                    PIC 9(02) COMP VALUE ZERO.
001490 77  WS-MATCH-NIGHT                  PIC 9(02) COMP VALUE ZERO.
001500 77  WS-CUT-MAX                      PIC 9(02) COMP VALUE 10.
001510 77  WS-CUT-COUNT                    PIC 9(02) COMP VALUE ZERO.
001520 77  WS-CUT-IDX                      PIC 9(02) COMP VALUE ZERO.
001530 77  WS-CUT-RANK                     PIC 9(04) COMP VALUE ZERO.
001540*
001550*    ONE ENTRY PER NIGHT, NEWEST (TONIGHT) FIRST, EACH HOLDING
001560*    THE STATE OF EVERY EXPECTED STEP IN STEPTBL.CPY ORDER.
001570 01  WS-NIGHT-TABLE.
001580     05  WS-NIGHT OCCURS 7 TIMES.
001590         10  WS-NIGHT-DATE           PIC 9(08).
001600         10  WS-NIGHT-STEP OCCURS 15 TIMES.
001610             15  WS-NS-STATE         PIC X(01).
001620             15  WS-NS-START-TIME    PIC 9(08).
001630             15  WS-NS-END-TIME      PIC 9(08).
001640             15  WS-NS-READ-COUNT    PIC 9(08).
001650             15  WS-NS-WRITTEN-COUNT PIC 9(08).
001660             15  WS-NS-ERROR-COUNT   PIC 9(08).
001670             15  WS-NS-RETURN-CODE   PIC 9(02).
001680*
001690*    THE NEWEST EXTRACT CUTS, OLDEST FIRST AS READ - THE FILE
001700*    IS APPENDED TO, SO THE LAST TEN READ ARE THE NEWEST TEN.
001710 01  WS-CUT-TABLE.
001720     05  WS-CUT OCCURS 10 TIMES.
001730         10  WS-CUT-DATE             PIC 9(08).
001740         10  WS-CUT-MODE             PIC X(01).
001750         10  WS-CUT-RECORD-COUNT     PIC 9(08).
001760         10  WS-CUT-HASH-TOTAL       PIC 9(13).
001770         10  WS-CUT-ACK-STATUS       PIC X(01).
001780*
001790 01  WS-COUNTERS.
001800     05  WS-JOURNAL-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001810     05  WS-JOURNAL-USED-COUNT       PIC 9(08) COMP VALUE ZERO.
001820     05  WS-CUT-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001830     05  WS-STEP-WRITTEN-COUNT       PIC 9(08) COMP VALUE ZERO.
001840     05  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
001850     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001860*
001870 01  WS-CURRENT-DATE-FIELDS.
001880     05  WS-CURRENT-DATE             PIC 9(08).
001890     05  WS-BUILD-TIME               PIC 9(08).
001900*
001910 COPY BUSDWRK.
001920*
001930 COPY DATEWRK.
001940*
001950 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001960 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001970*
001980 PROCEDURE DIVISION.
001990*
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-INITIALIZE-EXIT.
002030*
002040     PERFORM 2000-FOLD-RUN-JOURNAL
002050         THRU 2000-FOLD-RUN-JOURNAL-EXIT.
002060     PERFORM 3000-FETCH-RUN-CONTROL
002070         THRU 3000-FETCH-RUN-CONTROL-EXIT.
002080     PERFORM 3500-COLLECT-EXTRACT-CUTS
002090         THRU 3500-COLLECT-EXTRACT-CUTS-EXIT.
002100*
002110     PERFORM 4000-LOAD-STATUS-FILE
002120         THRU 4000-LOAD-STATUS-FILE-EXIT.
002130*
002140     PERFORM 5000-WRITE-LOAD-REPORT
002150         THRU 5000-WRITE-LOAD-REPORT-EXIT.
002160*
002170     PERFORM 9999-TERMINATE
002180         THRU 9999-TERMINATE-EXIT.
002190*
002200     IF WS-IO-FAIL-COUNT > ZERO
002210         MOVE 8 TO RETURN-CODE
002220     END-IF.
002230     MOVE "UserRun" TO RJ-PROGRAM-NAME.
002240     MOVE "E" TO RJ-RECORD-TYPE.
002250     MOVE WS-JOURNAL-READ-COUNT TO RJ-READ-COUNT.
002260     MOVE WS-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
002270     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002280     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002290     PERFORM 6500-WRITE-RUN-JOURNAL
002300         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002310     STOP RUN.
002320*
002330******************************************************************
002340* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT, AND SET  *
002350*                   UP THE SEVEN NIGHTS: TONIGHT'S CLOCK DATE    *
002360*                   AND THE SIX DAYS BEFORE IT, EVERY STEP       *
002370*                   "DID NOT RUN" UNTIL THE JOURNAL SAYS         *
002380*                   OTHERWISE.                                   *
002390******************************************************************
002400 1000-INITIALIZE.
002410     MOVE "UserRun" TO RJ-PROGRAM-NAME.
002420     MOVE "S" TO RJ-RECORD-TYPE.
002430     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002440                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002450     PERFORM 6500-WRITE-RUN-JOURNAL
002460         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002470*
002480     OPEN OUTPUT REPORT-FILE.
002490     IF NOT WS-RPT-OK
002500         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002510             WS-RPT-FILE-STATUS
002520     END-IF.
002530     PERFORM 6600-GET-BUSINESS-DATE
002540         THRU 6600-GET-BUSINESS-DATE-EXIT.
002550     ACCEPT WS-BUILD-TIME FROM TIME.
002560*
002570     MOVE BD-CLOCK-DATE TO DC-DATE.
002580     PERFORM 1100-SET-UP-ONE-NIGHT
002590         THRU 1100-SET-UP-ONE-NIGHT-EXIT
002600         VARYING WS-NIGHT-IDX FROM 1 BY 1
002610         UNTIL WS-NIGHT-IDX > WS-NIGHT-MAX.
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640*
002650 1100-SET-UP-ONE-NIGHT.
002660     MOVE DC-DATE TO WS-NIGHT-DATE(WS-NIGHT-IDX).
002670     PERFORM 1200-CLEAR-ONE-STEP
002680         THRU 1200-CLEAR-ONE-STEP-EXIT
002690         VARYING WS-EXPECTED-IDX FROM 1 BY 1
002700         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
002710     PERFORM 7100-BACK-UP-ONE-DAY
002720         THRU 7100-BACK-UP-ONE-DAY-EXIT.
002730 1100-SET-UP-ONE-NIGHT-EXIT.
002740     EXIT.
002750*
002760 1200-CLEAR-ONE-STEP.
002770     MOVE "N" TO WS-NS-STATE(WS-NIGHT-IDX WS-EXPECTED-IDX).
002780     MOVE ZERO TO WS-NS-START-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
002790                  WS-NS-END-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
002800                  WS-NS-READ-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
002810                  WS-NS-WRITTEN-COUNT(WS-NIGHT-IDX
002820                                      WS-EXPECTED-IDX)
002830                  WS-NS-ERROR-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
002840                  WS-NS-RETURN-CODE(WS-NIGHT-IDX WS-EXPECTED-IDX).
002850 1200-CLEAR-ONE-STEP-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890* 2000-FOLD-RUN-JOURNAL - READ THE WHOLE JOURNAL AND FOLD EVERY  *
002900*                         RECORD FOR AN EXPECTED STEP ON ONE OF  *
002910*                         THE SEVEN NIGHTS INTO THE TABLE.  A    *
002920*                         JOURNAL THAT DOES NOT EXIST MEANS      *
002930*                         NOTHING RAN.                           *
002940******************************************************************
002950 2000-FOLD-RUN-JOURNAL.
002960     OPEN INPUT RUN-JOURNAL-FILE.
002970     IF WS-RNJ-FILE-NOT-PRESENT
002980         GO TO 2000-FOLD-RUN-JOURNAL-EXIT
002990     END-IF.
003000     IF NOT WS-RNJ-OK
003010         DISPLAY "RUN-JOURNAL OPEN FAILED - STATUS "
003020             WS-RNJ-FILE-STATUS
003030         ADD 1 TO WS-IO-FAIL-COUNT
003040         GO TO 2000-FOLD-RUN-JOURNAL-EXIT
003050     END-IF.
003060     PERFORM 2100-READ-JOURNAL-RECORD
003070         THRU 2100-READ-JOURNAL-RECORD-EXIT.
003080     PERFORM 2200-FOLD-ONE-RECORD
003090         THRU 2200-FOLD-ONE-RECORD-EXIT
003100         UNTIL WS-END-OF-JOURNAL.
003110     CLOSE RUN-JOURNAL-FILE.
003120 2000-FOLD-RUN-JOURNAL-EXIT.
003130     EXIT.
003140*
003150 2100-READ-JOURNAL-RECORD.
003160     READ RUN-JOURNAL-FILE
003170         AT END
003180             MOVE "Y" TO WS-RNJ-EOF-SW
003190         NOT AT END
003200             ADD 1 TO WS-JOURNAL-READ-COUNT
003210     END-READ.
003220     IF NOT WS-RNJ-OK AND NOT WS-END-OF-JOURNAL
003230         DISPLAY "RUN-JOURNAL READ FAILED - STATUS "
003240             WS-RNJ-FILE-STATUS
003250         ADD 1 TO WS-IO-FAIL-COUNT
003260         MOVE "Y" TO WS-RNJ-EOF-SW
003270     END-IF.
003280 2100-READ-JOURNAL-RECORD-EXIT.
003290     EXIT.
003300*
003310******************************************************************
003320* 2200-FOLD-ONE-RECORD - FIND THE RECORD'S NIGHT, THEN ITS STEP. *
003330*                        RECORDS OUTSIDE THE SEVEN NIGHTS, AND   *
003340*                        PROGRAMS THAT ARE NOT NIGHTLY STEPS     *
003350*                        (ON-DEMAND JOBS, THIS PROGRAM), ARE     *
003360*                        PASSED OVER.                            *
003370******************************************************************
003380 2200-FOLD-ONE-RECORD.
003390     MOVE ZERO TO WS-MATCH-NIGHT.
003400     PERFORM 2300-FIND-THE-NIGHT
003410         THRU 2300-FIND-THE-NIGHT-EXIT
003420         VARYING WS-NIGHT-IDX FROM 1 BY 1
003430         UNTIL WS-NIGHT-IDX > WS-NIGHT-MAX.
003440     IF WS-MATCH-NIGHT = ZERO
003450         GO TO 2200-FOLD-ONE-RECORD-READ
003460     END-IF.
003470     MOVE WS-MATCH-NIGHT TO WS-NIGHT-IDX.
003480     PERFORM 2400-FOLD-INTO-STEP
003490         THRU 2400-FOLD-INTO-STEP-EXIT
003500         VARYING WS-EXPECTED-IDX FROM 1 BY 1
003510         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
003520*
003530 2200-FOLD-ONE-RECORD-READ.
003540     PERFORM 2100-READ-JOURNAL-RECORD
003550         THRU 2100-READ-JOURNAL-RECORD-EXIT.
003560 2200-FOLD-ONE-RECORD-EXIT.
003570     EXIT.
003580*
003590 2300-FIND-THE-NIGHT.
003600     IF RJ-RUN-DATE = WS-NIGHT-DATE(WS-NIGHT-IDX)
003610         MOVE WS-NIGHT-IDX TO WS-MATCH-NIGHT
003620         MOVE WS-NIGHT-MAX TO WS-NIGHT-IDX
003630     END-IF.
003640 2300-FIND-THE-NIGHT-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680* 2400-FOLD-INTO-STEP - A START RECORD RESETS THE STEP (A RERUN  *
003690*                       REPLACES WHAT WENT BEFORE); AN END       *
003700*                       RECORD CARRIES THE COUNTS AND RETURN     *
003710*                       CODE.                                    *
003720******************************************************************
003730 2400-FOLD-INTO-STEP.
003740     IF RJ-PROGRAM-NAME NOT = WS-EXPECTED-NAME(WS-EXPECTED-IDX)
003750         GO TO 2400-FOLD-INTO-STEP-EXIT
003760     END-IF.
003770     ADD 1 TO WS-JOURNAL-USED-COUNT.
003780     IF RJ-TYPE-START
003790         PERFORM 1200-CLEAR-ONE-STEP
003800             THRU 1200-CLEAR-ONE-STEP-EXIT
003810         MOVE "S" TO WS-NS-STATE(WS-NIGHT-IDX WS-EXPECTED-IDX)
003820         MOVE RJ-RUN-TIME
003830             TO WS-NS-START-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
003840     END-IF.
003850     IF RJ-TYPE-END
003860         MOVE "E" TO WS-NS-STATE(WS-NIGHT-IDX WS-EXPECTED-IDX)
003870         MOVE RJ-RUN-TIME
003880             TO WS-NS-END-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
003890         MOVE RJ-READ-COUNT
003900             TO WS-NS-READ-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
003910         MOVE RJ-WRITTEN-COUNT
003920             TO WS-NS-WRITTEN-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
003930         MOVE RJ-ERROR-COUNT
003940             TO WS-NS-ERROR-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
003950         MOVE RJ-RETURN-CODE
003960             TO WS-NS-RETURN-CODE(WS-NIGHT-IDX WS-EXPECTED-IDX)
003970     END-IF.
003980     MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-IDX.
003990 2400-FOLD-INTO-STEP-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030* 3000-FETCH-RUN-CONTROL - UserBatch REPLACES ITS ONE RUN-       *
004040*                          CONTROL RECORD ON EVERY RUN, SO THE   *
004050*                          RECORD ON FILE IS THE LATEST RUN.  NO *
004060*                          FILE OR NO RECORD MEANS NO BATCH RUN  *
004070*                          HAS BEEN RECORDED.                    *
004080******************************************************************
004090 3000-FETCH-RUN-CONTROL.
004100     OPEN INPUT RUN-CONTROL-FILE.
004110     IF WS-RNC-FILE-NOT-PRESENT
004120         GO TO 3000-FETCH-RUN-CONTROL-EXIT
004130     END-IF.
004140     IF NOT WS-RNC-OK
004150         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
004160             WS-RNC-FILE-STATUS
004170         ADD 1 TO WS-IO-FAIL-COUNT
004180         GO TO 3000-FETCH-RUN-CONTROL-EXIT
004190     END-IF.
004200     READ RUN-CONTROL-FILE
004210         AT END
004220             CONTINUE
004230         NOT AT END
004240             MOVE "Y" TO WS-RUN-CONTROL-SW
004250             MOVE RNC-RECORD TO WS-RNC-SAVED
004260     END-READ.
004270     CLOSE RUN-CONTROL-FILE.
004280 3000-FETCH-RUN-CONTROL-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320* 3500-COLLECT-EXTRACT-CUTS - KEEP THE LAST TEN CUTS READ.  ONCE *
004330*                             THE TABLE IS FULL EACH NEW CUT     *
004340*                             PUSHES THE OLDEST ONE OUT.         *
004350******************************************************************
004360 3500-COLLECT-EXTRACT-CUTS.
004370     OPEN INPUT EXTRACT-CONTROL-FILE.
004380     IF WS-XTC-FILE-NOT-PRESENT
004390         GO TO 3500-COLLECT-EXTRACT-CUTS-EXIT
004400     END-IF.
004410     IF NOT WS-XTC-OK
004420         DISPLAY "EXTRACT-CONTROL OPEN FAILED - STATUS "
004430             WS-XTC-FILE-STATUS
004440         ADD 1 TO WS-IO-FAIL-COUNT
004450         GO TO 3500-COLLECT-EXTRACT-CUTS-EXIT
004460     END-IF.
004470     PERFORM 3600-READ-CONTROL-RECORD
004480         THRU 3600-READ-CONTROL-RECORD-EXIT.
004490     PERFORM 3700-KEEP-ONE-CUT
004500         THRU 3700-KEEP-ONE-CUT-EXIT
004510         UNTIL WS-END-OF-CONTROL.
004520     CLOSE EXTRACT-CONTROL-FILE.
004530 3500-COLLECT-EXTRACT-CUTS-EXIT.
004540     EXIT.
004550*
004560 3600-READ-CONTROL-RECORD.
004570     READ EXTRACT-CONTROL-FILE
004580         AT END
004590             MOVE "Y" TO WS-XTC-EOF-SW
004600         NOT AT END
004610             ADD 1 TO WS-CUT-READ-COUNT
004620     END-READ.
004630     IF NOT WS-XTC-OK AND NOT WS-END-OF-CONTROL
004640         DISPLAY "EXTRACT-CONTROL READ FAILED - STATUS "
004650             WS-XTC-FILE-STATUS
004660         ADD 1 TO WS-IO-FAIL-COUNT
004670         MOVE "Y" TO WS-XTC-EOF-SW
004680     END-IF.
004690 3600-READ-CONTROL-RECORD-EXIT.
004700     EXIT.
004710*
004720 3700-KEEP-ONE-CUT.
004730     IF WS-CUT-COUNT < WS-CUT-MAX
004740         ADD 1 TO WS-CUT-COUNT
004750     ELSE
004760         PERFORM 3800-SHIFT-ONE-CUT
004770             THRU 3800-SHIFT-ONE-CUT-EXIT
004780             VARYING WS-CUT-IDX FROM 2 BY 1
004790             UNTIL WS-CUT-IDX > WS-CUT-MAX
004800     END-IF.
004810     MOVE XC-EXTRACT-DATE TO WS-CUT-DATE(WS-CUT-COUNT).
004820     MOVE XC-EXTRACT-MODE TO WS-CUT-MODE(WS-CUT-COUNT).
004830     MOVE XC-RECORD-COUNT TO WS-CUT-RECORD-COUNT(WS-CUT-COUNT).
004840     MOVE XC-HASH-TOTAL TO WS-CUT-HASH-TOTAL(WS-CUT-COUNT).
004850     MOVE XC-ACK-STATUS TO WS-CUT-ACK-STATUS(WS-CUT-COUNT).
004860*
004870     PERFORM 3600-READ-CONTROL-RECORD
004880         THRU 3600-READ-CONTROL-RECORD-EXIT.
004890 3700-KEEP-ONE-CUT-EXIT.
004900     EXIT.
004910*
004920 3800-SHIFT-ONE-CUT.
004930     MOVE WS-CUT(WS-CUT-IDX) TO WS-CUT(WS-CUT-IDX - 1).
004940 3800-SHIFT-ONE-CUT-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980* 4000-LOAD-STATUS-FILE - REBUILD THE KSDS FROM SCRATCH IN KEY   *
004990*                         ORDER: THE HEADER, THE NIGHTS OLDEST   *
005000*                         FIRST WITH THEIR STEPS IN TABLE ORDER, *
005010*                         THE RUN-CONTROL TOTALS, THEN THE CUTS  *
005020*                         NEWEST FIRST.                          *
005030******************************************************************
005040 4000-LOAD-STATUS-FILE.
005050     OPEN OUTPUT RUN-STATUS-FILE.
005060     IF NOT WS-RST-OK
005070         DISPLAY "RUN-STATUS OPEN FAILED - STATUS "
005080             WS-RST-FILE-STATUS
005090         ADD 1 TO WS-IO-FAIL-COUNT
005100         GO TO 4000-LOAD-STATUS-FILE-EXIT
005110     END-IF.
005120*
005130     MOVE SPACES TO RS-RECORD.
005140     MOVE "H" TO RS-REC-TYPE.
005150     MOVE ZERO TO RS-KEY-DATE RS-KEY-SEQ.
005160     MOVE BD-CLOCK-DATE TO RS-HDR-BUILD-DATE.
005170     MOVE WS-BUILD-TIME TO RS-HDR-BUILD-TIME.
005180     MOVE WS-CURRENT-DATE TO RS-HDR-BUSINESS-DATE.
005190     MOVE WS-NIGHT-MAX TO RS-HDR-NIGHT-COUNT.
005200     PERFORM 4100-HEADER-ONE-NIGHT
005210         THRU 4100-HEADER-ONE-NIGHT-EXIT
005220         VARYING WS-NIGHT-IDX FROM 1 BY 1
005230         UNTIL WS-NIGHT-IDX > WS-NIGHT-MAX.
005240     MOVE WS-CUT-COUNT TO RS-HDR-CUT-COUNT.
005250     MOVE WS-RUN-CONTROL-SW TO RS-HDR-RUN-CONTROL-SW.
005260     PERFORM 4900-WRITE-STATUS-RECORD
005270         THRU 4900-WRITE-STATUS-RECORD-EXIT.
005280*
005290     PERFORM 4200-LOAD-ONE-NIGHT
005300         THRU 4200-LOAD-ONE-NIGHT-EXIT
005310         VARYING WS-NIGHT-IDX FROM WS-NIGHT-MAX BY -1
005320         UNTIL WS-NIGHT-IDX < 1.
005330*
005340     IF WS-RUN-CONTROL-HELD
005350         MOVE SPACES TO RS-RECORD
005360         MOVE "R" TO RS-REC-TYPE
005370         MOVE ZERO TO RS-KEY-DATE
005380         MOVE 1 TO RS-KEY-SEQ
005390         MOVE WS-RNC-RUN-DATE TO RS-RNC-RUN-DATE
005400         MOVE WS-RNC-RUN-TIME TO RS-RNC-RUN-TIME
005410         MOVE WS-RNC-READ-COUNT TO RS-RNC-READ-COUNT
005420         MOVE WS-RNC-GREETED-COUNT TO RS-RNC-GREETED-COUNT
005430         MOVE WS-RNC-REJECTED-COUNT TO RS-RNC-REJECTED-COUNT
005440         MOVE WS-RNC-IO-FAIL-COUNT TO RS-RNC-IO-FAIL-COUNT
005450         MOVE WS-RNC-RETURN-CODE TO RS-RNC-RETURN-CODE
005460         PERFORM 4900-WRITE-STATUS-RECORD
005470             THRU 4900-WRITE-STATUS-RECORD-EXIT
005480     END-IF.
005490*
005500     MOVE ZERO TO WS-CUT-RANK.
005510     PERFORM 4400-LOAD-ONE-CUT
005520         THRU 4400-LOAD-ONE-CUT-EXIT
005530         VARYING WS-CUT-IDX FROM WS-CUT-COUNT BY -1
005540         UNTIL WS-CUT-IDX < 1.
005550*
005560     CLOSE RUN-STATUS-FILE.
005570 4000-LOAD-STATUS-FILE-EXIT.
005580     EXIT.
005590*
005600 4100-HEADER-ONE-NIGHT.
005610     MOVE WS-NIGHT-DATE(WS-NIGHT-IDX)
005620         TO RS-HDR-NIGHT-DATE(WS-NIGHT-IDX).
005630 4100-HEADER-ONE-NIGHT-EXIT.
005640     EXIT.
005650*
005660 4200-LOAD-ONE-NIGHT.
005670     PERFORM 4300-LOAD-ONE-STEP
005680         THRU 4300-LOAD-ONE-STEP-EXIT
005690         VARYING WS-EXPECTED-IDX FROM 1 BY 1
005700         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
005710 4200-LOAD-ONE-NIGHT-EXIT.
005720     EXIT.
005730*
005740 4300-LOAD-ONE-STEP.
005750     MOVE SPACES TO RS-RECORD.
005760     MOVE "J" TO RS-REC-TYPE.
005770     MOVE WS-NIGHT-DATE(WS-NIGHT-IDX) TO RS-KEY-DATE.
005780     MOVE WS-EXPECTED-IDX TO RS-KEY-SEQ.
005790     MOVE WS-EXPECTED-NAME(WS-EXPECTED-IDX) TO RS-STEP-PROGRAM.
005800     MOVE WS-NS-STATE(WS-NIGHT-IDX WS-EXPECTED-IDX)
005810         TO RS-STEP-STATE.
005820     MOVE WS-NS-START-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
005830         TO RS-STEP-START-TIME.
005840     MOVE WS-NS-END-TIME(WS-NIGHT-IDX WS-EXPECTED-IDX)
005850         TO RS-STEP-END-TIME.
005860     MOVE WS-NS-READ-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
005870         TO RS-STEP-READ-COUNT.
005880     MOVE WS-NS-WRITTEN-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
005890         TO RS-STEP-WRITTEN-COUNT.
005900     MOVE WS-NS-ERROR-COUNT(WS-NIGHT-IDX WS-EXPECTED-IDX)
005910         TO RS-STEP-ERROR-COUNT.
005920     MOVE WS-NS-RETURN-CODE(WS-NIGHT-IDX WS-EXPECTED-IDX)
005930         TO RS-STEP-RETURN-CODE.
005940     PERFORM 4900-WRITE-STATUS-RECORD
005950         THRU 4900-WRITE-STATUS-RECORD-EXIT.
005960     ADD 1 TO WS-STEP-WRITTEN-COUNT.
005970 4300-LOAD-ONE-STEP-EXIT.
005980     EXIT.
005990*
006000 4400-LOAD-ONE-CUT.
006010     ADD 1 TO WS-CUT-RANK.
006020     MOVE SPACES TO RS-RECORD.
006030     MOVE "X" TO RS-REC-TYPE.
006040     MOVE ZERO TO RS-KEY-DATE.
006050     MOVE WS-CUT-RANK TO RS-KEY-SEQ.
006060     MOVE WS-CUT-DATE(WS-CUT-IDX) TO RS-XC-EXTRACT-DATE.
006070     MOVE WS-CUT-MODE(WS-CUT-IDX) TO RS-XC-EXTRACT-MODE.
006080     MOVE WS-CUT-RECORD-COUNT(WS-CUT-IDX) TO RS-XC-RECORD-COUNT.
006090     MOVE WS-CUT-HASH-TOTAL(WS-CUT-IDX) TO RS-XC-HASH-TOTAL.
006100     MOVE WS-CUT-ACK-STATUS(WS-CUT-IDX) TO RS-XC-ACK-STATUS.
006110     PERFORM 4900-WRITE-STATUS-RECORD
006120         THRU 4900-WRITE-STATUS-RECORD-EXIT.
006130 4400-LOAD-ONE-CUT-EXIT.
006140     EXIT.
006150*
006160 4900-WRITE-STATUS-RECORD.
006170     WRITE RS-RECORD
006180         INVALID KEY
006190             DISPLAY "RUN-STATUS WRITE FAILED - STATUS "
006200                 WS-RST-FILE-STATUS
006210             ADD 1 TO WS-IO-FAIL-COUNT
006220         NOT INVALID KEY
006230             ADD 1 TO WS-WRITTEN-COUNT
006240     END-WRITE.
006250 4900-WRITE-STATUS-RECORD-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 5000-WRITE-LOAD-REPORT - SHOW WHAT WENT INTO THE REBUILD.      *
006300******************************************************************
006310 5000-WRITE-LOAD-REPORT.
006320     MOVE SPACES TO REPORT-RECORD.
006330     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
006340     STRING "COBILISTE - RUN-STATUS LOAD  "
006350             DELIMITED BY SIZE
006360             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
006370             INTO REPORT-RECORD.
006380     WRITE REPORT-RECORD.
006390     PERFORM 5100-CHECK-REPORT-WRITE
006400         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006410*
006420     MOVE SPACES TO REPORT-RECORD.
006430     MOVE WS-NIGHT-DATE(WS-NIGHT-MAX) TO WS-REPORT-DATE-EDIT.
006440     STRING "NIGHTS LOADED FROM  . . . . . . : " DELIMITED BY SIZE
006450             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
006460             INTO REPORT-RECORD.
006470     WRITE REPORT-RECORD.
006480     PERFORM 5100-CHECK-REPORT-WRITE
006490         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006500*
006510     MOVE SPACES TO REPORT-RECORD.
006520     MOVE WS-NIGHT-DATE(1) TO WS-REPORT-DATE-EDIT.
006530     STRING "NIGHTS LOADED TO  . . . . . . . : " DELIMITED BY SIZE
006540             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
006550             INTO REPORT-RECORD.
006560     WRITE REPORT-RECORD.
006570     PERFORM 5100-CHECK-REPORT-WRITE
006580         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006590*
006600     MOVE WS-JOURNAL-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
006610     MOVE SPACES TO REPORT-RECORD.
006620     STRING "JOURNAL RECORDS READ  . . . . . : " DELIMITED BY SIZE
006630             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006640             INTO REPORT-RECORD.
006650     WRITE REPORT-RECORD.
006660     PERFORM 5100-CHECK-REPORT-WRITE
006670         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006680*
006690     MOVE WS-JOURNAL-USED-COUNT TO WS-REPORT-NUMERIC-EDIT.
006700     MOVE SPACES TO REPORT-RECORD.
006710     STRING "JOURNAL RECORDS FOLDED IN . . . : " DELIMITED BY SIZE
006720             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006730             INTO REPORT-RECORD.
006740     WRITE REPORT-RECORD.
006750     PERFORM 5100-CHECK-REPORT-WRITE
006760         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006770*
006780     MOVE WS-STEP-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
006790     MOVE SPACES TO REPORT-RECORD.
006800     STRING "STEP RECORDS LOADED . . . . . . : " DELIMITED BY SIZE
006810             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006820             INTO REPORT-RECORD.
006830     WRITE REPORT-RECORD.
006840     PERFORM 5100-CHECK-REPORT-WRITE
006850         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006860*
006870     MOVE SPACES TO REPORT-RECORD.
006880     IF WS-RUN-CONTROL-HELD
006890         MOVE WS-RNC-RUN-DATE TO WS-REPORT-DATE-EDIT
006900         STRING "LATEST UserBatch RUN LOADED . . : "
006910                 DELIMITED BY SIZE
006920                 WS-REPORT-DATE-EDIT DELIMITED BY SIZE
006930                 INTO REPORT-RECORD
006940     ELSE
006950         MOVE "LATEST UserBatch RUN LOADED . . : NONE ON FILE"
006960             TO REPORT-RECORD
006970     END-IF.
006980     WRITE REPORT-RECORD.
006990     PERFORM 5100-CHECK-REPORT-WRITE
007000         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007010*
007020     MOVE WS-CUT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007030     MOVE SPACES TO REPORT-RECORD.
007040     STRING "EXTRACT CUTS READ . . . . . . . : " DELIMITED BY SIZE
007050             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007060             INTO REPORT-RECORD.
007070     WRITE REPORT-RECORD.
007080     PERFORM 5100-CHECK-REPORT-WRITE
007090         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007100*
007110     MOVE WS-CUT-COUNT TO WS-REPORT-NUMERIC-EDIT.
007120     MOVE SPACES TO REPORT-RECORD.
007130     STRING "EXTRACT CUTS LOADED . . . . . . : " DELIMITED BY SIZE
007140             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007150             INTO REPORT-RECORD.
007160     WRITE REPORT-RECORD.
007170     PERFORM 5100-CHECK-REPORT-WRITE
007180         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007190*
007200     MOVE WS-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
007210     MOVE SPACES TO REPORT-RECORD.
007220     STRING "STATUS RECORDS WRITTEN  . . . . : " DELIMITED BY SIZE
007230             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007240             INTO REPORT-RECORD.
007250     WRITE REPORT-RECORD.
007260     PERFORM 5100-CHECK-REPORT-WRITE
007270         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007280 5000-WRITE-LOAD-REPORT-EXIT.
007290     EXIT.
007300*
007310 5100-CHECK-REPORT-WRITE.
007320     IF NOT WS-RPT-OK
007330         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
007340             WS-RPT-FILE-STATUS
007350     END-IF.
007360 5100-CHECK-REPORT-WRITE-EXIT.
007370     EXIT.
007380*
007390******************************************************************
007400* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
007410*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
007420*                          BY EVERY BATCH PROGRAM VIA            *
007430*                          JRNLPUT.CPY.                          *
007440******************************************************************
007450     COPY JRNLPUT.
007460*
007470******************************************************************
007480* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
007490*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
007500*                          BY EVERY NIGHTLY PROGRAM VIA          *
007510*                          BUSDGET.CPY.                          *
007520******************************************************************
007530     COPY BUSDGET.
007540*
007550******************************************************************
007560* 7100-BACK-UP-ONE-DAY - SHARED CALENDAR ROUTINE FROM            *
007570*                        DATECALC.CPY.                           *
007580******************************************************************
007590     COPY DATECALC.
007600*
007610******************************************************************
007620* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
007630******************************************************************
007640 9999-TERMINATE.
007650     CLOSE REPORT-FILE.
007660 9999-TERMINATE-EXIT.
007670     EXIT.
