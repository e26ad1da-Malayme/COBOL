000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserOpr.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserOpr                                                    *
000110*                                                                *
000120*    MAINTENANCE RUN FOR THE SUPPORT OPERATOR TABLE              *
000130*    (OPERATOR.CPY).  THE CBLM, CBLP AND CBLI SCREENS LOOK THE   *
000140*    SIGNED-ON CICS USER ID UP ON THIS TABLE AND GRANT ONLY      *
000150*    WHAT ITS AUTHORITY LEVEL ALLOWS; SUPPORT MANAGEMENT ADDS,   *
000160*    CHANGES AND REMOVES OPERATORS BY SUBMITTING THIS JOB WITH   *
000170*    A TRANSACTION FILE.  ONE TRANSACTION PER RECORD:            *
000180*                                                                *
000190*      A;I;USERID;NAME    ADD (OR CHANGE) AN INQUIRE-ONLY ENTRY  *
000200*      A;U;USERID;NAME    ADD (OR CHANGE) A PROFILE-UPDATE ENTRY *
000210*      A;S;USERID;NAME    ADD (OR CHANGE) A SUPERVISOR ENTRY     *
000220*      D;;USERID          REMOVE THE OPERATOR (LEVEL IGNORED)    *
000230*                                                                *
000240*    USER IDS ARE STORED UPPER-CASED, THE WAY CICS RETURNS       *
000250*    THEM.  AN ADD FOR AN OPERATOR ALREADY ON THE TABLE          *
000260*    REWRITES THE LEVEL AND NAME BUT KEEPS THE DATE FIRST        *
000270*    ADDED.  AFTER THE TRANSACTIONS ARE APPLIED THE WHOLE        *
000280*    RESULTING TABLE IS PRINTED ON OPRRPT SO SUPPORT             *
000290*    MANAGEMENT CAN FILE WHO HELD WHAT AUTHORITY WHEN.  SEE      *
000300*    JCL/USEROPR.JCL.                                            *
000310*                                                                *
000320*    RETURN CODES:  0 - EVERY TRANSACTION APPLIED.               *
000330*                   4 - BAD TRANSACTIONS OR DELETES FOR          *
000340*                       OPERATORS NOT ON THE TABLE; SEE OPRRPT.  *
000350*                   8 - I-O FAILURE ON THE TABLE.                *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-10-15  ML   ORIGINAL VERSION.                          *
000400*                                                                *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT TRANS-FILE ASSIGN TO "OPRTRAN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-TRANS-FILE-STATUS.
000510*
000520     SELECT OPERATOR-FILE ASSIGN TO "OPERTBL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OP-OPERATOR-ID
000560         FILE STATUS IS WS-OPR-FILE-STATUS.
000570*
000580     SELECT REPORT-FILE ASSIGN TO "OPRRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000610*
000620     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RNJ-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  TRANS-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  TRANS-RECORD                    PIC X(80).
000710*
000720 FD  OPERATOR-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY OPERATOR.
000750*
000760 FD  REPORT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  REPORT-RECORD                   PIC X(80).
000790*
000800 FD  RUN-JOURNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY RUNJRNL.
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-SWITCHES.
000860     05  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
000870         88  WS-TRANS-OK                 VALUE "00".
000880     05  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
000890         88  WS-OPR-OK                   VALUE "00".
000900         88  WS-OPR-DUPLICATE            VALUE "22".
000910         88  WS-OPR-FILE-NOT-PRESENT     VALUE "35".
000920     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000930         88  WS-RPT-OK                   VALUE "00".
000940     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000950         88  WS-RNJ-OK                   VALUE "00".
000960*
000970 01  WS-CONTROL-SWITCHES.
000980     05  WS-TRANS-EOF-SW             PIC X(01) VALUE "N".
000990         88  WS-END-OF-TRANS             VALUE "Y".
001000     05  WS-TABLE-EOF-SW             PIC X(01) VALUE "N".
001010         88  WS-END-OF-TABLE             VALUE "Y".
001020*
001030 01  WS-TRANS-PARSE-FIELDS.
001040     05  WS-TRN-ACTION               PIC X(01).
001050         88  WS-TRN-ADD                  VALUE "A".
001060         88  WS-TRN-DELETE               VALUE "D".
001070     05  WS-TRN-LEVEL                PIC X(01).
001080         88  WS-TRN-LEVEL-VALID          VALUE "I" "U" "S".
001090     05  WS-TRN-OPERATOR-ID          PIC X(08).
001100     05  WS-TRN-OPERATOR-NAME        PIC X(30).
001110*
001120 01  WS-COUNTERS.
001130     05  WS-TRANS-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001140     05  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
001150     05  WS-CHANGED-COUNT            PIC 9(08) COMP VALUE ZERO.
001160     05  WS-DELETED-COUNT            PIC 9(08) COMP VALUE ZERO.
001170     05  WS-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
001180     05  WS-BAD-TRANS-COUNT          PIC 9(08) COMP VALUE ZERO.
001190     05  WS-LISTED-COUNT             PIC 9(08) COMP VALUE ZERO.
001200     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001210*
001220 01  WS-CURRENT-DATE-FIELDS.
001230     05  WS-CURRENT-DATE             PIC 9(08).
001240*
001250 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001260 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001270*
001280 01  WS-DETAIL-LINE.
001290     05  WS-DTL-OPERATOR-ID          PIC X(08).
001300     05  FILLER                      PIC X(02) VALUE SPACES.
001310     05  WS-DTL-LEVEL                PIC X(01).
001320     05  FILLER                      PIC X(02) VALUE SPACES.
001330     05  WS-DTL-NAME                 PIC X(30).
001340     05  FILLER                      PIC X(02) VALUE SPACES.
001350     05  WS-DTL-TEXT                 PIC X(35).
001360*
001370 PROCEDURE DIVISION.
001380*
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE
001410         THRU 1000-INITIALIZE-EXIT.
001420*
001430     PERFORM 2100-READ-TRANSACTION
001440         THRU 2100-READ-TRANSACTION-EXIT.
001450     PERFORM 2200-APPLY-ONE-TRANSACTION
001460         THRU 2200-APPLY-ONE-TRANSACTION-EXIT
001470         UNTIL WS-END-OF-TRANS.
001480*
001490     PERFORM 4000-LIST-RESULTING-TABLE
001500         THRU 4000-LIST-RESULTING-TABLE-EXIT.
001510     PERFORM 5000-WRITE-TOTALS
001520         THRU 5000-WRITE-TOTALS-EXIT.
001530*
001540     PERFORM 9999-TERMINATE
001550         THRU 9999-TERMINATE-EXIT.
001560*
001570     IF WS-BAD-TRANS-COUNT > ZERO
001580        OR WS-NOT-FOUND-COUNT > ZERO
001590         MOVE 4 TO RETURN-CODE
001600     END-IF.
001610     IF WS-IO-FAIL-COUNT > ZERO
001620         MOVE 8 TO RETURN-CODE
001630     END-IF.
001640*
001650     MOVE "E" TO RJ-RECORD-TYPE.
001660     MOVE WS-TRANS-READ-COUNT TO RJ-READ-COUNT.
001670     COMPUTE RJ-WRITTEN-COUNT
001680         = WS-ADDED-COUNT + WS-CHANGED-COUNT
001690           + WS-DELETED-COUNT.
001700     COMPUTE RJ-ERROR-COUNT
001710         = WS-BAD-TRANS-COUNT + WS-NOT-FOUND-COUNT
001720           + WS-IO-FAIL-COUNT.
001730     MOVE RETURN-CODE TO RJ-RETURN-CODE.
001740     PERFORM 6500-WRITE-RUN-JOURNAL
001750         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001760     STOP RUN.
001770*
001780******************************************************************
001790* 1000-INITIALIZE - OPEN EVERYTHING.  A TABLE THAT DOES NOT      *
001800*                   EXIST YET IS CREATED ON THE SPOT, THE SAME   *
001810*                   FIRST-RUN TOLERANCE THE BLOCKED LIST GETS.   *
001820******************************************************************
001830 1000-INITIALIZE.
001840     MOVE "UserOpr" TO RJ-PROGRAM-NAME.
001850     MOVE "S" TO RJ-RECORD-TYPE.
001860     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
001870                  RJ-ERROR-COUNT RJ-RETURN-CODE.
001880     PERFORM 6500-WRITE-RUN-JOURNAL
001890         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001900*
001910     OPEN INPUT TRANS-FILE.
001920     IF NOT WS-TRANS-OK
001930         DISPLAY "TRANS-FILE OPEN FAILED - STATUS "
001940             WS-TRANS-FILE-STATUS
001950         MOVE "Y" TO WS-TRANS-EOF-SW
001960     END-IF.
001970*
001980     OPEN I-O OPERATOR-FILE.
001990     IF WS-OPR-FILE-NOT-PRESENT
002000         OPEN OUTPUT OPERATOR-FILE
002010         CLOSE OPERATOR-FILE
002020         OPEN I-O OPERATOR-FILE
002030     END-IF.
002040     IF NOT WS-OPR-OK
002050         DISPLAY "OPERATOR TABLE OPEN FAILED - STATUS "
002060             WS-OPR-FILE-STATUS
002070         ADD 1 TO WS-IO-FAIL-COUNT
002080         MOVE "Y" TO WS-TRANS-EOF-SW
002090     END-IF.
002100*
002110     OPEN OUTPUT REPORT-FILE.
002120     IF NOT WS-RPT-OK
002130         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002140             WS-RPT-FILE-STATUS
002150     END-IF.
002160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002170*
002180     MOVE SPACES TO REPORT-RECORD.
002190     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002200     STRING "COBILISTE - SUPPORT OPERATOR MAINTENANCE  "
002210             DELIMITED BY SIZE
002220             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002230             INTO REPORT-RECORD.
002240     WRITE REPORT-RECORD.
002250     PERFORM 5100-CHECK-REPORT-WRITE
002260         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002270 1000-INITIALIZE-EXIT.
002280     EXIT.
002290*
002300 2100-READ-TRANSACTION.
002310     READ TRANS-FILE
002320         AT END
002330             MOVE "Y" TO WS-TRANS-EOF-SW
002340     END-READ.
002350 2100-READ-TRANSACTION-EXIT.
002360     EXIT.
002370*
002380******************************************************************
002390* 2200-APPLY-ONE-TRANSACTION - PARSE AND ROUTE ONE TRANSACTION.  *
002400*                              THE USER ID IS UPPER-CASED SO IT  *
002410*                              MATCHES WHAT CICS ASSIGN RETURNS. *
002420******************************************************************
002430 2200-APPLY-ONE-TRANSACTION.
002440     IF TRANS-RECORD = SPACES
002450        OR TRANS-RECORD(1:1) = "*"
002460         GO TO 2200-APPLY-ONE-TRANSACTION-READ
002470     END-IF.
002480     ADD 1 TO WS-TRANS-READ-COUNT.
002490     MOVE SPACES TO WS-TRN-ACTION WS-TRN-LEVEL
002500                    WS-TRN-OPERATOR-ID WS-TRN-OPERATOR-NAME.
002510     UNSTRING TRANS-RECORD DELIMITED BY ";"
002520         INTO WS-TRN-ACTION WS-TRN-LEVEL
002530              WS-TRN-OPERATOR-ID WS-TRN-OPERATOR-NAME.
002540*
002550     IF (NOT WS-TRN-ADD AND NOT WS-TRN-DELETE)
002560        OR WS-TRN-OPERATOR-ID = SPACES
002570        OR (WS-TRN-ADD AND NOT WS-TRN-LEVEL-VALID)
002580        OR (WS-TRN-ADD AND WS-TRN-OPERATOR-NAME = SPACES)
002590         PERFORM 2600-REJECT-TRANSACTION
002600             THRU 2600-REJECT-TRANSACTION-EXIT
002610         GO TO 2200-APPLY-ONE-TRANSACTION-READ
002620     END-IF.
002630*
002640     INSPECT WS-TRN-OPERATOR-ID
002650         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002660                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002670*
002680     IF WS-TRN-ADD
002690         PERFORM 2300-ADD-ONE-OPERATOR
002700             THRU 2300-ADD-ONE-OPERATOR-EXIT
002710     ELSE
002720         PERFORM 2400-DELETE-ONE-OPERATOR
002730             THRU 2400-DELETE-ONE-OPERATOR-EXIT
002740     END-IF.
002750*
002760 2200-APPLY-ONE-TRANSACTION-READ.
002770     PERFORM 2100-READ-TRANSACTION
002780         THRU 2100-READ-TRANSACTION-EXIT.
002790 2200-APPLY-ONE-TRANSACTION-EXIT.
002800     EXIT.
002810*
002820******************************************************************
002830* 2300-ADD-ONE-OPERATOR - WRITE THE ENTRY; AN OPERATOR ALREADY   *
002840*                         ON THE TABLE HAS THE LEVEL AND NAME    *
002850*                         REWRITTEN INSTEAD, KEEPING THE DATE    *
002860*                         FIRST ADDED.                           *
002870******************************************************************
002880 2300-ADD-ONE-OPERATOR.
002890     MOVE WS-TRN-OPERATOR-ID TO OP-OPERATOR-ID.
002900     MOVE WS-TRN-OPERATOR-NAME TO OP-OPERATOR-NAME.
002910     MOVE WS-TRN-LEVEL TO OP-AUTH-LEVEL.
002920     MOVE WS-CURRENT-DATE TO OP-ADDED-DATE.
002930     WRITE OP-RECORD
002940         INVALID KEY
002950             CONTINUE
002960     END-WRITE.
002970     IF WS-OPR-OK
002980         ADD 1 TO WS-ADDED-COUNT
002990         MOVE "ADDED" TO WS-DTL-TEXT
003000         PERFORM 2500-REPORT-ONE-ACTION
003010             THRU 2500-REPORT-ONE-ACTION-EXIT
003020         GO TO 2300-ADD-ONE-OPERATOR-EXIT
003030     END-IF.
003040     IF NOT WS-OPR-DUPLICATE
003050         DISPLAY "OPERATOR TABLE WRITE FAILED - STATUS "
003060             WS-OPR-FILE-STATUS
003070         ADD 1 TO WS-IO-FAIL-COUNT
003080         GO TO 2300-ADD-ONE-OPERATOR-EXIT
003090     END-IF.
003100*
003110     MOVE WS-TRN-OPERATOR-ID TO OP-OPERATOR-ID.
003120     READ OPERATOR-FILE
003130         INVALID KEY
003140             DISPLAY "OPERATOR TABLE READ FAILED - STATUS "
003150                 WS-OPR-FILE-STATUS
003160             ADD 1 TO WS-IO-FAIL-COUNT
003170             GO TO 2300-ADD-ONE-OPERATOR-EXIT
003180     END-READ.
003190     MOVE WS-TRN-OPERATOR-NAME TO OP-OPERATOR-NAME.
003200     MOVE WS-TRN-LEVEL TO OP-AUTH-LEVEL.
003210     REWRITE OP-RECORD
003220         INVALID KEY
003230             DISPLAY "OPERATOR TABLE REWRITE FAILED - STATUS "
003240                 WS-OPR-FILE-STATUS
003250             ADD 1 TO WS-IO-FAIL-COUNT
003260             GO TO 2300-ADD-ONE-OPERATOR-EXIT
003270     END-REWRITE.
003280     ADD 1 TO WS-CHANGED-COUNT.
003290     MOVE "ALREADY ON TABLE - LEVEL/NAME SET"
003300         TO WS-DTL-TEXT.
003310     PERFORM 2500-REPORT-ONE-ACTION
003320         THRU 2500-REPORT-ONE-ACTION-EXIT.
003330 2300-ADD-ONE-OPERATOR-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370* 2400-DELETE-ONE-OPERATOR - REMOVE THE OPERATOR; A DELETE FOR   *
003380*                            AN ID NOT ON THE TABLE IS REPORTED. *
003390******************************************************************
003400 2400-DELETE-ONE-OPERATOR.
003410     MOVE WS-TRN-OPERATOR-ID TO OP-OPERATOR-ID.
003420     READ OPERATOR-FILE
003430         INVALID KEY
003440             ADD 1 TO WS-NOT-FOUND-COUNT
003450             MOVE SPACES TO OP-OPERATOR-NAME OP-AUTH-LEVEL
003460             MOVE "DELETE - NOT ON THE TABLE" TO WS-DTL-TEXT
003470             PERFORM 2500-REPORT-ONE-ACTION
003480                 THRU 2500-REPORT-ONE-ACTION-EXIT
003490             GO TO 2400-DELETE-ONE-OPERATOR-EXIT
003500     END-READ.
003510     DELETE OPERATOR-FILE
003520         INVALID KEY
003530             DISPLAY "OPERATOR TABLE DELETE FAILED - STATUS "
003540                 WS-OPR-FILE-STATUS
003550             ADD 1 TO WS-IO-FAIL-COUNT
003560             GO TO 2400-DELETE-ONE-OPERATOR-EXIT
003570     END-DELETE.
003580     ADD 1 TO WS-DELETED-COUNT.
003590     MOVE "DELETED" TO WS-DTL-TEXT.
003600     PERFORM 2500-REPORT-ONE-ACTION
003610         THRU 2500-REPORT-ONE-ACTION-EXIT.
003620 2400-DELETE-ONE-OPERATOR-EXIT.
003630     EXIT.
003640*
003650 2500-REPORT-ONE-ACTION.
003660     MOVE WS-TRN-OPERATOR-ID TO WS-DTL-OPERATOR-ID.
003670     MOVE OP-AUTH-LEVEL TO WS-DTL-LEVEL.
003680     MOVE OP-OPERATOR-NAME TO WS-DTL-NAME.
003690     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
003700     WRITE REPORT-RECORD.
003710     PERFORM 5100-CHECK-REPORT-WRITE
003720         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003730 2500-REPORT-ONE-ACTION-EXIT.
003740     EXIT.
003750*
003760 2600-REJECT-TRANSACTION.
003770     ADD 1 TO WS-BAD-TRANS-COUNT.
003780     MOVE SPACES TO REPORT-RECORD.
003790     STRING "REJECTED - BAD TRANSACTION: " DELIMITED BY SIZE
003800             TRANS-RECORD(1:50)           DELIMITED BY SIZE
003810             INTO REPORT-RECORD.
003820     WRITE REPORT-RECORD.
003830     PERFORM 5100-CHECK-REPORT-WRITE
003840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003850 2600-REJECT-TRANSACTION-EXIT.
003860     EXIT.
003870*
003880******************************************************************
003890* 4000-LIST-RESULTING-TABLE - PRINT THE TABLE NOW IN FORCE SO    *
003900*                             SUPPORT MANAGEMENT CAN FILE IT.    *
003910******************************************************************
003920 4000-LIST-RESULTING-TABLE.
003930     IF WS-IO-FAIL-COUNT > ZERO
003940         GO TO 4000-LIST-RESULTING-TABLE-EXIT
003950     END-IF.
003960     MOVE SPACES TO REPORT-RECORD.
003970     WRITE REPORT-RECORD.
003980     PERFORM 5100-CHECK-REPORT-WRITE
003990         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004000     MOVE "OPERATORS NOW IN FORCE (I=INQUIRE, U=UPDATE, S=SUPER)"
004010         TO REPORT-RECORD.
004020     WRITE REPORT-RECORD.
004030     PERFORM 5100-CHECK-REPORT-WRITE
004040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004050*
004060     CLOSE OPERATOR-FILE.
004070     OPEN INPUT OPERATOR-FILE.
004080     IF NOT WS-OPR-OK
004090         DISPLAY "OPERATOR TABLE REOPEN FAILED - STATUS "
004100             WS-OPR-FILE-STATUS
004110         ADD 1 TO WS-IO-FAIL-COUNT
004120         GO TO 4000-LIST-RESULTING-TABLE-EXIT
004130     END-IF.
004140     PERFORM 4100-LIST-ONE-OPERATOR
004150         THRU 4100-LIST-ONE-OPERATOR-EXIT
004160         UNTIL WS-END-OF-TABLE.
004170 4000-LIST-RESULTING-TABLE-EXIT.
004180     EXIT.
004190*
004200 4100-LIST-ONE-OPERATOR.
004210     READ OPERATOR-FILE NEXT RECORD
004220         AT END
004230             MOVE "Y" TO WS-TABLE-EOF-SW
004240             GO TO 4100-LIST-ONE-OPERATOR-EXIT
004250     END-READ.
004260     ADD 1 TO WS-LISTED-COUNT.
004270     MOVE OP-OPERATOR-ID TO WS-DTL-OPERATOR-ID.
004280     MOVE OP-AUTH-LEVEL TO WS-DTL-LEVEL.
004290     MOVE OP-OPERATOR-NAME TO WS-DTL-NAME.
004300     MOVE SPACES TO WS-DTL-TEXT.
004310     STRING "SINCE " DELIMITED BY SIZE
004320             OP-ADDED-DATE DELIMITED BY SIZE
004330             INTO WS-DTL-TEXT.
004340     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004350     WRITE REPORT-RECORD.
004360     PERFORM 5100-CHECK-REPORT-WRITE
004370         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004380 4100-LIST-ONE-OPERATOR-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420* 5000-WRITE-TOTALS - PRINT THE MAINTENANCE TOTALS.              *
004430******************************************************************
004440 5000-WRITE-TOTALS.
004450     MOVE SPACES TO REPORT-RECORD.
004460     WRITE REPORT-RECORD.
004470     PERFORM 5100-CHECK-REPORT-WRITE
004480         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004490*
004500     MOVE WS-TRANS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
004510     MOVE SPACES TO REPORT-RECORD.
004520     STRING "TRANSACTIONS READ . . . . . . . : " DELIMITED BY SIZE
004530             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004540             INTO REPORT-RECORD.
004550     WRITE REPORT-RECORD.
004560     PERFORM 5100-CHECK-REPORT-WRITE
004570         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004580*
004590     MOVE WS-ADDED-COUNT TO WS-REPORT-NUMERIC-EDIT.
004600     MOVE SPACES TO REPORT-RECORD.
004610     STRING "OPERATORS ADDED . . . . . . . . : " DELIMITED BY SIZE
004620             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004630             INTO REPORT-RECORD.
004640     WRITE REPORT-RECORD.
004650     PERFORM 5100-CHECK-REPORT-WRITE
004660         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004670*
004680     MOVE WS-CHANGED-COUNT TO WS-REPORT-NUMERIC-EDIT.
004690     MOVE SPACES TO REPORT-RECORD.
004700     STRING "OPERATORS CHANGED . . . . . . . : " DELIMITED BY SIZE
004710             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004720             INTO REPORT-RECORD.
004730     WRITE REPORT-RECORD.
004740     PERFORM 5100-CHECK-REPORT-WRITE
004750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004760*
004770     MOVE WS-DELETED-COUNT TO WS-REPORT-NUMERIC-EDIT.
004780     MOVE SPACES TO REPORT-RECORD.
004790     STRING "OPERATORS DELETED . . . . . . . : " DELIMITED BY SIZE
004800             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004810             INTO REPORT-RECORD.
004820     WRITE REPORT-RECORD.
004830     PERFORM 5100-CHECK-REPORT-WRITE
004840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004850*
004860     MOVE WS-NOT-FOUND-COUNT TO WS-REPORT-NUMERIC-EDIT.
004870     MOVE SPACES TO REPORT-RECORD.
004880     STRING "DELETES NOT ON THE TABLE  . . . : " DELIMITED BY SIZE
004890             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004900             INTO REPORT-RECORD.
004910     WRITE REPORT-RECORD.
004920     PERFORM 5100-CHECK-REPORT-WRITE
004930         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004940*
004950     MOVE WS-BAD-TRANS-COUNT TO WS-REPORT-NUMERIC-EDIT.
004960     MOVE SPACES TO REPORT-RECORD.
004970     STRING "BAD TRANSACTIONS REJECTED . . . : " DELIMITED BY SIZE
004980             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004990             INTO REPORT-RECORD.
005000     WRITE REPORT-RECORD.
005010     PERFORM 5100-CHECK-REPORT-WRITE
005020         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005030*
005040     MOVE WS-LISTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
005050     MOVE SPACES TO REPORT-RECORD.
005060     STRING "OPERATORS NOW IN FORCE  . . . . : " DELIMITED BY SIZE
005070             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005080             INTO REPORT-RECORD.
005090     WRITE REPORT-RECORD.
005100     PERFORM 5100-CHECK-REPORT-WRITE
005110         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005120 5000-WRITE-TOTALS-EXIT.
005130     EXIT.
005140*
005150 5100-CHECK-REPORT-WRITE.
005160     IF NOT WS-RPT-OK
005170         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
005180             WS-RPT-FILE-STATUS
005190     END-IF.
005200 5100-CHECK-REPORT-WRITE-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005250*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005260*                          BY EVERY BATCH PROGRAM VIA            *
005270*                          JRNLPUT.CPY.                          *
005280******************************************************************
005290     COPY JRNLPUT.
005300*
005310******************************************************************
005320* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005330******************************************************************
005340 9999-TERMINATE.
005350     CLOSE TRANS-FILE.
005360     CLOSE OPERATOR-FILE.
005370     CLOSE REPORT-FILE.
005380 9999-TERMINATE-EXIT.
005390     EXIT.
