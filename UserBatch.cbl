000960*                     FIRST-SEEN DATE WITH THEIR OWN TEXTS,      *
000970*                     CARRIED ON THE LANGUAGE TABLE AND PICKED   *
000980*                     BY THE SHARED GREETSEL.CPY RULE.           *
000990*    2026-10-15  ML   STAMP EVERY AUDIT RECORD WITH THE NEXT     *
001000*                     BATCH-CHANNEL AUD-SEQUENCE FROM THE        *
001010*                     AUDIT-SEQUENCE CONTROL FILE                *
001020*                     (AUDSEQ/AUDSQPUT.CPY) AND WRITE IT AT 40   *
001030*                     BYTES, SO UserSeq CAN PROVE NO RECORD      *
001040*                     WENT MISSING.                              *
001050*                                                                *
001060******************************************************************
001070 ENVIRONMENT DIVISION.
001080 CONFIGURATION SECTION.
001090 SOURCE-COMPUTER.    IBM-370.
001100 OBJECT-COMPUTER.    IBM-370.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT TRANS-FILE ASSIGN TO "PSEUDOIN"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-TRANS-FILE-STATUS.
001160*
001170     SELECT PRINT-FILE ASSIGN TO "PSEUDOUT"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-PRINT-FILE-STATUS.
001200*
001210     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS UM-PSEUDO
001250         FILE STATUS IS WS-UM-FILE-STATUS.
001260*
001270     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-AUD-FILE-STATUS.
001300*
001310     SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS AQ-CHANNEL
001350         FILE STATUS IS WS-ASQ-FILE-STATUS.
001360*
001370     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-CKPT-FILE-STATUS.
001400*
001410     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WS-RNC-FILE-STATUS.
001440*
001450     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-RNJ-FILE-STATUS.
001480*
001490     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST"
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS BL-PSEUDO
001530         FILE STATUS IS WS-BLK-FILE-STATUS.
001540*
001550     SELECT LANGUAGE-FILE ASSIGN TO "LANGFILE"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS LR-SORT-KEY
001590         FILE STATUS IS WS-LNG-FILE-STATUS.
001600*
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  TRANS-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  TRANS-RECORD                    PIC X(12).
001660*
001670 FD  PRINT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  PRINT-RECORD                    PIC X(80).
001700*
001710 FD  USER-MASTER-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY USRMSTR.
001740*
001750 FD  AUDIT-LOG-FILE
001760     LABEL RECORDS ARE STANDARD
001770     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001780         DEPENDING ON WS-AUD-RECORD-LENGTH.
001790 COPY AUDITLOG.
001800*
001810 FD  AUDIT-SEQUENCE-FILE
001820     LABEL RECORDS ARE STANDARD.
001830 COPY AUDSEQ.
001840*
001850 FD  CHECKPOINT-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 COPY CHKPT.
001880*
001890 FD  RUN-CONTROL-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 COPY RUNCTL.
001920*
001930 FD  RUN-JOURNAL-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 COPY RUNJRNL.
001960*
001970 FD  BLOCKLIST-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 COPY BLOCKLST.
002000*
002010 FD  LANGUAGE-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 COPY LANGREC.
002040*
002050 WORKING-STORAGE SECTION.
002060 01  WS-NAME                         PIC X(12).
002070*
002080 01  WS-GREETING-TEXT                PIC X(20).
002090 77  WS-GREETING-LENGTH              PIC 9(02) COMP.
002100 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
002110*
002120 01  WS-PSEUDO-SWITCHES.
002130     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "N".
002140         88  WS-PSEUDO-VALID             VALUE "Y".
002150         88  WS-PSEUDO-INVALID            VALUE "N".
002160*
002170 77  WS-CHAR-INDEX                   PIC 9(02) COMP.
002180 77  WS-TRAILING-BLANK-SW            PIC X(01).
002190*
002200 COPY LANGTXT.
002210*
002220 COPY BLOCKTBL.
002230*
002240 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
002250 01  WS-PARM-FIELDS.
002260     05  WS-PARM-LANG-CODE           PIC X(02) VALUE SPACES.
002270     05  WS-PARM-WORD-2              PIC X(07) VALUE SPACES.
002280     05  WS-PARM-WORD-3              PIC X(07) VALUE SPACES.
002290*
002300 01  WS-PARM-OPTION-SWITCHES.
002310     05  WS-PARM-RESTART-SW          PIC X(01) VALUE "N".
002320         88  WS-PARM-IS-RESTART          VALUE "Y".
002330     05  WS-LANG-EXPLICIT-SW         PIC X(01) VALUE "N".
002340         88  WS-LANG-EXPLICIT            VALUE "Y".
002350*
002360 01  WS-DEFAULT-LANG-CODE            PIC X(02) VALUE "FR".
002370*
002380 01  WS-FILE-SWITCHES.
002390     05  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
002400         88  WS-TRANS-OK                 VALUE "00".
002410         88  WS-TRANS-EOF                VALUE "10".
002420     05  WS-PRINT-FILE-STATUS        PIC X(02) VALUE SPACES.
002430         88  WS-PRINT-OK                 VALUE "00".
002440     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002450         88  WS-UM-OK                    VALUE "00".
002460         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002470     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
002480         88  WS-AUD-OK                   VALUE "00".
002490     05  WS-ASQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002500         88  WS-ASQ-OK                   VALUE "00".
002510         88  WS-ASQ-NOT-FOUND            VALUE "23".
002520     05  WS-CKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
002530         88  WS-CKPT-OK                  VALUE "00".
002540         88  WS-CKPT-FILE-NOT-PRESENT    VALUE "35".
002550         88  WS-CKPT-AT-EOF              VALUE "10".
002560     05  WS-RNC-FILE-STATUS          PIC X(02) VALUE SPACES.
002570         88  WS-RNC-OK                   VALUE "00".
002580     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002590         88  WS-RNJ-OK                   VALUE "00".
002600     05  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
002610         88  WS-BLK-OK                   VALUE "00".
002620         88  WS-BLK-FILE-NOT-PRESENT     VALUE "35".
002630     05  WS-LNG-FILE-STATUS          PIC X(02) VALUE SPACES.
002640         88  WS-LNG-OK                   VALUE "00".
002650         88  WS-LNG-FILE-NOT-PRESENT     VALUE "35".
002660*
002670 01  WS-CONTROL-SWITCHES.
002680     05  WS-EOF-SW                   PIC X(01) VALUE "N".
002690         88  WS-END-OF-TRANS-FILE        VALUE "Y".
002700*
002710 01  WS-CURRENT-DATE-FIELDS.
002720     05  WS-CURRENT-DATE             PIC 9(08).
002730*
002740 01  WS-CHECKPOINT-FIELDS.
002750     05  WS-SEQUENCE-NUMBER          PIC 9(08) COMP VALUE ZERO.
002760     05  WS-RESTART-SEQUENCE         PIC 9(08) COMP VALUE ZERO.
002770     05  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 100.
002780     05  WS-CHECKPOINT-QUOTIENT      PIC 9(08) COMP VALUE ZERO.
002790     05  WS-CHECKPOINT-REMAINDER     PIC 9(05) COMP VALUE ZERO.
002800*
002810 01  WS-RUN-COUNTERS.
002820     05  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
002830     05  WS-GREETED-COUNT            PIC 9(08) COMP VALUE ZERO.
002840     05  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
002850     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002860*
002870 01  WS-RETURN-CODE-VALUE            PIC 9(02) VALUE ZERO.
002880 01  WS-TRAILER-NUMERIC-EDIT         PIC ZZZZZZZ9.
002890*
002900 LINKAGE SECTION.
002910 01  WS-PARM-AREA.
002920     05  WS-PARM-LENGTH              PIC S9(04) COMP.
002930     05  WS-PARM-TEXT                PIC X(20).
002940*
002950 PROCEDURE DIVISION USING WS-PARM-AREA.
002960*
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-INITIALIZE-EXIT.
003000*
003010     PERFORM 2100-READ-TRANSACTION
003020         THRU 2100-READ-TRANSACTION-EXIT.
003030     PERFORM 2200-PROCESS-TRANSACTION
003040         THRU 2200-PROCESS-TRANSACTION-EXIT
003050         UNTIL WS-END-OF-TRANS-FILE.
003060*
003070     PERFORM 9999-TERMINATE
003080         THRU 9999-TERMINATE-EXIT.
003090*
003100     MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE.
003110*
003120     MOVE "E" TO RJ-RECORD-TYPE.
003130     MOVE WS-READ-COUNT TO RJ-READ-COUNT.
003140     MOVE WS-GREETED-COUNT TO RJ-WRITTEN-COUNT.
003150     COMPUTE RJ-ERROR-COUNT
003160         = WS-REJECTED-COUNT + WS-IO-FAIL-COUNT.
003170     MOVE WS-RETURN-CODE-VALUE TO RJ-RETURN-CODE.
003180     PERFORM 6500-WRITE-RUN-JOURNAL
003190         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003200     STOP RUN.
003210*
003220******************************************************************
003230* 1000-INITIALIZE - OPEN ALL FILES, PARSE THE PARM, LOAD THE     *
003240*                   LANGUAGE TABLE AND POSITION FOR RESTART.     *
003250******************************************************************
003260 1000-INITIALIZE.
003270     MOVE "UserBatch" TO RJ-PROGRAM-NAME.
003280     MOVE "S" TO RJ-RECORD-TYPE.
003290     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003300                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003310     PERFORM 6500-WRITE-RUN-JOURNAL
003320         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003330*
003340     OPEN INPUT TRANS-FILE.
003350     IF NOT WS-TRANS-OK
003360         DISPLAY "TRANS-FILE OPEN FAILED - STATUS "
003370             WS-TRANS-FILE-STATUS
003380     END-IF.
003390     OPEN OUTPUT PRINT-FILE.
003400     IF NOT WS-PRINT-OK
003410         DISPLAY "PRINT-FILE OPEN FAILED - STATUS "
003420             WS-PRINT-FILE-STATUS
003430     END-IF.
003440*
003450     OPEN I-O USER-MASTER-FILE.
003460     IF WS-UM-FILE-NOT-PRESENT
003470         OPEN OUTPUT USER-MASTER-FILE
003480         CLOSE USER-MASTER-FILE
003490         OPEN I-O USER-MASTER-FILE
003500     END-IF.
003510*
003520     OPEN EXTEND AUDIT-LOG-FILE.
003530     IF WS-AUD-FILE-STATUS = "35"
003540         OPEN OUTPUT AUDIT-LOG-FILE
003550         CLOSE AUDIT-LOG-FILE
003560         OPEN EXTEND AUDIT-LOG-FILE
003570     END-IF.
003580*
003590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003600     PERFORM 1500-LOAD-LANGUAGE-TABLE
003610         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
003620     PERFORM 1550-LOAD-BLOCKLIST
003630         THRU 1550-LOAD-BLOCKLIST-EXIT.
003640*
003650     PERFORM 1600-PARSE-PARM
003660         THRU 1600-PARSE-PARM-EXIT.
003670*
003680     PERFORM 1700-POSITION-FOR-RESTART
003690         THRU 1700-POSITION-FOR-RESTART-EXIT.
003700 1000-INITIALIZE-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 1500-LOAD-LANGUAGE-TABLE - LOAD THE TEXTS COBILISTE SPEAKS     *
003750*                            FROM THE LANGUAGE FILE, FALLING     *
003760*                            BACK TO THE COMPILED-IN FR/EN SET.  *
003770*                            SHARED WITH UserValue VIA           *
003780*                            LANGLOAD/LANGDFLT/LANGSTOR.         *
003790******************************************************************
003800     COPY LANGLOAD.
003810*
003820     COPY LANGDFLT.
003830*
003840     COPY LANGSTOR.
003850*
003860******************************************************************
003870* 1550-LOAD-BLOCKLIST / 1570-STORE-ONE-BLOCK-ENTRY - LOAD THE    *
003880*                       RESERVED/BLOCKED PSEUDO LIST.  SHARED    *
003890*                       WITH THE OTHER ENTRY POINTS VIA          *
003900*                       BLCKLOAD.CPY AND BLCKSTOR.CPY.           *
003910******************************************************************
003920     COPY BLCKLOAD.
003930*
003940     COPY BLCKSTOR.
003950*
003960******************************************************************
003970* 1600-PARSE-PARM - SPLIT THE JCL PARM INTO A LANGUAGE CODE AND  *
003980*                   THE OPTIONAL RESTART AND FORCE KEYWORDS, IN  *
003990*                   EITHER ORDER.  THE PARM IS                   *
004000*                   RECEIVED THROUGH THE STANDARD LENGTH-       *
004010*                   PREFIXED PARAMETER LIST IN THE LINKAGE      *
004020*                   SECTION, NOT ACCEPT FROM COMMAND-LINE, SINCE *
004030*                   THAT IS HOW EXEC PGM=...,PARM='...' ACTUALLY *
004040*                   REACHES A PROGRAM.  DEFAULTS TO FRENCH WHEN  *
004050*                   THE LANGUAGE CODE IS MISSING OR NOT ON THE   *
004060*                   LANGUAGE TABLE.                              *
004070******************************************************************
004080 1600-PARSE-PARM.
004090     MOVE SPACES TO WS-PARM-STRING.
004100     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
004110         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
004120     END-IF.
004130     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
004140         INTO WS-PARM-LANG-CODE WS-PARM-WORD-2 WS-PARM-WORD-3.
004150*
004160     IF WS-PARM-WORD-2 = "RESTART" OR WS-PARM-WORD-3 = "RESTART"
004170         MOVE "Y" TO WS-PARM-RESTART-SW
004180     END-IF.
004190     IF WS-PARM-WORD-2 = "FORCE" OR WS-PARM-WORD-3 = "FORCE"
004200         MOVE "Y" TO WS-LANG-EXPLICIT-SW
004210     END-IF.
004220*
004230*    A BLANK PARM LANGUAGE MUST NOT MATCH AN UNUSED (BLANK)
004240*    TABLE ENTRY - IT JUST MEANS THE SHOP DEFAULT, ENTRY 1.
004250     IF WS-PARM-LANG-CODE = SPACES
004260         SET WS-LANGUAGE-IDX TO 1
004270         MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
004280             TO WS-DEFAULT-LANG-CODE
004290         GO TO 1600-PARSE-PARM-EXIT
004300     END-IF.
004310     SET WS-LANGUAGE-IDX TO 1.
004320     SEARCH WS-LANGUAGE-ENTRY
004330         AT END
004340             SET WS-LANGUAGE-IDX TO 1
004350         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
004360               = WS-PARM-LANG-CODE
004370             CONTINUE
004380     END-SEARCH.
004390     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
004400         TO WS-DEFAULT-LANG-CODE.
004410 1600-PARSE-PARM-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450* 1700-POSITION-FOR-RESTART - WHEN THE RESTART KEYWORD WAS       *
004460*                             PASSED, READ THE LAST CHECKPOINT   *
004470*                             SO ALREADY-PROCESSED TRANSACTIONS  *
004480*                             ARE SKIPPED.                       *
004490******************************************************************
004500 1700-POSITION-FOR-RESTART.
004510     IF WS-PARM-IS-RESTART
004520         OPEN INPUT CHECKPOINT-FILE
004530         IF WS-CKPT-OK
004540             READ CHECKPOINT-FILE
004550                 AT END
004560                     MOVE ZERO TO WS-RESTART-SEQUENCE
004570                 NOT AT END
004580                     MOVE CKPT-LAST-SEQUENCE-NBR
004590                         TO WS-RESTART-SEQUENCE
004600             END-READ
004610             CLOSE CHECKPOINT-FILE
004620         END-IF
004630     END-IF.
004640 1700-POSITION-FOR-RESTART-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680* 2100-READ-TRANSACTION - READ THE NEXT PSEUDO FROM THE          *
004690*                         TRANSACTION FILE.                      *
004700******************************************************************
004710 2100-READ-TRANSACTION.
004720     READ TRANS-FILE INTO WS-NAME
004730         AT END
004740             MOVE "Y" TO WS-EOF-SW
004750     END-READ.
004760 2100-READ-TRANSACTION-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800* 2200-PROCESS-TRANSACTION - GREET ONE PSEUDO UNLESS IT WAS      *
004810*                            ALREADY DONE BEFORE THE LAST        *
004820*                            CHECKPOINT, THEN CHECKPOINT AND     *
004830*                            READ THE NEXT RECORD.               *
004840******************************************************************
004850 2200-PROCESS-TRANSACTION.
004860     ADD 1 TO WS-SEQUENCE-NUMBER.
004870     ADD 1 TO WS-READ-COUNT.
004880*
004890     IF WS-SEQUENCE-NUMBER > WS-RESTART-SEQUENCE
004900         PERFORM 2300-GREET-ONE-NAME
004910             THRU 2300-GREET-ONE-NAME-EXIT
004920     END-IF.
004930*
004940     DIVIDE WS-SEQUENCE-NUMBER BY WS-CHECKPOINT-INTERVAL
004950         GIVING WS-CHECKPOINT-QUOTIENT
004960         REMAINDER WS-CHECKPOINT-REMAINDER.
004970     IF WS-CHECKPOINT-REMAINDER = ZERO
004980         PERFORM 2400-WRITE-CHECKPOINT
004990             THRU 2400-WRITE-CHECKPOINT-EXIT
005000     END-IF.
005010*
005020     PERFORM 2100-READ-TRANSACTION
005030         THRU 2100-READ-TRANSACTION-EXIT.
005040 2200-PROCESS-TRANSACTION-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080* 2300-GREET-ONE-NAME - VALIDATE THE PSEUDO AGAINST OUR NAMING   *
005090*                       STANDARD; A TRANSACTION THAT FAILS IS    *
005100*                       REJECTED INSTEAD OF UPDATING USER-MASTER *
005110*                       OR THE AUDIT LOG.  A PSEUDO THAT PASSES  *
005120*                       GETS THE GREETING LINE, THE ROSTER      *
005130*                       UPDATE AND THE AUDIT-TRAIL RECORD.      *
005140******************************************************************
005150 2300-GREET-ONE-NAME.
005160     PERFORM 2310-RESET-SESSION-LANGUAGE
005170         THRU 2310-RESET-SESSION-LANGUAGE-EXIT.
005180     PERFORM 3100-VALIDATE-PSEUDO
005190         THRU 3100-VALIDATE-PSEUDO-EXIT.
005200     IF WS-PSEUDO-INVALID
005210         PERFORM 2350-REJECT-ONE-NAME
005220             THRU 2350-REJECT-ONE-NAME-EXIT
005230         GO TO 2300-GREET-ONE-NAME-EXIT
005240     END-IF.
005250*
005260     PERFORM 4000-PROCESS-ROSTER
005270         THRU 4000-PROCESS-ROSTER-EXIT.
005280*
005290     PERFORM 4500-COMPUTE-GREETING-LENGTH
005300         THRU 4500-COMPUTE-GREETING-LENGTH-EXIT.
005310     MOVE SPACES TO PRINT-RECORD.
005320     STRING WS-GREETING-TEXT(1:WS-GREETING-LENGTH)
005330             DELIMITED BY SIZE
005340             WS-NAME DELIMITED BY SIZE
005350             INTO PRINT-RECORD.
005360     WRITE PRINT-RECORD.
005370     PERFORM 2360-CHECK-PRINT-WRITE
005380         THRU 2360-CHECK-PRINT-WRITE-EXIT.
005390*
005400     PERFORM 5000-WRITE-AUDIT-RECORD
005410         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
005420     ADD 1 TO WS-GREETED-COUNT.
005430 2300-GREET-ONE-NAME-EXIT.
005440     EXIT.
005450*
005460******************************************************************
005470* 2310-RESET-SESSION-LANGUAGE - EACH TRANSACTION STARTS FROM THE *
005480*                               PARM (DEFAULT) LANGUAGE; A KNOWN *
005490*                               PSEUDO'S STORED LANGUAGE MAY     *
005500*                               THEN TAKE OVER IN 4200 UNLESS    *
005510*                               THE FORCE PARM WORD WAS GIVEN.   *
005520******************************************************************
005530 2310-RESET-SESSION-LANGUAGE.
005540     SET WS-LANGUAGE-IDX TO 1.
005550     SEARCH WS-LANGUAGE-ENTRY
005560         AT END
005570             SET WS-LANGUAGE-IDX TO 1
005580         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
005590               = WS-DEFAULT-LANG-CODE
005600             CONTINUE
005610     END-SEARCH.
005620 2310-RESET-SESSION-LANGUAGE-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660* 2350-REJECT-ONE-NAME - THE PSEUDO FAILED THE NAMING STANDARD. *
005670*                        THERE IS NO OPERATOR TO RE-PROMPT IN    *
005680*                        BATCH, SO NOTE THE REJECTION ON        *
005690*                        PSEUDOUT AND LEAVE USER-MASTER AND THE *
005700*                        AUDIT LOG UNTOUCHED.                    *
005710******************************************************************
005720 2350-REJECT-ONE-NAME.
005730     ADD 1 TO WS-REJECTED-COUNT.
005740     MOVE SPACES TO PRINT-RECORD.
005750     IF WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) = "EN"
005760         STRING "REJECTED - INVALID PSEUDO: " DELIMITED BY SIZE
005770                 WS-NAME                      DELIMITED BY SIZE
005780                 INTO PRINT-RECORD
005790     ELSE
005800         STRING "REJETE - PSEUDO INVALIDE: "  DELIMITED BY SIZE
005810                 WS-NAME                      DELIMITED BY SIZE
005820                 INTO PRINT-RECORD
005830     END-IF.
005840     WRITE PRINT-RECORD.
005850     PERFORM 2360-CHECK-PRINT-WRITE
005860         THRU 2360-CHECK-PRINT-WRITE-EXIT.
005870 2350-REJECT-ONE-NAME-EXIT.
005880     EXIT.
005890*
005900******************************************************************
005910* 2360-CHECK-PRINT-WRITE - REPORT A FAILED PSEUDOUT WRITE.       *
005920******************************************************************
005930 2360-CHECK-PRINT-WRITE.
005940     IF NOT WS-PRINT-OK
005950         DISPLAY "PRINT-FILE WRITE FAILED - STATUS "
005960             WS-PRINT-FILE-STATUS
005970         ADD 1 TO WS-IO-FAIL-COUNT
005980     END-IF.
005990 2360-CHECK-PRINT-WRITE-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030* 2400-WRITE-CHECKPOINT - REWRITE THE CHECKPOINT FILE WITH THE   *
006040*                         SEQUENCE NUMBER JUST PROCESSED.        *
006050******************************************************************
006060 2400-WRITE-CHECKPOINT.
006070     MOVE WS-SEQUENCE-NUMBER TO CKPT-LAST-SEQUENCE-NBR.
006080     OPEN OUTPUT CHECKPOINT-FILE.
006090     IF NOT WS-CKPT-OK
006100         DISPLAY "CHECKPOINT-FILE OPEN FAILED - STATUS "
006110             WS-CKPT-FILE-STATUS
006120         GO TO 2400-WRITE-CHECKPOINT-EXIT
006130     END-IF.
006140     WRITE CKPT-RECORD.
006150     IF NOT WS-CKPT-OK
006160         DISPLAY "CHECKPOINT-FILE WRITE FAILED - STATUS "
006170             WS-CKPT-FILE-STATUS
006180     END-IF.
006190     CLOSE CHECKPOINT-FILE.
006200 2400-WRITE-CHECKPOINT-EXIT.
006210     EXIT.
006220*
006230******************************************************************
006240* 3100-VALIDATE-PSEUDO - REJECT A BLANK PSEUDO, OTHERWISE CHECK  *
006250*                        IT AGAINST OUR NAMING STANDARD.  SAME   *
006260*                        CHECK AS UserValue AND UserCics.        *
006270******************************************************************
006280 3100-VALIDATE-PSEUDO.
006290     MOVE "Y" TO WS-PSEUDO-VALID-SW.
006300     IF WS-NAME = SPACES
006310         MOVE "N" TO WS-PSEUDO-VALID-SW
006320         GO TO 3100-VALIDATE-PSEUDO-EXIT
006330     END-IF.
006340     PERFORM 3200-CHECK-NAMING-STANDARD
006350         THRU 3200-CHECK-NAMING-STANDARD-EXIT.
006360     IF WS-PSEUDO-VALID
006370         PERFORM 3500-CHECK-BLOCKLIST
006380             THRU 3500-CHECK-BLOCKLIST-EXIT
006390     END-IF.
006400 3100-VALIDATE-PSEUDO-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440* 3200-CHECK-NAMING-STANDARD / 3300-CHECK-ONE-CHARACTER - THE    *
006450*                              PSEUDO MUST CONTAIN ONLY LETTERS  *
006460*                              AND DIGITS, WITH NO LEADING OR    *
006470*                              EMBEDDED SPACE.  SHARED WITH      *
006480*                              UserValue AND UserCics VIA        *
006490*                              NAMECHK.CPY.                      *
006500******************************************************************
006510     COPY NAMECHK.
006520*
006530******************************************************************
006540* 3400-NAMING-ERROR - MARK THE PSEUDO INVALID.  BATCH MODE HAS   *
006550*                      NO OPERATOR TO RE-PROMPT, SO THE FAILING  *
006560*                      TRANSACTION IS SIMPLY SKIPPED AND NOTED   *
006570*                      ON PSEUDOUT BY 3100-VALIDATE-PSEUDO'S     *
006580*                      CALLER - NOTHING IS DISPLAYED HERE.       *
006590******************************************************************
006600 3400-NAMING-ERROR.
006610     MOVE "N" TO WS-PSEUDO-VALID-SW.
006620 3400-NAMING-ERROR-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - THE PSEUDO *
006670*                        MUST NOT BE ON THE RESERVED/BLOCKED     *
006680*                        LIST.  SHARED WITH THE OTHER ENTRY      *
006690*                        POINTS VIA BLCKCHK.CPY.                 *
006700******************************************************************
006710     COPY BLCKCHK.
006720*
006730******************************************************************
006740* 3600-BLOCKED-ERROR - MARK THE PSEUDO INVALID.  BATCH MODE HAS  *
006750*                      NO OPERATOR TO RE-PROMPT, SO THE BLOCKED  *
006760*                      TRANSACTION IS SKIPPED AND NOTED ON       *
006770*                      PSEUDOUT BY THE CALLER, SAME AS A NAMING  *
006780*                      FAILURE.                                  *
006790******************************************************************
006800 3600-BLOCKED-ERROR.
006810     MOVE "N" TO WS-PSEUDO-VALID-SW.
006820 3600-BLOCKED-ERROR-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860* 4000-PROCESS-ROSTER - LOOK THE PSEUDO UP ON USER-MASTER.  A    *
006870*                       PSEUDO ALREADY ON FILE HAS ITS VISIT     *
006880*                       COUNT BUMPED; A NEW PSEUDO IS ADDED.     *
006890******************************************************************
006900 4000-PROCESS-ROSTER.
006910     MOVE WS-NAME TO UM-PSEUDO.
006920     READ USER-MASTER-FILE
006930         INVALID KEY
006940             PERFORM 4100-ADD-NEW-USER
006950                 THRU 4100-ADD-NEW-USER-EXIT
006960         NOT INVALID KEY
006970             PERFORM 4200-UPDATE-EXISTING-USER
006980                 THRU 4200-UPDATE-EXISTING-USER-EXIT
006990     END-READ.
007000 4000-PROCESS-ROSTER-EXIT.
007010     EXIT.
007020*
007030 4100-ADD-NEW-USER.
007040     MOVE WS-NAME TO UM-PSEUDO.
007050     MOVE WS-CURRENT-DATE TO UM-FIRST-SEEN-DATE.
007060     MOVE 1 TO UM-VISIT-COUNT.
007070     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
007080     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO UM-LANG-CODE.
007090     WRITE UM-RECORD
007100         INVALID KEY
007110             DISPLAY "USER-MASTER WRITE FAILED - STATUS "
007120                 WS-UM-FILE-STATUS
007130             ADD 1 TO WS-IO-FAIL-COUNT
007140     END-WRITE.
007150     MOVE WS-LANGUAGE-GREETING-NEW(WS-LANGUAGE-IDX)
007160         TO WS-GREETING-TEXT.
007170 4100-ADD-NEW-USER-EXIT.
007180     EXIT.
007190*
007200 4200-UPDATE-EXISTING-USER.
007210     PERFORM 4300-APPLY-STORED-LANGUAGE
007220         THRU 4300-APPLY-STORED-LANGUAGE-EXIT.
007230     ADD 1 TO UM-VISIT-COUNT.
007240     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
007250     REWRITE UM-RECORD
007260         INVALID KEY
007270             DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
007280                 WS-UM-FILE-STATUS
007290             ADD 1 TO WS-IO-FAIL-COUNT
007300     END-REWRITE.
007310     PERFORM 4400-SELECT-REPEAT-GREETING
007320         THRU 4400-SELECT-REPEAT-GREETING-EXIT.
007330 4200-UPDATE-EXISTING-USER-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370* 4300-APPLY-STORED-LANGUAGE - THE LANGUAGE REMEMBERED ON THE    *
007380*                              ROSTER RECORD TAKES OVER FROM     *
007390*                              THE PARM DEFAULT UNLESS FORCE     *
007400*                              WAS GIVEN.  SHARED WITH UserValue *
007410*                              AND UserCics VIA LANGPREF.CPY.    *
007420******************************************************************
007430     COPY LANGPREF.
007440*
007450******************************************************************
007460* 4400-SELECT-REPEAT-GREETING - MILESTONE (10TH/100TH/1000TH)    *
007470*                               AND FIRST-SEEN-ANNIVERSARY       *
007480*                               VISITS GET THEIR OWN GREETING.   *
007490*                               SHARED WITH UserValue AND        *
007500*                               UserCics VIA GREETSEL.CPY.       *
007510******************************************************************
007520     COPY GREETSEL.
007530*
007540******************************************************************
007550* 4500-COMPUTE-GREETING-LENGTH - SCAN BACKWARD FROM POSITION 20  *
007560*                                TO FIND THE ACTUAL, UNPADDED    *
007570*                                LENGTH OF THE GREETING JUST     *
007580*                                SELECTED, SO IT CAN BE STRUNG   *
007590*                                WITHOUT A WALL OF TRAILING      *
007600*                                BLANKS AHEAD OF THE PSEUDO.     *
007610*                                ONE TRAILING SPACE IS KEPT AS   *
007620*                                THE SEPARATOR BEFORE THE PSEUDO.*
007630******************************************************************
007640 4500-COMPUTE-GREETING-LENGTH.
007650     MOVE 20 TO WS-GREETING-LENGTH.
007660     PERFORM 4600-BACK-UP-OVER-TRAILING-SPACE
007670         THRU 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT
007680         UNTIL WS-GREETING-LENGTH = ZERO
007690            OR WS-GREETING-TEXT(WS-GREETING-LENGTH:1) NOT = SPACE.
007700     IF WS-GREETING-LENGTH < 20
007710         ADD 1 TO WS-GREETING-LENGTH
007720     END-IF.
007730 4500-COMPUTE-GREETING-LENGTH-EXIT.
007740     EXIT.
007750*
007760 4600-BACK-UP-OVER-TRAILING-SPACE.
007770     SUBTRACT 1 FROM WS-GREETING-LENGTH.
007780 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820* 5000-WRITE-AUDIT-RECORD - APPEND A TIMESTAMPED AUDIT RECORD    *
007830*                           FOR THIS GREETING, STAMPED WITH THE  *
007840*                           BATCH CHANNEL AND THE LANGUAGE IT    *
007850*                           WAS SERVED IN.                       *
007860******************************************************************
007870 5000-WRITE-AUDIT-RECORD.
007880     MOVE WS-NAME TO AUD-PSEUDO.
007890     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
007900     ACCEPT AUD-RUN-TIME FROM TIME.
007910     MOVE "B" TO AUD-CHANNEL.
007920     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO AUD-LANG-CODE.
007930     PERFORM 6700-STAMP-AUDIT-SEQUENCE
007940         THRU 6700-STAMP-AUDIT-SEQUENCE-EXIT.
007950     MOVE 40 TO WS-AUD-RECORD-LENGTH.
007960     WRITE AUD-RECORD.
007970     IF NOT WS-AUD-OK
007980         DISPLAY "AUDIT-LOG WRITE FAILED - STATUS "
007990             WS-AUD-FILE-STATUS
008000         ADD 1 TO WS-IO-FAIL-COUNT
008010     END-IF.
008020 5000-WRITE-AUDIT-RECORD-EXIT.
008030     EXIT.
008040*
008050******************************************************************
008060* 6700-STAMP-AUDIT-SEQUENCE - NEXT AUDIT SEQUENCE NUMBER FOR    *
008070*                             THE RECORD'S CHANNEL.  SHARED BY   *
008080*                             EVERY BATCH AUDIT WRITER VIA       *
008090*                             AUDSQPUT.CPY.                      *
008100******************************************************************
008110     COPY AUDSQPUT.
008120*
008130******************************************************************
008140* 9000-SET-RETURN-CODE - CLEAN IS 0, REJECTS PRESENT IS 4, ANY   *
008150*                        I-O FAILURE IS 8.  THE VALUE ALSO GOES  *
008160*                        ON THE RUN-CONTROL RECORD SO THE        *
008170*                        SCHEDULER SEES THE SAME VERDICT THE JOB *
008180*                        ENDED WITH.                             *
008190******************************************************************
008200 9000-SET-RETURN-CODE.
008210     IF WS-IO-FAIL-COUNT > ZERO
008220         MOVE 8 TO WS-RETURN-CODE-VALUE
008230     ELSE
008240         IF WS-REJECTED-COUNT > ZERO
008250             MOVE 4 TO WS-RETURN-CODE-VALUE
008260         ELSE
008270             MOVE ZERO TO WS-RETURN-CODE-VALUE
008280         END-IF
008290     END-IF.
008300 9000-SET-RETURN-CODE-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340* 9100-WRITE-TRAILER-BLOCK - PRINT THE RUN TOTALS AS A TRAILER   *
008350*                            ON PSEUDOUT SO THE OPERATORS SEE    *
008360*                            THEM WITHOUT HUNTING THROUGH       *
008370*                            SYSOUT.                             *
008380******************************************************************
008390 9100-WRITE-TRAILER-BLOCK.
008400     MOVE SPACES TO PRINT-RECORD.
008410     WRITE PRINT-RECORD.
008420     MOVE "*** RUN CONTROL TOTALS ***" TO PRINT-RECORD.
008430     WRITE PRINT-RECORD.
008440     PERFORM 2360-CHECK-PRINT-WRITE
008450         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008460*
008470     MOVE WS-READ-COUNT TO WS-TRAILER-NUMERIC-EDIT.
008480     MOVE SPACES TO PRINT-RECORD.
008490     STRING "RECORDS READ  . . . . . . . . . : "
008500             DELIMITED BY SIZE
008510             WS-TRAILER-NUMERIC-EDIT DELIMITED BY SIZE
008520             INTO PRINT-RECORD.
008530     WRITE PRINT-RECORD.
008540     PERFORM 2360-CHECK-PRINT-WRITE
008550         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008560*
008570     MOVE WS-GREETED-COUNT TO WS-TRAILER-NUMERIC-EDIT.
008580     MOVE SPACES TO PRINT-RECORD.
008590     STRING "RECORDS GREETED . . . . . . . . : "
008600             DELIMITED BY SIZE
008610             WS-TRAILER-NUMERIC-EDIT DELIMITED BY SIZE
008620             INTO PRINT-RECORD.
008630     WRITE PRINT-RECORD.
008640     PERFORM 2360-CHECK-PRINT-WRITE
008650         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008660*
008670     MOVE WS-REJECTED-COUNT TO WS-TRAILER-NUMERIC-EDIT.
008680     MOVE SPACES TO PRINT-RECORD.
008690     STRING "RECORDS REJECTED  . . . . . . . : "
008700             DELIMITED BY SIZE
008710             WS-TRAILER-NUMERIC-EDIT DELIMITED BY SIZE
008720             INTO PRINT-RECORD.
008730     WRITE PRINT-RECORD.
008740     PERFORM 2360-CHECK-PRINT-WRITE
008750         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008760*
008770     MOVE WS-IO-FAIL-COUNT TO WS-TRAILER-NUMERIC-EDIT.
008780     MOVE SPACES TO PRINT-RECORD.
008790     STRING "I-O FAILURES  . . . . . . . . . : "
008800             DELIMITED BY SIZE
008810             WS-TRAILER-NUMERIC-EDIT DELIMITED BY SIZE
008820             INTO PRINT-RECORD.
008830     WRITE PRINT-RECORD.
008840     PERFORM 2360-CHECK-PRINT-WRITE
008850         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008860*
008870     MOVE WS-RETURN-CODE-VALUE TO WS-TRAILER-NUMERIC-EDIT.
008880     MOVE SPACES TO PRINT-RECORD.
008890     STRING "RETURN CODE . . . . . . . . . . : "
008900             DELIMITED BY SIZE
008910             WS-TRAILER-NUMERIC-EDIT DELIMITED BY SIZE
008920             INTO PRINT-RECORD.
008930     WRITE PRINT-RECORD.
008940     PERFORM 2360-CHECK-PRINT-WRITE
008950         THRU 2360-CHECK-PRINT-WRITE-EXIT.
008960 9100-WRITE-TRAILER-BLOCK-EXIT.
008970     EXIT.
008980*
008990******************************************************************
009000* 9200-WRITE-RUN-CONTROL - ONE RECORD THE SCHEDULER CAN INSPECT, *
009010*                          REPLACED ON EVERY RUN.                *
009020******************************************************************
009030 9200-WRITE-RUN-CONTROL.
009040     OPEN OUTPUT RUN-CONTROL-FILE.
009050     IF NOT WS-RNC-OK
009060         DISPLAY "RUN-CONTROL OPEN FAILED - STATUS "
009070             WS-RNC-FILE-STATUS
009080         GO TO 9200-WRITE-RUN-CONTROL-EXIT
009090     END-IF.
009100     MOVE WS-CURRENT-DATE TO RNC-RUN-DATE.
009110     ACCEPT RNC-RUN-TIME FROM TIME.
009120     MOVE WS-READ-COUNT TO RNC-READ-COUNT.
009130     MOVE WS-GREETED-COUNT TO RNC-GREETED-COUNT.
009140     MOVE WS-REJECTED-COUNT TO RNC-REJECTED-COUNT.
009150     MOVE WS-IO-FAIL-COUNT TO RNC-IO-FAIL-COUNT.
009160     MOVE WS-RETURN-CODE-VALUE TO RNC-RETURN-CODE.
009170     WRITE RNC-RECORD.
009180     IF NOT WS-RNC-OK
009190         DISPLAY "RUN-CONTROL WRITE FAILED - STATUS "
009200             WS-RNC-FILE-STATUS
009210     END-IF.
009220     CLOSE RUN-CONTROL-FILE.
009230 9200-WRITE-RUN-CONTROL-EXIT.
009240     EXIT.
009250*
009260******************************************************************
009270* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
009280*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
009290*                          BY EVERY BATCH PROGRAM VIA            *
009300*                          JRNLPUT.CPY.                          *
009310******************************************************************
009320     COPY JRNLPUT.
009330*
009340******************************************************************
009350* 9999-TERMINATE - PRINT THE TRAILER, WRITE THE RUN-CONTROL      *
009360*                  RECORD AND CLOSE ALL OPEN FILES BEFORE STOP   *
009370*                  RUN.                                          *
009380******************************************************************
009390 9999-TERMINATE.
009400     PERFORM 9000-SET-RETURN-CODE
009410         THRU 9000-SET-RETURN-CODE-EXIT.
009420     PERFORM 9100-WRITE-TRAILER-BLOCK
009430         THRU 9100-WRITE-TRAILER-BLOCK-EXIT.
009440*    A PRINT FAILURE DURING THE TRAILER ITSELF COUNTS AS AN I-O
009450*    FAILURE, SO THE VERDICT IS SETTLED AGAIN BEFORE IT GOES ON
009460*    THE RUN-CONTROL RECORD AND OUT AS THE JOB RETURN CODE.
009470     PERFORM 9000-SET-RETURN-CODE
009480         THRU 9000-SET-RETURN-CODE-EXIT.
009490     PERFORM 9200-WRITE-RUN-CONTROL
009500         THRU 9200-WRITE-RUN-CONTROL-EXIT.
009510     CLOSE TRANS-FILE.
009520     CLOSE PRINT-FILE.
009530     CLOSE USER-MASTER-FILE.
009540     CLOSE AUDIT-LOG-FILE.
009550 9999-TERMINATE-EXIT.
009560     EXIT.
