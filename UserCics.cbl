000800*                     FIRST-SEEN DATE WITH THEIR OWN TEXTS,      *
000810*                     CARRIED ON THE LANGUAGE TABLE AND PICKED   *
000820*                     BY THE SHARED GREETSEL.CPY RULE.           *
000830*    2026-10-15  ML   STAMP EVERY AUDIT RECORD WITH THE NEXT     *
000840*                     ONLINE-CHANNEL AUD-SEQUENCE.  THE AUDSEQ   *
000850*                     CONTROL RECORD IS HELD FOR UPDATE ACROSS   *
000860*                     THE AUDT WRITE (AUDSQONL.CPY) SO           *
000870*                     CONCURRENT TASKS LAND ON THE LOG IN        *
000880*                     NUMBER ORDER.                              *
000890*                                                                *
000900******************************************************************
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER.    IBM-370.
000940 OBJECT-COMPUTER.    IBM-370.
000950*
000960 DATA DIVISION.
000970 WORKING-STORAGE SECTION.
000980 01  WS-NAME                         PIC X(12).
000990*
001000 01  WS-PSEUDO-SWITCHES.
001010     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "N".
001020         88  WS-PSEUDO-VALID             VALUE "Y".
001030         88  WS-PSEUDO-INVALID            VALUE "N".
001040*
001050 77  WS-CHAR-INDEX                   PIC 9(02) COMP.
001060 77  WS-TRAILING-BLANK-SW            PIC X(01).
001070*
001080 01  WS-GREETING-TEXT                PIC X(20).
001090 77  WS-GREETING-LENGTH              PIC 9(02) COMP.
001100 01  WS-MSG-TEXT                     PIC X(70).
001110*
001120 COPY LANGTXT.
001130*
001140 COPY BLOCKTBL.
001150*
001160 01  WS-LANG-CODE-INPUT              PIC X(02).
001170*
001180 01  WS-LANG-SWITCHES.
001190     05  WS-LANG-VALID-SW            PIC X(01) VALUE "N".
001200         88  WS-LANG-VALID               VALUE "Y".
001210         88  WS-LANG-INVALID              VALUE "N".
001220     05  WS-LANG-EXPLICIT-SW         PIC X(01) VALUE "N".
001230         88  WS-LANG-EXPLICIT            VALUE "Y".
001240*
001250 01  WS-CURRENT-DATE-FIELDS.
001260     05  WS-CURRENT-DATE             PIC 9(08).
001270 01  WS-ABSTIME                      PIC S9(15) COMP-3.
001280 01  WS-TIME-HHMMSS                  PIC 9(06).
001290*
001300 01  WS-CICS-RESP                    PIC S9(08) COMP.
001310 01  WS-ASQ-RESP                     PIC S9(08) COMP.
001320*
001330 01  WS-CICS-SWITCHES.
001340     05  WS-CICS-WRITE-SW            PIC X(01) VALUE "Y".
001350         88  WS-CICS-WRITE-OK            VALUE "Y".
001360         88  WS-CICS-WRITE-FAILED        VALUE "N".
001370*
001380 COPY USRMSTR.
001390*
001400 COPY AUDITLOG.
001410*
001420 COPY AUDSEQ.
001430*
001440 COPY BLOCKLST.
001450*
001460 COPY LANGREC.
001470*
001480 COPY COBILMAP.
001490*
001500 LINKAGE SECTION.
001510 01  DFHCOMMAREA.
001520     05  CA-SCREEN-SENT-SW           PIC X(01).
001530*
001540 PROCEDURE DIVISION.
001550*
001560 0000-MAINLINE.
001570     EXEC CICS HANDLE CONDITION
001580         MAPFAIL (8000-SEND-INITIAL-SCREEN)
001590     END-EXEC.
001600     EXEC CICS HANDLE AID
001610         PF3   (9000-CANCEL)
001620         PF12  (9000-CANCEL)
001630         CLEAR (9000-CANCEL)
001640     END-EXEC.
001650*
001660     IF EIBCALEN = 0
001670         PERFORM 1000-INITIALIZE
001680             THRU 1000-INITIALIZE-EXIT
001690         PERFORM 8000-SEND-INITIAL-SCREEN
001700             THRU 8000-SEND-INITIAL-SCREEN-EXIT
001710     ELSE
001720         PERFORM 1000-INITIALIZE
001730             THRU 1000-INITIALIZE-EXIT
001740         PERFORM 2000-RECEIVE-AND-VALIDATE
001750             THRU 2000-RECEIVE-AND-VALIDATE-EXIT
001760     END-IF.
001770 0000-MAINLINE-EXIT.
001780     GOBACK.
001790*
001800******************************************************************
001810* 1000-INITIALIZE - LOAD THE LANGUAGE TABLE AND CAPTURE TODAY'S  *
001820*                   DATE/TIME FOR THE AUDIT RECORD.              *
001830******************************************************************
001840 1000-INITIALIZE.
001850     PERFORM 1500-LOAD-LANGUAGE-TABLE
001860         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
001870     PERFORM 1550-LOAD-BLOCKLIST
001880         THRU 1550-LOAD-BLOCKLIST-EXIT.
001890     EXEC CICS ASKTIME
001900         ABSTIME (WS-ABSTIME)
001910     END-EXEC.
001920     EXEC CICS FORMATTIME
001930         ABSTIME  (WS-ABSTIME)
001940         YYYYMMDD (WS-CURRENT-DATE)
001950         TIME     (WS-TIME-HHMMSS)
001960     END-EXEC.
001970 1000-INITIALIZE-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010* 1500-LOAD-LANGUAGE-TABLE - SAME TEXTS UserValue AND UserBatch  *
002020*                            SPEAK, LOADED FROM THE LANGFILE     *
002030*                            KSDS THROUGH CICS FILE CONTROL.  A  *
002040*                            FILE THAT IS CLOSED OR NOT DEFINED  *
002050*                            FALLS BACK TO THE COMPILED-IN       *
002060*                            FR/EN SET (LANGDFLT.CPY); THE       *
002070*                            STORE RULE IS SHARED VIA            *
002080*                            LANGSTOR.CPY.                       *
002090******************************************************************
002100 1500-LOAD-LANGUAGE-TABLE.
002110     PERFORM 1510-LOAD-DEFAULT-LANGUAGES
002120         THRU 1510-LOAD-DEFAULT-LANGUAGES-EXIT.
002130     MOVE LOW-VALUES TO WS-LANGUAGE-BROWSE-KEY.
002140     MOVE "N" TO WS-LANGUAGE-LOAD-DONE-SW.
002150     EXEC CICS STARTBR
002160         FILE    ("LANGFILE")
002170         RIDFLD  (WS-LANGUAGE-BROWSE-KEY)
002180         GTEQ
002190         RESP    (WS-CICS-RESP)
002200     END-EXEC.
002210     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002220         GO TO 1500-LOAD-LANGUAGE-TABLE-EXIT
002230     END-IF.
002240     MOVE SPACES TO WS-LANGUAGE-TABLE.
002250     MOVE ZERO TO WS-LANGUAGE-COUNT.
002260     PERFORM 1520-LOAD-ONE-LANGUAGE
002270         THRU 1520-LOAD-ONE-LANGUAGE-EXIT
002280         UNTIL WS-LANGUAGE-LOAD-DONE.
002290     EXEC CICS ENDBR
002300         FILE ("LANGFILE")
002310         RESP (WS-CICS-RESP)
002320     END-EXEC.
002330     IF WS-LANGUAGE-COUNT = ZERO
002340         PERFORM 1510-LOAD-DEFAULT-LANGUAGES
002350             THRU 1510-LOAD-DEFAULT-LANGUAGES-EXIT
002360     END-IF.
002370 1500-LOAD-LANGUAGE-TABLE-EXIT.
002380     EXIT.
002390*
002400 1520-LOAD-ONE-LANGUAGE.
002410     EXEC CICS READNEXT
002420         FILE    ("LANGFILE")
002430         INTO    (LR-RECORD)
002440         RIDFLD  (WS-LANGUAGE-BROWSE-KEY)
002450         RESP    (WS-CICS-RESP)
002460     END-EXEC.
002470     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002480         MOVE "Y" TO WS-LANGUAGE-LOAD-DONE-SW
002490         GO TO 1520-LOAD-ONE-LANGUAGE-EXIT
002500     END-IF.
002510     PERFORM 1530-STORE-ONE-LANGUAGE
002520         THRU 1530-STORE-ONE-LANGUAGE-EXIT.
002530     IF WS-LANGUAGE-COUNT NOT < WS-LANGUAGE-MAX
002540         MOVE "Y" TO WS-LANGUAGE-LOAD-DONE-SW
002550     END-IF.
002560 1520-LOAD-ONE-LANGUAGE-EXIT.
002570     EXIT.
002580*
002590     COPY LANGDFLT.
002600*
002610     COPY LANGSTOR.
002620*
002630******************************************************************
002640* 1550-LOAD-BLOCKLIST - LOAD THE RESERVED/BLOCKED PSEUDO LIST    *
002650*                       THROUGH CICS FILE CONTROL (BLOCKLST IS   *
002660*                       THE SAME KSDS THE BATCH PROGRAMS READ    *
002670*                       WITH BLCKLOAD.CPY).  A FILE THAT IS      *
002680*                       CLOSED OR NOT DEFINED JUST MEANS AN      *
002690*                       EMPTY LIST.  THE STORE RULE IS SHARED    *
002700*                       VIA BLCKSTOR.CPY.                        *
002710******************************************************************
002720 1550-LOAD-BLOCKLIST.
002730     MOVE ZERO TO WS-BLOCK-COUNT.
002740     MOVE "N" TO WS-BLOCK-LOAD-DONE-SW.
002750     MOVE LOW-VALUES TO WS-BLOCK-BROWSE-KEY.
002760     EXEC CICS STARTBR
002770         FILE    ("BLOCKLST")
002780         RIDFLD  (WS-BLOCK-BROWSE-KEY)
002790         GTEQ
002800         RESP    (WS-CICS-RESP)
002810     END-EXEC.
002820     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002830         GO TO 1550-LOAD-BLOCKLIST-EXIT
002840     END-IF.
002850     PERFORM 1560-LOAD-ONE-BLOCK-RECORD
002860         THRU 1560-LOAD-ONE-BLOCK-RECORD-EXIT
002870         UNTIL WS-BLOCK-LOAD-DONE.
002880     EXEC CICS ENDBR
002890         FILE ("BLOCKLST")
002900         RESP (WS-CICS-RESP)
002910     END-EXEC.
002920 1550-LOAD-BLOCKLIST-EXIT.
002930     EXIT.
002940*
002950 1560-LOAD-ONE-BLOCK-RECORD.
002960     EXEC CICS READNEXT
002970         FILE    ("BLOCKLST")
002980         INTO    (BL-RECORD)
002990         RIDFLD  (WS-BLOCK-BROWSE-KEY)
003000         RESP    (WS-CICS-RESP)
003010     END-EXEC.
003020     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
003030         MOVE "Y" TO WS-BLOCK-LOAD-DONE-SW
003040         GO TO 1560-LOAD-ONE-BLOCK-RECORD-EXIT
003050     END-IF.
003060     PERFORM 1570-STORE-ONE-BLOCK-ENTRY
003070         THRU 1570-STORE-ONE-BLOCK-ENTRY-EXIT.
003080     IF WS-BLOCK-COUNT NOT < WS-BLOCK-MAX
003090         MOVE "Y" TO WS-BLOCK-LOAD-DONE-SW
003100     END-IF.
003110 1560-LOAD-ONE-BLOCK-RECORD-EXIT.
003120     EXIT.
003130*
003140     COPY BLCKSTOR.
003150*
003160******************************************************************
003170* 8000-SEND-INITIAL-SCREEN - PUT UP A BLANK COBILM1 MAP AND      *
003180*                            WAIT FOR THE OPERATOR'S FIRST       *
003190*                            ENTER.  FIRES ON MAPFAIL TOO, SINCE *
003200*                            A BLANK RE-SEND OF THE FIRST SCREEN *
003210*                            HAS NOTHING TO RECEIVE.             *
003220******************************************************************
003230 8000-SEND-INITIAL-SCREEN.
003240     MOVE SPACES TO COBILM1O.
003250     EXEC CICS SEND MAP ("COBILM1")
003260         MAPSET ("COBILMAP")
003270         FROM   (COBILM1O)
003280         ERASE
003290         FREEKB
003300     END-EXEC.
003310     MOVE "Y" TO CA-SCREEN-SENT-SW.
003320     EXEC CICS RETURN
003330         TRANSID  ("CBLU")
003340         COMMAREA (DFHCOMMAREA)
003350         LENGTH   (LENGTH OF DFHCOMMAREA)
003360     END-EXEC.
003370 8000-SEND-INITIAL-SCREEN-EXIT.
003380     EXIT.
003390*
003400******************************************************************
003410* 2000-RECEIVE-AND-VALIDATE - READ BACK THE OPERATOR'S ENTRY,    *
003420*                             VALIDATE LANGUAGE THEN PSEUDO, AND *
003430*                             ON SUCCESS UPDATE THE ROSTER AND   *
003440*                             AUDIT LOG AND SHOW THE GREETING.   *
003450*                             ANY VALIDATION FAILURE RE-SENDS    *
003460*                             THE SAME SCREEN WITH AN ERROR      *
003470*                             MESSAGE INSTEAD OF ENDING THE      *
003480*                             CONVERSATION.                      *
003490******************************************************************
003500 2000-RECEIVE-AND-VALIDATE.
003510     EXEC CICS RECEIVE MAP ("COBILM1")
003520         MAPSET ("COBILMAP")
003530         INTO   (COBILM1I)
003540     END-EXEC.
003550*
003560     PERFORM 2100-VALIDATE-LANGUAGE
003570         THRU 2100-VALIDATE-LANGUAGE-EXIT.
003580     IF WS-LANG-INVALID
003590         PERFORM 8100-RE-SEND-SCREEN
003600             THRU 8100-RE-SEND-SCREEN-EXIT
003610     END-IF.
003620*
003630     PERFORM 3100-VALIDATE-PSEUDO
003640         THRU 3100-VALIDATE-PSEUDO-EXIT.
003650     IF WS-PSEUDO-INVALID
003660         PERFORM 8100-RE-SEND-SCREEN
003670             THRU 8100-RE-SEND-SCREEN-EXIT
003680     END-IF.
003690*
003700     MOVE "Y" TO WS-CICS-WRITE-SW.
003710     PERFORM 4000-PROCESS-ROSTER
003720         THRU 4000-PROCESS-ROSTER-EXIT.
003730     IF WS-CICS-WRITE-FAILED
003740         PERFORM 8200-SEND-FAILURE-SCREEN
003750             THRU 8200-SEND-FAILURE-SCREEN-EXIT
003760     END-IF.
003770     PERFORM 5000-WRITE-AUDIT-RECORD
003780         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
003790     IF WS-CICS-WRITE-FAILED
003800         PERFORM 8200-SEND-FAILURE-SCREEN
003810             THRU 8200-SEND-FAILURE-SCREEN-EXIT
003820     END-IF.
003830*
003840     PERFORM 4500-COMPUTE-GREETING-LENGTH
003850         THRU 4500-COMPUTE-GREETING-LENGTH-EXIT.
003860     STRING WS-GREETING-TEXT(1:WS-GREETING-LENGTH)
003870            DELIMITED BY SIZE
003880            WS-NAME DELIMITED BY SIZE
003890         INTO WS-MSG-TEXT.
003900     MOVE WS-MSG-TEXT TO MSGO.
003910     MOVE WS-NAME TO PSEUDOO.
003920     EXEC CICS SEND MAP ("COBILM1")
003930         MAPSET  ("COBILMAP")
003940         FROM    (COBILM1O)
003950         DATAONLY
003960         FREEKB
003970     END-EXEC.
003980     EXEC CICS RETURN
003990     END-EXEC.
004000 2000-RECEIVE-AND-VALIDATE-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040* 2100-VALIDATE-LANGUAGE - THE LANGUAGE CODE MUST MATCH AN ENTRY *
004050*                          IN WS-LANGUAGE-TABLE.                 *
004060******************************************************************
004070 2100-VALIDATE-LANGUAGE.
004080     MOVE SPACES TO WS-LANG-CODE-INPUT.
004090     IF LANGL > 0
004100         MOVE LANGI TO WS-LANG-CODE-INPUT
004110     END-IF.
004120*
004130*    A BLANK FIELD MEANS "WHATEVER COBILISTE REMEMBERS FOR ME":
004140*    FRENCH FOR THE MESSAGES, THEN THE STORED LANGUAGE ONCE THE
004150*    PSEUDO HAS BEEN LOOKED UP ON THE ROSTER.
004160     IF WS-LANG-CODE-INPUT = SPACES
004170         MOVE "N" TO WS-LANG-EXPLICIT-SW
004180         SET WS-LANGUAGE-IDX TO 1
004190         MOVE "Y" TO WS-LANG-VALID-SW
004200         GO TO 2100-VALIDATE-LANGUAGE-EXIT
004210     END-IF.
004220*
004230     SET WS-LANGUAGE-IDX TO 1.
004240     SEARCH WS-LANGUAGE-ENTRY
004250         AT END
004260             MOVE "N" TO WS-LANG-VALID-SW
004270             MOVE "LANGUE INCONNUE / UNKNOWN LANGUAGE"
004280                 TO WS-MSG-TEXT
004290         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
004300               = WS-LANG-CODE-INPUT
004310             MOVE "Y" TO WS-LANG-VALID-SW
004320             MOVE "Y" TO WS-LANG-EXPLICIT-SW
004330     END-SEARCH.
004340 2100-VALIDATE-LANGUAGE-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 3100-VALIDATE-PSEUDO - REJECT A BLANK ENTRY, OTHERWISE CHECK   *
004390*                        IT AGAINST OUR NAMING STANDARD.         *
004400******************************************************************
004410 3100-VALIDATE-PSEUDO.
004420     MOVE SPACES TO WS-NAME.
004430     IF PSEUDOL > 0
004440         MOVE PSEUDOI TO WS-NAME
004450     END-IF.
004460     MOVE "Y" TO WS-PSEUDO-VALID-SW.
004470     IF WS-NAME = SPACES
004480         MOVE "N" TO WS-PSEUDO-VALID-SW
004490         MOVE WS-LANGUAGE-MSG-BLANK(WS-LANGUAGE-IDX)
004500             TO WS-MSG-TEXT
004510         GO TO 3100-VALIDATE-PSEUDO-EXIT
004520     END-IF.
004530     PERFORM 3200-CHECK-NAMING-STANDARD
004540         THRU 3200-CHECK-NAMING-STANDARD-EXIT.
004550     IF WS-PSEUDO-VALID
004560         PERFORM 3500-CHECK-BLOCKLIST
004570             THRU 3500-CHECK-BLOCKLIST-EXIT
004580     END-IF.
004590 3100-VALIDATE-PSEUDO-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630* 3200-CHECK-NAMING-STANDARD / 3300-CHECK-ONE-CHARACTER - THE    *
004640*                              PSEUDO MUST CONTAIN ONLY LETTERS  *
004650*                              AND DIGITS, WITH NO LEADING OR    *
004660*                              EMBEDDED SPACE.  SHARED WITH      *
004670*                              UserValue AND UserBatch VIA       *
004680*                              NAMECHK.CPY.                      *
004690******************************************************************
004700     COPY NAMECHK.
004710*
004720 3400-NAMING-ERROR.
004730     IF WS-PSEUDO-VALID
004740         MOVE WS-LANGUAGE-MSG-BADNAME(WS-LANGUAGE-IDX)
004750             TO WS-MSG-TEXT
004760     END-IF.
004770     MOVE "N" TO WS-PSEUDO-VALID-SW.
004780 3400-NAMING-ERROR-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - THE PSEUDO *
004830*                        MUST NOT BE ON THE RESERVED/BLOCKED     *
004840*                        LIST.  SHARED WITH THE OTHER ENTRY      *
004850*                        POINTS VIA BLCKCHK.CPY.                 *
004860******************************************************************
004870     COPY BLCKCHK.
004880*
004890 3600-BLOCKED-ERROR.
004900     IF WS-PSEUDO-VALID
004910         MOVE WS-LANGUAGE-MSG-BLOCKED(WS-LANGUAGE-IDX)
004920             TO WS-MSG-TEXT
004930     END-IF.
004940     MOVE "N" TO WS-PSEUDO-VALID-SW.
004950 3600-BLOCKED-ERROR-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 4000-PROCESS-ROSTER - LOOK THE PSEUDO UP ON USER-MASTER (VSAM  *
005000*                       FILE USRMSTR) THROUGH CICS FILE CONTROL. *
005010*                       A PSEUDO ALREADY ON FILE HAS ITS VISIT   *
005020*                       COUNT BUMPED; A PSEUDO NOT FOUND IS      *
005030*                       ADDED.  ANY OTHER NON-NORMAL RESPONSE IS *
005040*                       A REAL FILE FAILURE, NOT A NEW PSEUDO.   *
005050******************************************************************
005060 4000-PROCESS-ROSTER.
005070     MOVE WS-NAME TO UM-PSEUDO.
005080     EXEC CICS READ
005090         FILE    ("USRMSTR")
005100         INTO    (UM-RECORD)
005110         RIDFLD  (UM-PSEUDO)
005120         UPDATE
005130         RESP    (WS-CICS-RESP)
005140     END-EXEC.
005150     IF WS-CICS-RESP = DFHRESP(NORMAL)
005160         PERFORM 4200-UPDATE-EXISTING-USER
005170             THRU 4200-UPDATE-EXISTING-USER-EXIT
005180     ELSE
005190         IF WS-CICS-RESP = DFHRESP(NOTFND)
005200             PERFORM 4100-ADD-NEW-USER
005210                 THRU 4100-ADD-NEW-USER-EXIT
005220         ELSE
005230             MOVE "N" TO WS-CICS-WRITE-SW
005240         END-IF
005250     END-IF.
005260 4000-PROCESS-ROSTER-EXIT.
005270     EXIT.
005280*
005290 4100-ADD-NEW-USER.
005300     MOVE WS-NAME TO UM-PSEUDO.
005310     MOVE WS-CURRENT-DATE TO UM-FIRST-SEEN-DATE.
005320     MOVE 1 TO UM-VISIT-COUNT.
005330     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
005340     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO UM-LANG-CODE.
005350     EXEC CICS WRITE
005360         FILE    ("USRMSTR")
005370         FROM    (UM-RECORD)
005380         RIDFLD  (UM-PSEUDO)
005390         RESP    (WS-CICS-RESP)
005400     END-EXEC.
005410     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005420         MOVE "N" TO WS-CICS-WRITE-SW
005430     END-IF.
005440     MOVE WS-LANGUAGE-GREETING-NEW(WS-LANGUAGE-IDX)
005450         TO WS-GREETING-TEXT.
005460 4100-ADD-NEW-USER-EXIT.
005470     EXIT.
005480*
005490 4200-UPDATE-EXISTING-USER.
005500     PERFORM 4300-APPLY-STORED-LANGUAGE
005510         THRU 4300-APPLY-STORED-LANGUAGE-EXIT.
005520     ADD 1 TO UM-VISIT-COUNT.
005530     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
005540     EXEC CICS REWRITE
005550         FILE    ("USRMSTR")
005560         FROM    (UM-RECORD)
005570         RESP    (WS-CICS-RESP)
005580     END-EXEC.
005590     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005600         MOVE "N" TO WS-CICS-WRITE-SW
005610     END-IF.
005620     PERFORM 4400-SELECT-REPEAT-GREETING
005630         THRU 4400-SELECT-REPEAT-GREETING-EXIT.
005640 4200-UPDATE-EXISTING-USER-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680* 4300-APPLY-STORED-LANGUAGE - A KEYED LANGUAGE CODE WINS AND IS *
005690*                              STORED; A BLANK FIELD TAKES THE   *
005700*                              LANGUAGE REMEMBERED ON THE ROSTER *
005710*                              RECORD.  SHARED WITH UserValue    *
005720*                              AND UserBatch VIA LANGPREF.CPY.   *
005730******************************************************************
005740     COPY LANGPREF.
005750*
005760******************************************************************
005770* 4400-SELECT-REPEAT-GREETING - MILESTONE (10TH/100TH/1000TH)    *
005780*                               AND FIRST-SEEN-ANNIVERSARY       *
005790*                               VISITS GET THEIR OWN GREETING.   *
005800*                               SHARED WITH UserValue AND        *
005810*                               UserBatch VIA GREETSEL.CPY.      *
005820******************************************************************
005830     COPY GREETSEL.
005840*
005850******************************************************************
005860* 4500-COMPUTE-GREETING-LENGTH - SCAN BACKWARD FROM POSITION 20  *
005870*                                TO FIND THE ACTUAL, UNPADDED    *
005880*                                LENGTH OF THE GREETING JUST     *
005890*                                SELECTED, SO IT CAN BE STRUNG   *
005900*                                WITHOUT A WALL OF TRAILING      *
005910*                                BLANKS AHEAD OF THE PSEUDO.     *
005920*                                ONE TRAILING SPACE IS KEPT AS   *
005930*                                THE SEPARATOR BEFORE THE PSEUDO.*
005940******************************************************************
005950 4500-COMPUTE-GREETING-LENGTH.
005960     MOVE 20 TO WS-GREETING-LENGTH.
005970     PERFORM 4600-BACK-UP-OVER-TRAILING-SPACE
005980         THRU 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT
005990         UNTIL WS-GREETING-LENGTH = ZERO
006000            OR WS-GREETING-TEXT(WS-GREETING-LENGTH:1) NOT = SPACE.
006010     IF WS-GREETING-LENGTH < 20
006020         ADD 1 TO WS-GREETING-LENGTH
006030     END-IF.
006040 4500-COMPUTE-GREETING-LENGTH-EXIT.
006050     EXIT.
006060*
006070 4600-BACK-UP-OVER-TRAILING-SPACE.
006080     SUBTRACT 1 FROM WS-GREETING-LENGTH.
006090 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130* 5000-WRITE-AUDIT-RECORD - APPEND A TIMESTAMPED AUDIT RECORD TO *
006140*                           THE AUDT TRANSIENT DATA QUEUE.  AUDT *
006150*                           IS DEFINED AS AN EXTRAPARTITION QUEUE*
006160*                           OVER THE SAME PHYSICAL AUDITLOG      *
006170*                           DATASET UserValue AND UserBatch      *
006180*                           WRITE, SO UserRpt SEES ONLINE AND    *
006190*                           BATCH GREETINGS TOGETHER.            *
006200******************************************************************
006210 5000-WRITE-AUDIT-RECORD.
006220     MOVE WS-NAME TO AUD-PSEUDO.
006230     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
006240     COMPUTE AUD-RUN-TIME = WS-TIME-HHMMSS * 100.
006250     MOVE "O" TO AUD-CHANNEL.
006260     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO AUD-LANG-CODE.
006270     PERFORM 6700-WRITE-SEQUENCED-AUDIT
006280         THRU 6700-WRITE-SEQUENCED-AUDIT-EXIT.
006290     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006300         MOVE "N" TO WS-CICS-WRITE-SW
006310     END-IF.
006320 5000-WRITE-AUDIT-RECORD-EXIT.
006330     EXIT.
006340*
006350******************************************************************
006360* 6700-WRITE-SEQUENCED-AUDIT - STAMP THE NEXT ONLINE AUDIT       *
006370*                              SEQUENCE NUMBER AND PUT THE       *
006380*                              RECORD ON AUDT.  SHARED VIA       *
006390*                              AUDSQONL.CPY.                     *
006400******************************************************************
006410     COPY AUDSQONL.
006420*
006430******************************************************************
006440* 8100-RE-SEND-SCREEN - RE-DISPLAY THE MAP WITH AN ERROR MESSAGE *
006450*                       AND STAY IN THE CONVERSATION FOR ANOTHER *
006460*                       ATTEMPT.                                 *
006470******************************************************************
006480 8100-RE-SEND-SCREEN.
006490     MOVE WS-MSG-TEXT TO MSGO.
006500     EXEC CICS SEND MAP ("COBILM1")
006510         MAPSET  ("COBILMAP")
006520         FROM    (COBILM1O)
006530         DATAONLY
006540         FREEKB
006550     END-EXEC.
006560     EXEC CICS RETURN
006570         TRANSID  ("CBLU")
006580         COMMAREA (DFHCOMMAREA)
006590         LENGTH   (LENGTH OF DFHCOMMAREA)
006600     END-EXEC.
006610 8100-RE-SEND-SCREEN-EXIT.
006620     EXIT.
006630*
006640*****************************************************************
006650* 8200-SEND-FAILURE-SCREEN - THE PSEUDO PASSED VALIDATION BUT   *
006660*                            THE ROSTER OR AUDIT-LOG UPDATE     *
006670*                            FAILED AT THE CICS FILE/QUEUE      *
006680*                            LEVEL.  TELL THE OPERATOR INSTEAD  *
006690*                            OF SHOWING THE SUCCESS GREETING,   *
006700*                            AND END THE CONVERSATION - THE     *
006710*                            SAME INPUT WOULD ONLY FAIL AGAIN.  *
006720*****************************************************************
006730 8200-SEND-FAILURE-SCREEN.
006740     MOVE SPACES TO COBILM1O.
006750     IF WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) = "EN"
006760         MOVE "UPDATE FAILED - PLEASE TRY AGAIN LATER."
006770             TO MSGO
006780     ELSE
006790         MOVE "MISE A JOUR ECHOUEE - VEUILLEZ RESSAYER PLUS TARD."
006800             TO MSGO
006810     END-IF.
006820     EXEC CICS SEND MAP ("COBILM1")
006830         MAPSET  ("COBILMAP")
006840         FROM    (COBILM1O)
006850         DATAONLY
006860         FREEKB
006870     END-EXEC.
006880     EXEC CICS RETURN
006890     END-EXEC.
006900 8200-SEND-FAILURE-SCREEN-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940* 9000-CANCEL - PF3, PF12 OR CLEAR WAS PRESSED.  END THE         *
006950*                CONVERSATION WITHOUT TOUCHING USER-MASTER OR    *
006960*                THE AUDIT LOG.                                  *
006970******************************************************************
006980 9000-CANCEL.
006990     MOVE SPACES TO COBILM1O.
007000     MOVE "TRANSACTION ANNULEE / TRANSACTION CANCELLED."
007010         TO MSGO.
007020     EXEC CICS SEND MAP ("COBILM1")
007030         MAPSET  ("COBILMAP")
007040         FROM    (COBILM1O)
007050         DATAONLY
007060         FREEKB
007070     END-EXEC.
007080     EXEC CICS RETURN
007090     END-EXEC.
007100 9000-CANCEL-EXIT.
007110     EXIT.
