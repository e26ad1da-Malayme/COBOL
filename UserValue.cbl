000830*                     FIRST-SEEN DATE WITH THEIR OWN TEXTS,      *
000840*                     CARRIED ON THE LANGUAGE TABLE AND PICKED   *
000850*                     BY THE SHARED GREETSEL.CPY RULE.           *
000860*    2026-10-15  ML   STAMP EVERY AUDIT RECORD WITH THE NEXT     *
000870*                     CONSOLE-CHANNEL AUD-SEQUENCE FROM THE      *
000880*                     AUDIT-SEQUENCE CONTROL FILE                *
000890*                     (AUDSEQ/AUDSQPUT.CPY) AND WRITE IT AT 40   *
000900*                     BYTES, SO UserSeq CAN PROVE NO RECORD      *
000910*                     WENT MISSING.                              *
000920*                                                                *
000930******************************************************************
000940 ENVIRONMENT DIVISION.
000950 CONFIGURATION SECTION.
000960 SOURCE-COMPUTER.    IBM-370.
000970 OBJECT-COMPUTER.    IBM-370.
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS UM-PSEUDO
001040         FILE STATUS IS WS-UM-FILE-STATUS.
001050*
001060     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-AUD-FILE-STATUS.
001090*
001100     SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS AQ-CHANNEL
001140         FILE STATUS IS WS-ASQ-FILE-STATUS.
001150*
001160     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS BL-PSEUDO
001200         FILE STATUS IS WS-BLK-FILE-STATUS.
001210*
001220     SELECT LANGUAGE-FILE ASSIGN TO "LANGFILE"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS LR-SORT-KEY
001260         FILE STATUS IS WS-LNG-FILE-STATUS.
001270*
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  USER-MASTER-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 COPY USRMSTR.
001330*
001340 FD  AUDIT-LOG-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001370         DEPENDING ON WS-AUD-RECORD-LENGTH.
001380 COPY AUDITLOG.
001390*
001400 FD  AUDIT-SEQUENCE-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY AUDSEQ.
001430*
001440 FD  BLOCKLIST-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY BLOCKLST.
001470*
001480 FD  LANGUAGE-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 COPY LANGREC.
001510*
001520 WORKING-STORAGE SECTION.
001530 01  WS-NAME                         PIC X(12).
001540*    HOLDS THE VALIDATED PSEUDO ONLY - 3100-PROMPT-AND-VALIDATE
001550*    REJECTS AND RE-PROMPTS ON ANYTHING OVER 12 CHARACTERS OR
001560*    BLANK, SO NOTHING IS EVER SILENTLY TRUNCATED OR PADDED HERE.
001570*
001580 01  WS-NAME-INPUT                   PIC X(30).
001590*    WIDER ACCEPT BUFFER SO AN OVER-LENGTH ENTRY CAN BE DETECTED *
001600*    BEFORE IT IS TRUNCATED DOWN INTO WS-NAME.
001610*
001620 01  WS-PSEUDO-SWITCHES.
001630     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "N".
001640         88  WS-PSEUDO-VALID             VALUE "Y".
001650         88  WS-PSEUDO-INVALID            VALUE "N".
001660*
001670 77  WS-CHAR-INDEX                   PIC 9(02) COMP.
001680 77  WS-TRAILING-BLANK-SW            PIC X(01).
001690*
001700 01  WS-GREETING-TEXT                PIC X(20).
001710 77  WS-GREETING-LENGTH              PIC 9(02) COMP.
001720 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001730*
001740 COPY LANGTXT.
001750*
001760 COPY BLOCKTBL.
001770*
001780 01  WS-LANG-CODE-INPUT              PIC X(02).
001790*
001800 01  WS-LANG-PROMPT-FIELDS.
001810     05  WS-LANG-PROMPT-TEXT         PIC X(60).
001820     05  WS-LANG-PROMPT-POS          PIC 9(02) COMP.
001830     05  WS-LANG-BUILD-IDX           PIC 9(02) COMP.
001840*
001850 01  WS-LANG-SWITCHES.
001860     05  WS-LANG-VALID-SW            PIC X(01) VALUE "N".
001870         88  WS-LANG-VALID               VALUE "Y".
001880         88  WS-LANG-INVALID              VALUE "N".
001890     05  WS-LANG-EXPLICIT-SW         PIC X(01) VALUE "N".
001900         88  WS-LANG-EXPLICIT            VALUE "Y".
001910*
001920 01  WS-FILE-SWITCHES.
001930     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001940         88  WS-UM-OK                    VALUE "00".
001950         88  WS-UM-NOT-FOUND             VALUE "23".
001960         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001970     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001980         88  WS-AUD-OK                   VALUE "00".
001990     05  WS-ASQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002000         88  WS-ASQ-OK                   VALUE "00".
002010         88  WS-ASQ-NOT-FOUND            VALUE "23".
002020     05  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
002030         88  WS-BLK-OK                   VALUE "00".
002040         88  WS-BLK-FILE-NOT-PRESENT     VALUE "35".
002050     05  WS-LNG-FILE-STATUS          PIC X(02) VALUE SPACES.
002060         88  WS-LNG-OK                   VALUE "00".
002070         88  WS-LNG-FILE-NOT-PRESENT     VALUE "35".
002080*
002090 01  WS-CURRENT-DATE-FIELDS.
002100     05  WS-CURRENT-DATE             PIC 9(08).
002110*
002120 PROCEDURE DIVISION.
002130*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-INITIALIZE-EXIT.
002170*
002180     PERFORM 2000-SELECT-LANGUAGE
002190         THRU 2000-SELECT-LANGUAGE-EXIT.
002200*
002210     DISPLAY WS-LANGUAGE-WELCOME(WS-LANGUAGE-IDX).
002220*
002230     PERFORM 3000-ACCEPT-PSEUDO
002240         THRU 3000-ACCEPT-PSEUDO-EXIT.
002250*
002260     PERFORM 4000-PROCESS-ROSTER
002270         THRU 4000-PROCESS-ROSTER-EXIT.
002280*
002290     PERFORM 4500-COMPUTE-GREETING-LENGTH
002300         THRU 4500-COMPUTE-GREETING-LENGTH-EXIT.
002310     DISPLAY WS-GREETING-TEXT(1:WS-GREETING-LENGTH) WS-NAME.
002320*
002330     PERFORM 5000-WRITE-AUDIT-RECORD
002340         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
002350*
002360     PERFORM 9999-TERMINATE
002370         THRU 9999-TERMINATE-EXIT.
002380*
002390     STOP RUN.
002400*
002410******************************************************************
002420* 1000-INITIALIZE - OPEN THE ROSTER FILE, CREATING IT ON THE     *
002430*                   VERY FIRST RUN IF IT DOES NOT YET EXIST.     *
002440******************************************************************
002450 1000-INITIALIZE.
002460     OPEN I-O USER-MASTER-FILE.
002470     IF WS-UM-FILE-NOT-PRESENT
002480         OPEN OUTPUT USER-MASTER-FILE
002490         CLOSE USER-MASTER-FILE
002500         OPEN I-O USER-MASTER-FILE
002510     END-IF.
002520*
002530     OPEN EXTEND AUDIT-LOG-FILE.
002540     IF WS-AUD-FILE-STATUS = "35"
002550         OPEN OUTPUT AUDIT-LOG-FILE
002560         CLOSE AUDIT-LOG-FILE
002570         OPEN EXTEND AUDIT-LOG-FILE
002580     END-IF.
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     PERFORM 1500-LOAD-LANGUAGE-TABLE
002610         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
002620     PERFORM 1550-LOAD-BLOCKLIST
002630         THRU 1550-LOAD-BLOCKLIST-EXIT.
002640 1000-INITIALIZE-EXIT.
002650     EXIT.
002660*
002670******************************************************************
002680* 1500-LOAD-LANGUAGE-TABLE - LOAD THE TEXTS COBILISTE SPEAKS     *
002690*                            FROM THE LANGUAGE FILE, FALLING     *
002700*                            BACK TO THE COMPILED-IN FR/EN SET.  *
002710*                            SHARED WITH UserBatch VIA           *
002720*                            LANGLOAD/LANGDFLT/LANGSTOR.         *
002730******************************************************************
002740     COPY LANGLOAD.
002750*
002760     COPY LANGDFLT.
002770*
002780     COPY LANGSTOR.
002790*
002800******************************************************************
002810* 1550-LOAD-BLOCKLIST / 1570-STORE-ONE-BLOCK-ENTRY - LOAD THE    *
002820*                       RESERVED/BLOCKED PSEUDO LIST.  SHARED    *
002830*                       WITH THE OTHER ENTRY POINTS VIA          *
002840*                       BLCKLOAD.CPY AND BLCKSTOR.CPY.           *
002850******************************************************************
002860     COPY BLCKLOAD.
002870*
002880     COPY BLCKSTOR.
002890*
002900******************************************************************
002910* 2000-SELECT-LANGUAGE - ASK THE OPERATOR TO PICK A LANGUAGE     *
002920*                        AND VALIDATE IT AGAINST THE TABLE       *
002930*                        BEFORE THE PSEUDO PROMPT IS SHOWN.      *
002940******************************************************************
002950 2000-SELECT-LANGUAGE.
002960     PERFORM 2050-BUILD-LANGUAGE-PROMPT
002970         THRU 2050-BUILD-LANGUAGE-PROMPT-EXIT.
002980     PERFORM 2100-PROMPT-AND-VALIDATE-LANGUAGE
002990         THRU 2100-PROMPT-AND-VALIDATE-LANGUAGE-EXIT
003000         UNTIL WS-LANG-VALID.
003010 2000-SELECT-LANGUAGE-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050* 2050-BUILD-LANGUAGE-PROMPT - THE PROMPT LISTS WHATEVER CODES   *
003060*                              ARE ON THE LANGUAGE FILE, SO A    *
003070*                              NEW LANGUAGE SHOWS UP WITHOUT A   *
003080*                              PROGRAM CHANGE.                   *
003090******************************************************************
003100 2050-BUILD-LANGUAGE-PROMPT.
003110     MOVE SPACES TO WS-LANG-PROMPT-TEXT.
003120     MOVE "Langue / Language (" TO WS-LANG-PROMPT-TEXT.
003130     MOVE 20 TO WS-LANG-PROMPT-POS.
003140     PERFORM 2060-ADD-ONE-PROMPT-CODE
003150         THRU 2060-ADD-ONE-PROMPT-CODE-EXIT
003160         VARYING WS-LANG-BUILD-IDX FROM 1 BY 1
003170         UNTIL WS-LANG-BUILD-IDX > WS-LANGUAGE-COUNT.
003180     MOVE ") ?" TO WS-LANG-PROMPT-TEXT(WS-LANG-PROMPT-POS:3).
003190 2050-BUILD-LANGUAGE-PROMPT-EXIT.
003200     EXIT.
003210*
003220 2060-ADD-ONE-PROMPT-CODE.
003230     IF WS-LANG-BUILD-IDX > 1
003240         MOVE "/" TO WS-LANG-PROMPT-TEXT(WS-LANG-PROMPT-POS:1)
003250         ADD 1 TO WS-LANG-PROMPT-POS
003260     END-IF.
003270     MOVE WS-LANGUAGE-CODE(WS-LANG-BUILD-IDX)
003280         TO WS-LANG-PROMPT-TEXT(WS-LANG-PROMPT-POS:2).
003290     ADD 2 TO WS-LANG-PROMPT-POS.
003300 2060-ADD-ONE-PROMPT-CODE-EXIT.
003310     EXIT.
003320*
003330 2100-PROMPT-AND-VALIDATE-LANGUAGE.
003340     DISPLAY WS-LANG-PROMPT-TEXT.
003350     MOVE SPACES TO WS-LANG-CODE-INPUT.
003360     ACCEPT WS-LANG-CODE-INPUT.
003370*
003380*    A BLANK ANSWER MEANS "WHATEVER COBILISTE REMEMBERS FOR ME":
003390*    FRENCH FOR THE PROMPTS, THEN THE STORED LANGUAGE ONCE THE
003400*    PSEUDO HAS BEEN LOOKED UP ON THE ROSTER.
003410     IF WS-LANG-CODE-INPUT = SPACES
003420         MOVE "N" TO WS-LANG-EXPLICIT-SW
003430         SET WS-LANGUAGE-IDX TO 1
003440         MOVE "Y" TO WS-LANG-VALID-SW
003450         GO TO 2100-PROMPT-AND-VALIDATE-LANGUAGE-EXIT
003460     END-IF.
003470*
003480     SET WS-LANGUAGE-IDX TO 1.
003490     SEARCH WS-LANGUAGE-ENTRY
003500         AT END
003510             DISPLAY "LANGUE INCONNUE / UNKNOWN LANGUAGE - "
003520                 "MERCI DE RESAISIR / PLEASE RE-ENTER."
003530             MOVE "N" TO WS-LANG-VALID-SW
003540         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
003550               = WS-LANG-CODE-INPUT
003560             MOVE "Y" TO WS-LANG-VALID-SW
003570             MOVE "Y" TO WS-LANG-EXPLICIT-SW
003580     END-SEARCH.
003590 2100-PROMPT-AND-VALIDATE-LANGUAGE-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 3000-ACCEPT-PSEUDO - PROMPT FOR A PSEUDO AND KEEP RE-PROMPTING *
003640*                      UNTIL A NON-BLANK, NOT-OVER-LENGTH VALUE  *
003650*                      IS ENTERED.                               *
003660******************************************************************
003670 3000-ACCEPT-PSEUDO.
003680     PERFORM 3100-PROMPT-AND-VALIDATE
003690         THRU 3100-PROMPT-AND-VALIDATE-EXIT
003700         UNTIL WS-PSEUDO-VALID.
003710 3000-ACCEPT-PSEUDO-EXIT.
003720     EXIT.
003730*
003740 3100-PROMPT-AND-VALIDATE.
003750     DISPLAY WS-LANGUAGE-PROMPT-NAME(WS-LANGUAGE-IDX).
003760     ACCEPT WS-NAME-INPUT.
003770     MOVE "Y" TO WS-PSEUDO-VALID-SW.
003780*
003790     IF WS-NAME-INPUT(13:18) NOT = SPACES
003800         DISPLAY WS-LANGUAGE-MSG-TOOLONG(WS-LANGUAGE-IDX)
003810         MOVE "N" TO WS-PSEUDO-VALID-SW
003820         GO TO 3100-PROMPT-AND-VALIDATE-EXIT
003830     END-IF.
003840*
003850     IF WS-NAME-INPUT(1:12) = SPACES
003860         DISPLAY WS-LANGUAGE-MSG-BLANK(WS-LANGUAGE-IDX)
003870         MOVE "N" TO WS-PSEUDO-VALID-SW
003880         GO TO 3100-PROMPT-AND-VALIDATE-EXIT
003890     END-IF.
003900*
003910     MOVE WS-NAME-INPUT(1:12) TO WS-NAME.
003920     PERFORM 3200-CHECK-NAMING-STANDARD
003930         THRU 3200-CHECK-NAMING-STANDARD-EXIT.
003940     IF WS-PSEUDO-VALID
003950         PERFORM 3500-CHECK-BLOCKLIST
003960             THRU 3500-CHECK-BLOCKLIST-EXIT
003970     END-IF.
003980 3100-PROMPT-AND-VALIDATE-EXIT.
003990     EXIT.
004000*
004010******************************************************************
004020* 3200-CHECK-NAMING-STANDARD / 3300-CHECK-ONE-CHARACTER - THE    *
004030*                              PSEUDO MUST CONTAIN ONLY LETTERS  *
004040*                              AND DIGITS, WITH NO LEADING OR    *
004050*                              EMBEDDED SPACE.  SHARED WITH      *
004060*                              UserBatch AND UserCics VIA        *
004070*                              NAMECHK.CPY.                      *
004080******************************************************************
004090     COPY NAMECHK.
004100*
004110 3400-NAMING-ERROR.
004120     IF WS-PSEUDO-VALID
004130         DISPLAY WS-LANGUAGE-MSG-BADNAME(WS-LANGUAGE-IDX)
004140     END-IF.
004150     MOVE "N" TO WS-PSEUDO-VALID-SW.
004160 3400-NAMING-ERROR-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - THE PSEUDO *
004210*                        MUST NOT BE ON THE RESERVED/BLOCKED     *
004220*                        LIST.  SHARED WITH THE OTHER ENTRY      *
004230*                        POINTS VIA BLCKCHK.CPY.                 *
004240******************************************************************
004250     COPY BLCKCHK.
004260*
004270 3600-BLOCKED-ERROR.
004280     IF WS-PSEUDO-VALID
004290         DISPLAY WS-LANGUAGE-MSG-BLOCKED(WS-LANGUAGE-IDX)
004300     END-IF.
004310     MOVE "N" TO WS-PSEUDO-VALID-SW.
004320 3600-BLOCKED-ERROR-EXIT.
004330     EXIT.
004340*
004350******************************************************************
004360* 4000-PROCESS-ROSTER - LOOK THE PSEUDO UP ON USER-MASTER.  A    *
004370*                       PSEUDO ALREADY ON FILE HAS ITS VISIT     *
004380*                       COUNT BUMPED; A NEW PSEUDO IS ADDED.     *
004390******************************************************************
004400 4000-PROCESS-ROSTER.
004410     MOVE WS-NAME TO UM-PSEUDO.
004420     READ USER-MASTER-FILE
004430         INVALID KEY
004440             PERFORM 4100-ADD-NEW-USER
004450                 THRU 4100-ADD-NEW-USER-EXIT
004460         NOT INVALID KEY
004470             PERFORM 4200-UPDATE-EXISTING-USER
004480                 THRU 4200-UPDATE-EXISTING-USER-EXIT
004490     END-READ.
004500 4000-PROCESS-ROSTER-EXIT.
004510     EXIT.
004520*
004530 4100-ADD-NEW-USER.
004540     MOVE WS-NAME TO UM-PSEUDO.
004550     MOVE WS-CURRENT-DATE TO UM-FIRST-SEEN-DATE.
004560     MOVE 1 TO UM-VISIT-COUNT.
004570     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
004580     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO UM-LANG-CODE.
004590     WRITE UM-RECORD
004600         INVALID KEY
004610             DISPLAY "USER-MASTER WRITE FAILED - STATUS "
004620                 WS-UM-FILE-STATUS
004630     END-WRITE.
004640     MOVE WS-LANGUAGE-GREETING-NEW(WS-LANGUAGE-IDX)
004650         TO WS-GREETING-TEXT.
004660 4100-ADD-NEW-USER-EXIT.
004670     EXIT.
004680*
004690 4200-UPDATE-EXISTING-USER.
004700     PERFORM 4300-APPLY-STORED-LANGUAGE
004710         THRU 4300-APPLY-STORED-LANGUAGE-EXIT.
004720     ADD 1 TO UM-VISIT-COUNT.
004730     MOVE WS-CURRENT-DATE TO UM-LAST-VISIT-DATE.
004740     REWRITE UM-RECORD
004750         INVALID KEY
004760             DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
004770                 WS-UM-FILE-STATUS
004780     END-REWRITE.
004790     PERFORM 4400-SELECT-REPEAT-GREETING
004800         THRU 4400-SELECT-REPEAT-GREETING-EXIT.
004810 4200-UPDATE-EXISTING-USER-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850* 4300-APPLY-STORED-LANGUAGE - AN ANSWERED LANGUAGE PROMPT WINS  *
004860*                              AND IS STORED; A BLANK ONE TAKES  *
004870*                              THE LANGUAGE REMEMBERED ON THE    *
004880*                              ROSTER RECORD.  SHARED WITH       *
004890*                              UserBatch AND UserCics VIA        *
004900*                              LANGPREF.CPY.                     *
004910******************************************************************
004920     COPY LANGPREF.
004930*
004940******************************************************************
004950* 4400-SELECT-REPEAT-GREETING - MILESTONE (10TH/100TH/1000TH)    *
004960*                               AND FIRST-SEEN-ANNIVERSARY       *
004970*                               VISITS GET THEIR OWN GREETING.   *
004980*                               SHARED WITH UserBatch AND        *
004990*                               UserCics VIA GREETSEL.CPY.       *
005000******************************************************************
005010     COPY GREETSEL.
005020*
005030******************************************************************
005040* 4500-COMPUTE-GREETING-LENGTH - SCAN BACKWARD FROM POSITION 20  *
005050*                                TO FIND THE ACTUAL, UNPADDED    *
005060*                                LENGTH OF THE GREETING JUST     *
005070*                                SELECTED, SO IT CAN BE SHOWN    *
005080*                                WITHOUT A WALL OF TRAILING      *
005090*                                BLANKS AHEAD OF THE PSEUDO.     *
005100*                                ONE TRAILING SPACE IS KEPT AS   *
005110*                                THE SEPARATOR BEFORE THE PSEUDO.*
005120******************************************************************
005130 4500-COMPUTE-GREETING-LENGTH.
005140     MOVE 20 TO WS-GREETING-LENGTH.
005150     PERFORM 4600-BACK-UP-OVER-TRAILING-SPACE
005160         THRU 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT
005170         UNTIL WS-GREETING-LENGTH = ZERO
005180            OR WS-GREETING-TEXT(WS-GREETING-LENGTH:1) NOT = SPACE.
005190     IF WS-GREETING-LENGTH < 20
005200         ADD 1 TO WS-GREETING-LENGTH
005210     END-IF.
005220 4500-COMPUTE-GREETING-LENGTH-EXIT.
005230     EXIT.
005240*
005250 4600-BACK-UP-OVER-TRAILING-SPACE.
005260     SUBTRACT 1 FROM WS-GREETING-LENGTH.
005270 4600-BACK-UP-OVER-TRAILING-SPACE-EXIT.
005280     EXIT.
005290*
005300******************************************************************
005310* 5000-WRITE-AUDIT-RECORD - APPEND A TIMESTAMPED AUDIT RECORD    *
005320*                           FOR THIS GREETING, STAMPED WITH THE  *
005330*                           CONSOLE CHANNEL AND THE LANGUAGE IT  *
005340*                           WAS SERVED IN.                       *
005350******************************************************************
005360 5000-WRITE-AUDIT-RECORD.
005370     MOVE WS-NAME TO AUD-PSEUDO.
005380     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
005390     ACCEPT AUD-RUN-TIME FROM TIME.
005400     MOVE "C" TO AUD-CHANNEL.
005410     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO AUD-LANG-CODE.
005420     PERFORM 6700-STAMP-AUDIT-SEQUENCE
005430         THRU 6700-STAMP-AUDIT-SEQUENCE-EXIT.
005440     MOVE 40 TO WS-AUD-RECORD-LENGTH.
005450     WRITE AUD-RECORD.
005460     IF NOT WS-AUD-OK
005470         DISPLAY "AUDIT-LOG WRITE FAILED - STATUS "
005480             WS-AUD-FILE-STATUS
005490     END-IF.
005500 5000-WRITE-AUDIT-RECORD-EXIT.
005510     EXIT.
005520*
005530******************************************************************
005540* 6700-STAMP-AUDIT-SEQUENCE - NEXT AUDIT SEQUENCE NUMBER FOR    *
005550*                             THE RECORD'S CHANNEL.  SHARED BY   *
005560*                             EVERY BATCH AUDIT WRITER VIA       *
005570*                             AUDSQPUT.CPY.                      *
005580******************************************************************
005590     COPY AUDSQPUT.
005600*
005610******************************************************************
005620* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005630******************************************************************
005640 9999-TERMINATE.
005650     CLOSE USER-MASTER-FILE.
005660     CLOSE AUDIT-LOG-FILE.
005670 9999-TERMINATE-EXIT.
005680     EXIT.
