000290*    RECORDS AND IS AT MOST ONE NIGHT BEHIND THE LIVE LOG -      *
000300*    TODAY'S GREETINGS APPEAR AFTER TONIGHT'S REBUILD.           *
000310*                                                                *
000320*    THE SIGNED-ON CICS USER MUST BE ON THE SUPPORT OPERATOR     *
000330*    TABLE (OPERATOR.CPY) AT ANY LEVEL.  EVERY PAGE SHOWN, AND   *
000340*    EVERY REFUSED ATTEMPT, GOES ON THE SUPPORT-DESK ACCESS LOG  *
000350*    (ACCESSLG.CPY) AS ACTION H; A PAGE THAT CANNOT BE LOGGED    *
000360*    IS NOT SHOWN.                                               *
000370*                                                                *
000380*    PF3 AND PF12 (AND CLEAR) END THE TRANSACTION AT ANY         *
000390*    POINT.  NOTHING IS EVER UPDATED HERE - THE FILE IS READ     *
000400*    ONLY.                                                       *
000410*                                                                *
000420*    MODIFICATION HISTORY                                       *
000430*    DATE       INIT  DESCRIPTION                                *
000440*    2026-09-02  ML   ORIGINAL VERSION.                          *
000450*    2026-10-15  ML   OPERATOR TABLE AUTHORITY CHECK AND THE     *
000460*                     SUPPORT-DESK ACCESS LOG.                   *
000470*                                                                *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530*
000540 DATA DIVISION.
000550 WORKING-STORAGE SECTION.
000560 01  WS-NAME                         PIC X(12).
000570 01  WS-FROM-DATE                    PIC 9(08).
000580 01  WS-TO-DATE                      PIC 9(08).
000590*
000600 01  WS-INPUT-SWITCHES.
000610     05  WS-INPUT-VALID-SW           PIC X(01) VALUE "Y".
000620         88  WS-INPUT-VALID              VALUE "Y".
000630     05  WS-CONTINUING-SW            PIC X(01) VALUE "N".
000640         88  WS-CONTINUING               VALUE "Y".
000650     05  WS-SKIP-FIRST-SW            PIC X(01) VALUE "N".
000660         88  WS-SKIP-FIRST               VALUE "Y".
000670     05  WS-PAGE-DONE-SW             PIC X(01) VALUE "N".
000680         88  WS-PAGE-DONE                VALUE "Y".
000690     05  WS-MORE-PAGES-SW            PIC X(01) VALUE "N".
000700         88  WS-MORE-PAGES               VALUE "Y".
000710     05  WS-HOP-NEEDED-SW            PIC X(01) VALUE "N".
000720         88  WS-HOP-NEEDED               VALUE "Y".
000730*
000740 01  WS-BROWSE-KEY.
000750     05  WS-BRW-PSEUDO               PIC X(12).
000760     05  WS-BRW-DATE                 PIC 9(08).
000770     05  WS-BRW-TIME                 PIC 9(08).
000780     05  WS-BRW-SEQ                  PIC 9(03).
000790*
000800 01  WS-LAST-SHOWN-KEY.
000810     05  WS-LSK-PSEUDO               PIC X(12).
000820     05  WS-LSK-DATE                 PIC 9(08).
000830     05  WS-LSK-TIME                 PIC 9(08).
000840     05  WS-LSK-SEQ                  PIC 9(03).
000850*
000860 01  WS-CONTINUE-KEY.
000870     05  WS-CNT-PSEUDO               PIC X(12).
000880     05  WS-CNT-DATE                 PIC 9(08).
000890     05  WS-CNT-TIME                 PIC 9(08).
000900     05  WS-CNT-SEQ                  PIC 9(03).
000910*
000920 77  WS-LINE-COUNT                   PIC 9(02) COMP.
000930 77  WS-DL-IDX                       PIC 9(02) COMP.
000940*
000950 01  WS-DETAIL-BUILD.
000960     05  WS-DTL-DATE                 PIC 9(08).
000970     05  FILLER                      PIC X(02) VALUE SPACES.
000980     05  WS-DTL-TIME                 PIC 9(08).
000990     05  FILLER                      PIC X(03) VALUE SPACES.
001000     05  WS-DTL-CHANNEL              PIC X(08).
001010     05  FILLER                      PIC X(02) VALUE SPACES.
001020     05  WS-DTL-LANG                 PIC X(02).
001030     05  FILLER                      PIC X(27) VALUE SPACES.
001040*
001050 01  WS-MSG-TEXT                     PIC X(70).
001060 01  WS-CICS-RESP                    PIC S9(08) COMP.
001070 01  WS-ABSTIME                      PIC S9(15) COMP-3.
001080 01  WS-TIME-HHMMSS                  PIC 9(06).
001090 01  WS-OPERATOR-ID                  PIC X(08).
001100*
001110 01  WS-COMMAREA.
001120     05  WS-CA-SCREEN-SENT-SW        PIC X(01).
001130     05  WS-CA-CONT-PSEUDO           PIC X(12).
001140     05  WS-CA-CONT-DATE             PIC 9(08).
001150     05  WS-CA-CONT-TIME             PIC 9(08).
001160     05  WS-CA-CONT-SEQ              PIC 9(03).
001170     05  WS-CA-FROM-DATE             PIC 9(08).
001180     05  WS-CA-TO-DATE               PIC 9(08).
001190*
001200 COPY AUDHIST.
001210*
001220 COPY OPERATOR.
001230*
001240 COPY ACCESSLG.
001250*
001260 COPY COBILINQ.
001270*
001280 LINKAGE SECTION.
001290 01  DFHCOMMAREA.
001300     05  CA-SCREEN-SENT-SW           PIC X(01).
001310     05  CA-CONT-PSEUDO              PIC X(12).
001320     05  CA-CONT-DATE                PIC 9(08).
001330     05  CA-CONT-TIME                PIC 9(08).
001340     05  CA-CONT-SEQ                 PIC 9(03).
001350     05  CA-FROM-DATE                PIC 9(08).
001360     05  CA-TO-DATE                  PIC 9(08).
001370*
001380 PROCEDURE DIVISION.
001390*
001400 0000-MAINLINE.
001410     EXEC CICS HANDLE CONDITION
001420         MAPFAIL (8000-SEND-INITIAL-SCREEN)
001430     END-EXEC.
001440     EXEC CICS HANDLE AID
001450         PF3   (9000-CANCEL)
001460         PF12  (9000-CANCEL)
001470         CLEAR (9000-CANCEL)
001480     END-EXEC.
001490*
001500     IF EIBCALEN = 0
001510         PERFORM 1000-INITIALIZE
001520             THRU 1000-INITIALIZE-EXIT
001530         PERFORM 8000-SEND-INITIAL-SCREEN
001540             THRU 8000-SEND-INITIAL-SCREEN-EXIT
001550     ELSE
001560         MOVE DFHCOMMAREA TO WS-COMMAREA
001570         PERFORM 2000-RECEIVE-AND-VALIDATE
001580             THRU 2000-RECEIVE-AND-VALIDATE-EXIT
001590     END-IF.
001600 0000-MAINLINE-EXIT.
001610     GOBACK.
001620*
001630******************************************************************
001640* 1000-INITIALIZE - A FRESH CONVERSATION STARTS WITH NO SAVED    *
001650*                   BROWSE POSITION.                             *
001660******************************************************************
001670 1000-INITIALIZE.
001680     MOVE SPACES TO WS-CA-SCREEN-SENT-SW.
001690     MOVE SPACES TO WS-CA-CONT-PSEUDO.
001700     MOVE ZERO TO WS-CA-CONT-DATE.
001710     MOVE ZERO TO WS-CA-CONT-TIME.
001720     MOVE ZERO TO WS-CA-CONT-SEQ.
001730     MOVE ZERO TO WS-CA-FROM-DATE.
001740     MOVE ZERO TO WS-CA-TO-DATE.
001750 1000-INITIALIZE-EXIT.
001760     EXIT.
001770*
001780******************************************************************
001790* 1700-IDENTIFY-OPERATOR - WHO IS SIGNED ON, AND AT WHAT         *
001800*                          AUTHORITY.  SHARED VIA OPERCHK.CPY.   *
001810******************************************************************
001820     COPY OPERCHK.
001830*
001840******************************************************************
001850* 8000-SEND-INITIAL-SCREEN - PUT UP A BLANK COBILM3 MAP AND      *
001860*                            WAIT FOR THE OPERATOR'S FIRST       *
001870*                            ENTER.  FIRES ON MAPFAIL TOO.       *
001880******************************************************************
001890 8000-SEND-INITIAL-SCREEN.
001900     MOVE SPACES TO COBILM3O.
001910     EXEC CICS SEND MAP ("COBILM3")
001920         MAPSET ("COBILINQ")
001930         FROM   (COBILM3O)
001940         ERASE
001950         FREEKB
001960     END-EXEC.
001970     MOVE "Y" TO WS-CA-SCREEN-SENT-SW.
001980     EXEC CICS RETURN
001990         TRANSID  ("CBLI")
002000         COMMAREA (WS-COMMAREA)
002010         LENGTH   (LENGTH OF WS-COMMAREA)
002020     END-EXEC.
002030 8000-SEND-INITIAL-SCREEN-EXIT.
002040     EXIT.
002050*
002060******************************************************************
002070* 2000-RECEIVE-AND-VALIDATE - READ BACK THE OPERATOR'S ENTRY,    *
002080*                             VALIDATE THE PSEUDO AND THE DATE   *
002090*                             RANGE, CHECK THE OPERATOR, DECIDE  *
002100*                             WHETHER THIS IS A FRESH SEARCH OR  *
002110*                             THE NEXT PAGE OF THE SAME ONE, LOG *
002120*                             THE LOOK-UP AND SHOW THE PAGE.     *
002130******************************************************************
002140 2000-RECEIVE-AND-VALIDATE.
002150     EXEC CICS RECEIVE MAP ("COBILM3")
002160         MAPSET ("COBILINQ")
002170         INTO   (COBILM3I)
002180     END-EXEC.
002190*
002200     MOVE SPACES TO WS-NAME.
002210     IF PSEUDOL > 0
002220         MOVE PSEUDOI TO WS-NAME
002230     END-IF.
002240     IF WS-NAME = SPACES
002250         MOVE "KEY A PSEUDO TO INQUIRE ON." TO WS-MSG-TEXT
002260         PERFORM 8100-RE-SEND-SCREEN
002270             THRU 8100-RE-SEND-SCREEN-EXIT
002280     END-IF.
002290*
002300     PERFORM 2100-EDIT-DATE-RANGE
002310         THRU 2100-EDIT-DATE-RANGE-EXIT.
002320     IF NOT WS-INPUT-VALID
002330         PERFORM 8100-RE-SEND-SCREEN
002340             THRU 8100-RE-SEND-SCREEN-EXIT
002350     END-IF.
002360*
002370     PERFORM 1700-IDENTIFY-OPERATOR
002380         THRU 1700-IDENTIFY-OPERATOR-EXIT.
002390     MOVE "CBLI" TO AL-TRANSID.
002400     MOVE "H" TO AL-ACTION.
002410     MOVE WS-NAME TO AL-PSEUDO.
002420     MOVE SPACES TO AL-OTHER-PSEUDO.
002430     IF NOT OP-CAN-INQUIRE
002440         MOVE "R" TO AL-OUTCOME
002450         PERFORM 6600-WRITE-ACCESS-LOG
002460             THRU 6600-WRITE-ACCESS-LOG-EXIT
002470         MOVE "NOT A REGISTERED SUPPORT OPERATOR - REFUSED."
002480             TO WS-MSG-TEXT
002490         PERFORM 8100-RE-SEND-SCREEN
002500             THRU 8100-RE-SEND-SCREEN-EXIT
002510     END-IF.
002520     MOVE "D" TO AL-OUTCOME.
002530     PERFORM 6600-WRITE-ACCESS-LOG
002540         THRU 6600-WRITE-ACCESS-LOG-EXIT.
002550     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002560         MOVE "ACCESS LOG UNAVAILABLE - INQUIRY NOT SHOWN."
002570             TO WS-MSG-TEXT
002580         PERFORM 8100-RE-SEND-SCREEN
002590             THRU 8100-RE-SEND-SCREEN-EXIT
002600     END-IF.
002610*
002620*    SAME PSEUDO AND RANGE AS THE SAVED POSITION MEANS "NEXT
002630*    PAGE"; ANYTHING ELSE STARTS OVER FROM THE NEWEST ENTRY.
002640     MOVE "N" TO WS-CONTINUING-SW.
002650     IF WS-CA-CONT-PSEUDO = WS-NAME
002660        AND WS-CA-CONT-PSEUDO NOT = SPACES
002670        AND WS-CA-FROM-DATE = WS-FROM-DATE
002680        AND WS-CA-TO-DATE = WS-TO-DATE
002690         MOVE "Y" TO WS-CONTINUING-SW
002700     END-IF.
002710*
002720     PERFORM 3000-PAGE-HISTORY
002730         THRU 3000-PAGE-HISTORY-EXIT.
002740 2000-RECEIVE-AND-VALIDATE-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780* 2100-EDIT-DATE-RANGE - A BLANK FROM DATE MEANS THE BEGINNING   *
002790*                        OF TIME, A BLANK TO DATE MEANS TODAY    *
002800*                        AND BEYOND.  A KEYED DATE MUST BE AN    *
002810*                        EIGHT-DIGIT NUMBER.                     *
002820******************************************************************
002830 2100-EDIT-DATE-RANGE.
002840     MOVE "Y" TO WS-INPUT-VALID-SW.
002850     MOVE ZERO TO WS-FROM-DATE.
002860     IF FDATEL > 0 AND FDATEI NOT = SPACES
002870         IF FDATEI IS NUMERIC
002880             MOVE FDATEI TO WS-FROM-DATE
002890         ELSE
002900             MOVE "FROM DATE MUST BE YYYYMMDD OR BLANK."
002910                 TO WS-MSG-TEXT
002920             MOVE "N" TO WS-INPUT-VALID-SW
002930             GO TO 2100-EDIT-DATE-RANGE-EXIT
002940         END-IF
002950     END-IF.
002960     MOVE 99999999 TO WS-TO-DATE.
002970     IF TDATEL > 0 AND TDATEI NOT = SPACES
002980         IF TDATEI IS NUMERIC
002990             MOVE TDATEI TO WS-TO-DATE
003000         ELSE
003010             MOVE "TO DATE MUST BE YYYYMMDD OR BLANK."
003020                 TO WS-MSG-TEXT
003030             MOVE "N" TO WS-INPUT-VALID-SW
003040             GO TO 2100-EDIT-DATE-RANGE-EXIT
003050         END-IF
003060     END-IF.
003070     IF WS-FROM-DATE > WS-TO-DATE
003080         MOVE "FROM DATE IS AFTER THE TO DATE." TO WS-MSG-TEXT
003090         MOVE "N" TO WS-INPUT-VALID-SW
003100     END-IF.
003110 2100-EDIT-DATE-RANGE-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150* 3000-PAGE-HISTORY - ONE SCREENFUL OF GREETINGS, NEWEST FIRST.  *
003160*                     THE BROWSE STARTS AT THE UPPER KEY BOUND   *
003170*                     (OR THE SAVED POSITION WHEN CONTINUING)    *
003180*                     AND WALKS BACKWARD WITH READPREV UNTIL     *
003190*                     TEN LINES ARE FILLED, THE PSEUDO CHANGES,  *
003200*                     THE FROM DATE IS PASSED OR THE FILE        *
003210*                     RUNS OUT.                                  *
003220******************************************************************
003230 3000-PAGE-HISTORY.
003240     PERFORM 3100-START-THE-BROWSE
003250         THRU 3100-START-THE-BROWSE-EXIT.
003260*
003270     MOVE SPACES TO COBILM3O.
003280     MOVE ZERO TO WS-LINE-COUNT.
003290     MOVE "N" TO WS-PAGE-DONE-SW.
003300     MOVE "N" TO WS-MORE-PAGES-SW.
003310     PERFORM 3200-READ-ONE-OLDER-ENTRY
003320         THRU 3200-READ-ONE-OLDER-ENTRY-EXIT
003330         UNTIL WS-PAGE-DONE.
003340     EXEC CICS ENDBR
003350         FILE ("AUDHIST")
003360         RESP (WS-CICS-RESP)
003370     END-EXEC.
003380*
003390     MOVE WS-NAME TO PSEUDOO.
003400     IF WS-FROM-DATE > ZERO
003410         MOVE WS-FROM-DATE TO FDATEO
003420     END-IF.
003430     IF WS-TO-DATE < 99999999
003440         MOVE WS-TO-DATE TO TDATEO
003450     END-IF.
003460*
003470     IF WS-LINE-COUNT = ZERO
003480         IF WS-CONTINUING
003490             MOVE "END OF HISTORY - ENTER RESTARTS THE SEARCH."
003500                 TO WS-MSG-TEXT
003510         ELSE
003520             MOVE "NO GREETINGS ON FILE FOR THAT PSEUDO/RANGE."
003530                 TO WS-MSG-TEXT
003540         END-IF
003550         PERFORM 3500-CLEAR-SAVED-POSITION
003560             THRU 3500-CLEAR-SAVED-POSITION-EXIT
003570     ELSE
003580         IF WS-MORE-PAGES
003590             PERFORM 3400-SAVE-BROWSE-POSITION
003600                 THRU 3400-SAVE-BROWSE-POSITION-EXIT
003610             MOVE "MORE - PRESS ENTER FOR OLDER ENTRIES."
003620                 TO WS-MSG-TEXT
003630         ELSE
003640             PERFORM 3500-CLEAR-SAVED-POSITION
003650                 THRU 3500-CLEAR-SAVED-POSITION-EXIT
003660             MOVE "END OF HISTORY - ENTER RESTARTS THE SEARCH."
003670                 TO WS-MSG-TEXT
003680         END-IF
003690     END-IF.
003700     PERFORM 8100-RE-SEND-SCREEN
003710         THRU 8100-RE-SEND-SCREEN-EXIT.
003720 3000-PAGE-HISTORY-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760* 3100-START-THE-BROWSE - POSITION JUST PAST THE NEWEST ENTRY    *
003770*                         IN RANGE (OR AT THE SAVED POSITION     *
003780*                         WHEN CONTINUING - ITS RECORD IS THEN   *
003790*                         SKIPPED, IT WAS THE LAST ONE SHOWN).   *
003800*                         GTEQ POSITIONING SERVES THE FORWARD    *
003810*                         DIRECTION ONLY, SO A FRESH SEARCH      *
003820*                         MUST HOP OVER ITS (NON-EXISTENT)      *
003830*                         BOUND KEY BEFORE READING BACKWARD -    *
003840*                         SEE 3150.  GTEQ PAST THE END OF THE    *
003850*                         FILE COMES BACK NOTFND; A HIGH-VALUES  *
003860*                         STARTBR POSITIONS AT THE END INSTEAD,  *
003870*                         WHERE READPREV WORKS AT ONCE.          *
003880******************************************************************
003890 3100-START-THE-BROWSE.
003900     MOVE "N" TO WS-SKIP-FIRST-SW.
003910     MOVE "N" TO WS-HOP-NEEDED-SW.
003920     IF WS-CONTINUING
003930         MOVE WS-CA-CONT-PSEUDO TO WS-BRW-PSEUDO WS-CNT-PSEUDO
003940         MOVE WS-CA-CONT-DATE TO WS-BRW-DATE WS-CNT-DATE
003950         MOVE WS-CA-CONT-TIME TO WS-BRW-TIME WS-CNT-TIME
003960         MOVE WS-CA-CONT-SEQ TO WS-BRW-SEQ WS-CNT-SEQ
003970         MOVE "Y" TO WS-SKIP-FIRST-SW
003980     ELSE
003990         MOVE WS-NAME TO WS-BRW-PSEUDO
004000         MOVE WS-TO-DATE TO WS-BRW-DATE
004010         MOVE 99999999 TO WS-BRW-TIME
004020         MOVE 999 TO WS-BRW-SEQ
004030         MOVE "Y" TO WS-HOP-NEEDED-SW
004040     END-IF.
004050*
004060     EXEC CICS STARTBR
004070         FILE    ("AUDHIST")
004080         RIDFLD  (WS-BROWSE-KEY)
004090         GTEQ
004100         RESP    (WS-CICS-RESP)
004110     END-EXEC.
004120     IF WS-CICS-RESP = DFHRESP(NOTFND)
004130         MOVE HIGH-VALUES TO WS-BROWSE-KEY
004140         MOVE "N" TO WS-HOP-NEEDED-SW
004150         EXEC CICS STARTBR
004160             FILE    ("AUDHIST")
004170             RIDFLD  (WS-BROWSE-KEY)
004180             GTEQ
004190             RESP    (WS-CICS-RESP)
004200         END-EXEC
004210     END-IF.
004220     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004230         MOVE "HISTORY FILE NOT AVAILABLE - TRY AGAIN LATER."
004240             TO WS-MSG-TEXT
004250         PERFORM 8100-RE-SEND-SCREEN
004260             THRU 8100-RE-SEND-SCREEN-EXIT
004270     END-IF.
004280     IF WS-HOP-NEEDED
004290         PERFORM 3150-HOP-OVER-THE-BOUND
004300             THRU 3150-HOP-OVER-THE-BOUND-EXIT
004310     END-IF.
004320 3100-START-THE-BROWSE-EXIT.
004330     EXIT.
004340*
004350******************************************************************
004360* 3150-HOP-OVER-THE-BOUND - A READPREV STRAIGHT AFTER A          *
004370*                           NON-EXACT GTEQ STARTBR RAISES        *
004380*                           NOTFND, SO READ THE RECORD PAST THE  *
004390*                           BOUND FORWARD ONCE, THEN READ IT     *
004400*                           AGAIN BACKWARD; BOTH ARE DISCARDED   *
004410*                           AND THE PAGE LOOP'S FIRST READPREV   *
004420*                           IS THE NEWEST ENTRY AT OR BELOW THE  *
004430*                           BOUND.  THE BOUND ITSELF CAN NEVER   *
004440*                           BE A REAL RECORD - NO GREETING       *
004450*                           CARRIES TIME 99999999 - SO NOTHING   *
004460*                           IN RANGE IS EVER DISCARDED HERE.     *
004470*                           A FAILURE ON EITHER READ JUST        *
004480*                           LEAVES THE PAGE LOOP TO END THE      *
004490*                           PAGE ON ITS OWN READPREV STATUS.     *
004500******************************************************************
004510 3150-HOP-OVER-THE-BOUND.
004520     EXEC CICS READNEXT
004530         FILE    ("AUDHIST")
004540         INTO    (AH-RECORD)
004550         RIDFLD  (WS-BROWSE-KEY)
004560         RESP    (WS-CICS-RESP)
004570     END-EXEC.
004580     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004590         GO TO 3150-HOP-OVER-THE-BOUND-EXIT
004600     END-IF.
004610     EXEC CICS READPREV
004620         FILE    ("AUDHIST")
004630         INTO    (AH-RECORD)
004640         RIDFLD  (WS-BROWSE-KEY)
004650         RESP    (WS-CICS-RESP)
004660     END-EXEC.
004670 3150-HOP-OVER-THE-BOUND-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710* 3200-READ-ONE-OLDER-ENTRY - ONE READPREV.  THE ENTRY IS SHOWN  *
004720*                             UNLESS IT IS THE SAVED POSITION    *
004730*                             ITSELF (ALREADY ON THE PREVIOUS    *
004740*                             PAGE); THE PAGE ENDS ON A PSEUDO   *
004750*                             CHANGE, ON A DATE OLDER THAN THE   *
004760*                             FROM DATE, ON END OF FILE, OR      *
004770*                             WHEN TEN LINES ARE FILLED.         *
004780******************************************************************
004790 3200-READ-ONE-OLDER-ENTRY.
004800     EXEC CICS READPREV
004810         FILE    ("AUDHIST")
004820         INTO    (AH-RECORD)
004830         RIDFLD  (WS-BROWSE-KEY)
004840         RESP    (WS-CICS-RESP)
004850     END-EXEC.
004860     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004870         MOVE "Y" TO WS-PAGE-DONE-SW
004880         GO TO 3200-READ-ONE-OLDER-ENTRY-EXIT
004890     END-IF.
004900*
004910     IF WS-SKIP-FIRST
004920         MOVE "N" TO WS-SKIP-FIRST-SW
004930         IF AH-PSEUDO = WS-CNT-PSEUDO
004940            AND AH-RUN-DATE = WS-CNT-DATE
004950            AND AH-RUN-TIME = WS-CNT-TIME
004960            AND AH-SEQ = WS-CNT-SEQ
004970             GO TO 3200-READ-ONE-OLDER-ENTRY-EXIT
004980         END-IF
004990     END-IF.
005000*
005010     IF AH-PSEUDO NOT = WS-NAME
005020         MOVE "Y" TO WS-PAGE-DONE-SW
005030         GO TO 3200-READ-ONE-OLDER-ENTRY-EXIT
005040     END-IF.
005050     IF AH-RUN-DATE > WS-TO-DATE
005060         GO TO 3200-READ-ONE-OLDER-ENTRY-EXIT
005070     END-IF.
005080     IF AH-RUN-DATE < WS-FROM-DATE
005090         MOVE "Y" TO WS-PAGE-DONE-SW
005100         GO TO 3200-READ-ONE-OLDER-ENTRY-EXIT
005110     END-IF.
005120*
005130     ADD 1 TO WS-LINE-COUNT.
005140     PERFORM 3300-FORMAT-ONE-LINE
005150         THRU 3300-FORMAT-ONE-LINE-EXIT.
005160     MOVE AH-PSEUDO TO WS-LSK-PSEUDO.
005170     MOVE AH-RUN-DATE TO WS-LSK-DATE.
005180     MOVE AH-RUN-TIME TO WS-LSK-TIME.
005190     MOVE AH-SEQ TO WS-LSK-SEQ.
005200     IF WS-LINE-COUNT NOT < 10
005210         MOVE "Y" TO WS-MORE-PAGES-SW
005220         MOVE "Y" TO WS-PAGE-DONE-SW
005230     END-IF.
005240 3200-READ-ONE-OLDER-ENTRY-EXIT.
005250     EXIT.
005260*
005270 3300-FORMAT-ONE-LINE.
005280     MOVE WS-LINE-COUNT TO WS-DL-IDX.
005290     MOVE AH-RUN-DATE TO WS-DTL-DATE.
005300     MOVE AH-RUN-TIME TO WS-DTL-TIME.
005310     IF AH-CHANNEL = "C"
005320         MOVE "CONSOLE" TO WS-DTL-CHANNEL
005330     ELSE
005340         IF AH-CHANNEL = "O"
005350             MOVE "CBLU" TO WS-DTL-CHANNEL
005360         ELSE
005370             IF AH-CHANNEL = "B"
005380                 MOVE "BATCH" TO WS-DTL-CHANNEL
005390             ELSE
005400                 MOVE "UNKNOWN" TO WS-DTL-CHANNEL
005410             END-IF
005420         END-IF
005430     END-IF.
005440     MOVE AH-LANG-CODE TO WS-DTL-LANG.
005450     MOVE WS-DETAIL-BUILD TO DLO(WS-DL-IDX).
005460 3300-FORMAT-ONE-LINE-EXIT.
005470     EXIT.
005480*
005490 3400-SAVE-BROWSE-POSITION.
005500     MOVE WS-LSK-PSEUDO TO WS-CA-CONT-PSEUDO.
005510     MOVE WS-LSK-DATE TO WS-CA-CONT-DATE.
005520     MOVE WS-LSK-TIME TO WS-CA-CONT-TIME.
005530     MOVE WS-LSK-SEQ TO WS-CA-CONT-SEQ.
005540     MOVE WS-FROM-DATE TO WS-CA-FROM-DATE.
005550     MOVE WS-TO-DATE TO WS-CA-TO-DATE.
005560 3400-SAVE-BROWSE-POSITION-EXIT.
005570     EXIT.
005580*
005590 3500-CLEAR-SAVED-POSITION.
005600     MOVE SPACES TO WS-CA-CONT-PSEUDO.
005610     MOVE ZERO TO WS-CA-CONT-DATE.
005620     MOVE ZERO TO WS-CA-CONT-TIME.
005630     MOVE ZERO TO WS-CA-CONT-SEQ.
005640     MOVE ZERO TO WS-CA-FROM-DATE.
005650     MOVE ZERO TO WS-CA-TO-DATE.
005660 3500-CLEAR-SAVED-POSITION-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700* 6600-WRITE-ACCESS-LOG - ONE SUPPORT-DESK ACCESS-LOG RECORD.    *
005710*                         SHARED VIA ACCSPUT.CPY.                *
005720******************************************************************
005730     COPY ACCSPUT.
005740*
005750******************************************************************
005760* 8100-RE-SEND-SCREEN - RE-DISPLAY THE MAP WITH A MESSAGE AND    *
005770*                       STAY IN THE CONVERSATION FOR ANOTHER     *
005780*                       ATTEMPT OR THE NEXT PAGE.                *
005790******************************************************************
005800 8100-RE-SEND-SCREEN.
005810     MOVE WS-MSG-TEXT TO MSGO.
005820     EXEC CICS SEND MAP ("COBILM3")
005830         MAPSET  ("COBILINQ")
005840         FROM    (COBILM3O)
005850         DATAONLY
005860         FREEKB
005870     END-EXEC.
005880     EXEC CICS RETURN
005890         TRANSID  ("CBLI")
005900         COMMAREA (WS-COMMAREA)
005910         LENGTH   (LENGTH OF WS-COMMAREA)
005920     END-EXEC.
005930 8100-RE-SEND-SCREEN-EXIT.
005940     EXIT.
005950*
005960******************************************************************
005970* 9000-CANCEL - PF3, PF12 OR CLEAR WAS PRESSED.  END THE         *
005980*               TRANSACTION.                                     *
005990******************************************************************
006000 9000-CANCEL.
006010     MOVE SPACES TO COBILM3O.
006020     MOVE "TRANSACTION ANNULEE / TRANSACTION CANCELLED."
006030         TO MSGO.
006040     EXEC CICS SEND MAP ("COBILM3")
006050         MAPSET  ("COBILINQ")
006060         FROM    (COBILM3O)
006070         DATAONLY
006080         FREEKB
006090     END-EXEC.
006100     EXEC CICS RETURN
006110     END-EXEC.
006120 9000-CANCEL-EXIT.
006130     EXIT.
