000290*          AND DELETE THE SOURCE (SAME PERSON REGISTERED         *
000300*          TWICE).                                               *
000310*                                                                *
000320*    THE SIGNED-ON CICS USER MUST BE ON THE SUPPORT OPERATOR     *
000330*    TABLE (OPERATOR.CPY, CHECKED BY OPERCHK.CPY): ANY LEVEL     *
000340*    MAY INQUIRE OR BROWSE, R AND M NEED SUPERVISOR AUTHORITY.   *
000350*    EVERY INQUIRY, EVERY BROWSED ROSTER LINE, EVERY CHANGE AND  *
000360*    EVERY REFUSED ATTEMPT GOES ON THE SUPPORT-DESK ACCESS LOG   *
000370*    (ACCESSLG.CPY, ACCL QUEUE); A LOOK-UP THAT CANNOT BE LOGGED *
000380*    IS NOT SHOWN.  EVERY                                        *
000390*    MAINTENANCE ACTION WRITES A "*MAINT*" MARKER RECORD TO THE  *
000400*    AUDT QUEUE (TIMESTAMP TRAIL ON THE AUDIT LOG - THE          *
000410*    RECONCILIATION RUN SKIPS MARKER RECORDS, SEE AUDITLOG.CPY)  *
000420*    AND A JOURNAL RECORD TO THE MJRN QUEUE (OLD PSEUDO, NEW     *
000430*    PSEUDO, ACTION - SEE MNTJRNL.CPY).  THE NIGHTLY UserScrub   *
000440*    STEP REPLAYS THE JOURNAL OVER THE AUDIT LOG SO THE OLD      *
000450*    PSEUDO'S HISTORY FOLLOWS ITS ROSTER RECORD AND THE          *
000460*    RECONCILIATION STILL BALANCES AFTER A RENAME OR MERGE.      *
000470*    PF3/PF12/CLEAR CANCEL WITHOUT UPDATING ANYTHING.            *
000480*                                                                *
000490*    MODIFICATION HISTORY                                       *
000500*    DATE       INIT  DESCRIPTION                                *
000510*    2026-08-23  ML   ORIGINAL VERSION.                          *
000520*    2026-08-23  ML   JOURNAL EACH RENAME/MERGE TO THE MJRN      *
000530*                     QUEUE SO THE NIGHTLY SCRUB CAN MOVE THE    *
000540*                     OLD PSEUDO'S AUDIT HISTORY UNDER THE       *
000550*                     SURVIVOR AND KEEP THE RECONCILIATION       *
000560*                     IN BALANCE.                                *
000570*    2026-09-01  ML   REFUSE A RESERVED OR BLOCKED NEW/TARGET    *
000580*                     PSEUDO ON RENAME AND MERGE, SO SUPPORT     *
000590*                     CANNOT MOVE HISTORY UNDER A RESERVED      *
000600*                     NAME.  THE BLOCKLST FILE IS LOADED AT      *
000610*                     START-UP THROUGH A FILE BROWSE AND         *
000620*                     CHECKED WITH THE SHARED                    *
000630*                     BLOCKTBL/BLCKSTOR/BLCKCHK RULE.            *
000640*    2026-09-02  ML   STAMP THE ONLINE CHANNEL ("O") ON THE      *
000650*                     "*MAINT*" MARKER AUDIT RECORD, MATCHING    *
000660*                     THE VERSIONED AUDITLOG.CPY LAYOUT.         *
000670*    2026-10-15  ML   AUTHORITY COMES FROM THE SUPPORT OPERATOR  *
000680*                     TABLE INSTEAD OF A KEYED SUPI Y - R AND M  *
000690*                     NEED A SUPERVISOR ENTRY.  THE OPERATOR ID  *
000700*                     IS STAMPED ON EVERY MNTJRNL RECORD, AND    *
000710*                     EVERY INQUIRY, BROWSED LINE, CHANGE AND    *
000720*                     REFUSAL IS WRITTEN TO THE ACCESS LOG.      *
000730*    2026-10-15  ML   STAMP THE *MAINT* AUDIT MARKER WITH THE    *
000740*                     NEXT ONLINE-CHANNEL AUD-SEQUENCE VIA       *
000750*                     AUDSQONL.CPY.                              *
000760*    2026-10-15  ML   AN AUDSEQ CONTROL-RECORD FAILURE AFTER THE *
000770*                     MARKER IS ON AUDT NO LONGER ENDS THE TASK  *
000780*                     AS A FAILED AUDIT: THE ACCESS LOG IS       *
000790*                     WRITTEN AND THE SEQUENCE FAILURE SHOWN ON  *
000800*                     ITS OWN MESSAGE.                           *
000810*    2026-10-15  ML   THE ACCESS-LOG ENTRY FOR A RENAME OR MERGE *
000820*                     IS WRITTEN BEFORE THE JOURNAL AND AUDIT    *
000830*                     MARKER, SO A FAILURE IN EITHER NO LONGER   *
000840*                     LEAVES THE CHANGE OFF THE LOG.             *
000850*                                                                *
000860******************************************************************
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER.    IBM-370.
000900 OBJECT-COMPUTER.    IBM-370.
000910*
000920 DATA DIVISION.
000930 WORKING-STORAGE SECTION.
000940 77  WS-MAINT-MARKER                 PIC X(12)
000950         VALUE "*MAINT*".
000960*
000970 01  WS-NAME                         PIC X(12).
000980*
000990 01  WS-PSEUDO-SWITCHES.
001000     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "N".
001010         88  WS-PSEUDO-VALID             VALUE "Y".
001020         88  WS-PSEUDO-INVALID            VALUE "N".
001030*
001040 77  WS-CHAR-INDEX                   PIC 9(02) COMP.
001050 77  WS-TRAILING-BLANK-SW            PIC X(01).
001060*
001070 01  WS-ACTION-CODE                  PIC X(01).
001080     88  WS-ACTION-INQUIRE               VALUE "I".
001090     88  WS-ACTION-BROWSE                VALUE "B".
001100     88  WS-ACTION-RENAME                VALUE "R".
001110     88  WS-ACTION-MERGE                 VALUE "M".
001120     88  WS-ACTION-IS-MAINT              VALUE "R" "M".
001130*
001140 01  WS-SOURCE-PSEUDO                PIC X(12).
001150 01  WS-TARGET-PSEUDO                PIC X(12).
001160 01  WS-OPERATOR-ID                  PIC X(08).
001170 01  WS-OPERATOR-DISPLAY.
001180     05  WS-OPD-OPERATOR-ID          PIC X(08).
001190     05  FILLER                      PIC X(03) VALUE SPACES.
001200     05  WS-OPD-AUTH-LEVEL           PIC X(01).
001210*
001220 01  WS-BROWSE-FIELDS.
001230     05  WS-BROWSE-KEY               PIC X(12).
001240     05  WS-BROWSE-COUNT             PIC 9(02) COMP VALUE ZERO.
001250     05  WS-DL-IDX                   PIC 9(02) COMP VALUE ZERO.
001260     05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
001270         88  WS-BROWSE-DONE              VALUE "Y".
001280     05  WS-BROWSE-LOG-FAIL-SW       PIC X(01) VALUE "N".
001290         88  WS-BROWSE-LOG-FAILED        VALUE "Y".
001300*
001310 01  WS-SOURCE-RECORD-FIELDS.
001320     05  WS-SRC-FIRST-SEEN           PIC 9(08).
001330     05  WS-SRC-VISIT-COUNT          PIC 9(07) COMP.
001340     05  WS-SRC-LAST-VISIT           PIC 9(08).
001350     05  WS-SRC-LANG-CODE            PIC X(02).
001360*
001370 01  WS-DETAIL-BUILD.
001380     05  WS-DTL-PSEUDO               PIC X(12).
001390     05  FILLER                      PIC X(02) VALUE SPACES.
001400     05  WS-DTL-FIRST-SEEN           PIC 9(08).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  WS-DTL-VISITS               PIC ZZZZZZ9.
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  WS-DTL-LAST-VISIT           PIC 9(08).
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  WS-DTL-LANG                 PIC X(02).
001470     05  FILLER                      PIC X(15) VALUE SPACES.
001480*
001490 01  WS-MSG-TEXT                     PIC X(70).
001500 01  WS-VISITS-EDIT                  PIC ZZZZZZ9.
001510*
001520 01  WS-CURRENT-DATE-FIELDS.
001530     05  WS-CURRENT-DATE             PIC 9(08).
001540 01  WS-ABSTIME                      PIC S9(15) COMP-3.
001550 01  WS-TIME-HHMMSS                  PIC 9(06).
001560*
001570 01  WS-CICS-RESP                    PIC S9(08) COMP.
001580 01  WS-ASQ-RESP                     PIC S9(08) COMP.
001590*
001600*    THE ACCESS-LOG AND JOURNAL RESPONSES, HELD WHILE THE REST OF
001610*    THE MAINTENANCE TRAIL IS WRITTEN.
001620 01  WS-ACC-RESP                     PIC S9(08) COMP.
001630 01  WS-MJR-RESP                     PIC S9(08) COMP.
001640*
001650 COPY USRMSTR.
001660*
001670 COPY AUDITLOG.
001680*
001690 COPY AUDSEQ.
001700*
001710 COPY BLOCKLST.
001720*
001730 COPY BLOCKTBL.
001740*
001750 COPY MNTJRNL.
001760*
001770 COPY OPERATOR.
001780*
001790 COPY ACCESSLG.
001800*
001810 COPY COBILMNT.
001820*
001830 LINKAGE SECTION.
001840 01  DFHCOMMAREA.
001850     05  CA-SCREEN-SENT-SW           PIC X(01).
001860*
001870 PROCEDURE DIVISION.
001880*
001890 0000-MAINLINE.
001900     EXEC CICS HANDLE CONDITION
001910         MAPFAIL (8000-SEND-INITIAL-SCREEN)
001920     END-EXEC.
001930     EXEC CICS HANDLE AID
001940         PF3   (9000-CANCEL)
001950         PF12  (9000-CANCEL)
001960         CLEAR (9000-CANCEL)
001970     END-EXEC.
001980*
001990     IF EIBCALEN = 0
002000         PERFORM 1000-INITIALIZE
002010             THRU 1000-INITIALIZE-EXIT
002020         PERFORM 8000-SEND-INITIAL-SCREEN
002030             THRU 8000-SEND-INITIAL-SCREEN-EXIT
002040     ELSE
002050         PERFORM 1000-INITIALIZE
002060             THRU 1000-INITIALIZE-EXIT
002070         PERFORM 2000-RECEIVE-AND-PROCESS
002080             THRU 2000-RECEIVE-AND-PROCESS-EXIT
002090     END-IF.
002100 0000-MAINLINE-EXIT.
002110     GOBACK.
002120*
002130******************************************************************
002140* 1000-INITIALIZE - CAPTURE TODAY'S DATE/TIME FOR THE AUDIT      *
002150*                   TRAIL RECORD AND LOOK THE SIGNED-ON USER UP  *
002160*                   ON THE SUPPORT OPERATOR TABLE.               *
002170******************************************************************
002180 1000-INITIALIZE.
002190     EXEC CICS ASKTIME
002200         ABSTIME (WS-ABSTIME)
002210     END-EXEC.
002220     EXEC CICS FORMATTIME
002230         ABSTIME  (WS-ABSTIME)
002240         YYYYMMDD (WS-CURRENT-DATE)
002250         TIME     (WS-TIME-HHMMSS)
002260     END-EXEC.
002270     PERFORM 1550-LOAD-BLOCKLIST
002280         THRU 1550-LOAD-BLOCKLIST-EXIT.
002290     PERFORM 1700-IDENTIFY-OPERATOR
002300         THRU 1700-IDENTIFY-OPERATOR-EXIT.
002310     MOVE OP-OPERATOR-ID TO WS-OPD-OPERATOR-ID.
002320     MOVE OP-AUTH-LEVEL TO WS-OPD-AUTH-LEVEL.
002330 1000-INITIALIZE-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370* 1550-LOAD-BLOCKLIST - LOAD THE RESERVED/BLOCKED PSEUDO LIST    *
002380*                       THROUGH CICS FILE CONTROL, THE SAME WAY  *
002390*                       UserCics DOES.  A FILE THAT IS CLOSED    *
002400*                       OR NOT DEFINED JUST MEANS AN EMPTY       *
002410*                       LIST.  THE STORE RULE IS SHARED VIA      *
002420*                       BLCKSTOR.CPY.                            *
002430******************************************************************
002440 1550-LOAD-BLOCKLIST.
002450     MOVE ZERO TO WS-BLOCK-COUNT.
002460     MOVE "N" TO WS-BLOCK-LOAD-DONE-SW.
002470     MOVE LOW-VALUES TO WS-BLOCK-BROWSE-KEY.
002480     EXEC CICS STARTBR
002490         FILE    ("BLOCKLST")
002500         RIDFLD  (WS-BLOCK-BROWSE-KEY)
002510         GTEQ
002520         RESP    (WS-CICS-RESP)
002530     END-EXEC.
002540     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002550         GO TO 1550-LOAD-BLOCKLIST-EXIT
002560     END-IF.
002570     PERFORM 1560-LOAD-ONE-BLOCK-RECORD
002580         THRU 1560-LOAD-ONE-BLOCK-RECORD-EXIT
002590         UNTIL WS-BLOCK-LOAD-DONE.
002600     EXEC CICS ENDBR
002610         FILE ("BLOCKLST")
002620         RESP (WS-CICS-RESP)
002630     END-EXEC.
002640 1550-LOAD-BLOCKLIST-EXIT.
002650     EXIT.
002660*
002670 1560-LOAD-ONE-BLOCK-RECORD.
002680     EXEC CICS READNEXT
002690         FILE    ("BLOCKLST")
002700         INTO    (BL-RECORD)
002710         RIDFLD  (WS-BLOCK-BROWSE-KEY)
002720         RESP    (WS-CICS-RESP)
002730     END-EXEC.
002740     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002750         MOVE "Y" TO WS-BLOCK-LOAD-DONE-SW
002760         GO TO 1560-LOAD-ONE-BLOCK-RECORD-EXIT
002770     END-IF.
002780     PERFORM 1570-STORE-ONE-BLOCK-ENTRY
002790         THRU 1570-STORE-ONE-BLOCK-ENTRY-EXIT.
002800     IF WS-BLOCK-COUNT NOT < WS-BLOCK-MAX
002810         MOVE "Y" TO WS-BLOCK-LOAD-DONE-SW
002820     END-IF.
002830 1560-LOAD-ONE-BLOCK-RECORD-EXIT.
002840     EXIT.
002850*
002860     COPY BLCKSTOR.
002870*
002880******************************************************************
002890* 1700-IDENTIFY-OPERATOR - WHO IS SIGNED ON, AND AT WHAT         *
002900*                          AUTHORITY.  SHARED VIA OPERCHK.CPY.   *
002910******************************************************************
002920     COPY OPERCHK.
002930*
002940******************************************************************
002950* 8000-SEND-INITIAL-SCREEN - PUT UP A BLANK COBILM2 MAP AND      *
002960*                            WAIT FOR THE OPERATOR'S FIRST       *
002970*                            ENTER.  FIRES ON MAPFAIL TOO.       *
002980******************************************************************
002990 8000-SEND-INITIAL-SCREEN.
003000     MOVE SPACES TO COBILM2O.
003010     MOVE WS-OPERATOR-DISPLAY TO OPIDO.
003020     EXEC CICS SEND MAP ("COBILM2")
003030         MAPSET ("COBILMNT")
003040         FROM   (COBILM2O)
003050         ERASE
003060         FREEKB
003070     END-EXEC.
003080     MOVE "Y" TO CA-SCREEN-SENT-SW.
003090     EXEC CICS RETURN
003100         TRANSID  ("CBLM")
003110         COMMAREA (DFHCOMMAREA)
003120         LENGTH   (LENGTH OF DFHCOMMAREA)
003130     END-EXEC.
003140 8000-SEND-INITIAL-SCREEN-EXIT.
003150     EXIT.
003160*
003170******************************************************************
003180* 2000-RECEIVE-AND-PROCESS - READ BACK THE OPERATOR'S ENTRY AND  *
003190*                            ROUTE ON THE ACTION CODE.  ANY      *
003200*                            FAILURE RE-SENDS THE SCREEN WITH    *
003210*                            AN ERROR MESSAGE AND STAYS IN THE   *
003220*                            CONVERSATION.                       *
003230******************************************************************
003240 2000-RECEIVE-AND-PROCESS.
003250     EXEC CICS RECEIVE MAP ("COBILM2")
003260         MAPSET ("COBILMNT")
003270         INTO   (COBILM2I)
003280     END-EXEC.
003290*
003300     MOVE SPACES TO WS-ACTION-CODE.
003310     IF ACTL > 0
003320         MOVE ACTI TO WS-ACTION-CODE
003330     END-IF.
003340     MOVE SPACES TO WS-SOURCE-PSEUDO.
003350     IF PSEUDOL > 0
003360         MOVE PSEUDOI TO WS-SOURCE-PSEUDO
003370     END-IF.
003380     MOVE SPACES TO WS-TARGET-PSEUDO.
003390     IF NEWPSL > 0
003400         MOVE NEWPSI TO WS-TARGET-PSEUDO
003410     END-IF.
003420*
003430     IF NOT OP-CAN-INQUIRE
003440         MOVE "NOT A REGISTERED SUPPORT OPERATOR - REFUSED."
003450             TO WS-MSG-TEXT
003460         PERFORM 2900-REFUSE-ACTION
003470             THRU 2900-REFUSE-ACTION-EXIT
003480     END-IF.
003490     IF WS-ACTION-INQUIRE
003500         PERFORM 3000-INQUIRE-ONE-PSEUDO
003510             THRU 3000-INQUIRE-ONE-PSEUDO-EXIT
003520         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
003530     END-IF.
003540     IF WS-ACTION-BROWSE
003550         PERFORM 4000-BROWSE-ROSTER
003560             THRU 4000-BROWSE-ROSTER-EXIT
003570         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
003580     END-IF.
003590     IF WS-ACTION-IS-MAINT
003600         IF NOT OP-CAN-SUPERVISE
003610             MOVE "SUPERVISOR AUTHORITY REQUIRED."
003620                 TO WS-MSG-TEXT
003630             PERFORM 2900-REFUSE-ACTION
003640                 THRU 2900-REFUSE-ACTION-EXIT
003650         END-IF
003660         IF WS-ACTION-RENAME
003670             PERFORM 5000-RENAME-ONE-PSEUDO
003680                 THRU 5000-RENAME-ONE-PSEUDO-EXIT
003690         ELSE
003700             PERFORM 6000-MERGE-TWO-PSEUDOS
003710                 THRU 6000-MERGE-TWO-PSEUDOS-EXIT
003720         END-IF
003730         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
003740     END-IF.
003750*
003760     MOVE "ACTION MUST BE I, B, R OR M."
003770         TO WS-MSG-TEXT.
003780     PERFORM 8100-RE-SEND-SCREEN
003790         THRU 8100-RE-SEND-SCREEN-EXIT.
003800 2000-RECEIVE-AND-PROCESS-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840* 2900-REFUSE-ACTION - THE OPERATOR'S TABLE ENTRY DOES NOT COVER *
003850*                      THE ACTION KEYED (OR THERE IS NO ENTRY).  *
003860*                      THE ATTEMPT IS LOGGED AS REFUSED AND THE  *
003870*                      SCREEN COMES BACK WITH WS-MSG-TEXT.       *
003880******************************************************************
003890 2900-REFUSE-ACTION.
003900     MOVE "CBLM" TO AL-TRANSID.
003910     MOVE WS-ACTION-CODE TO AL-ACTION.
003920     MOVE WS-SOURCE-PSEUDO TO AL-PSEUDO.
003930     MOVE WS-TARGET-PSEUDO TO AL-OTHER-PSEUDO.
003940     MOVE "R" TO AL-OUTCOME.
003950     PERFORM 6600-WRITE-ACCESS-LOG
003960         THRU 6600-WRITE-ACCESS-LOG-EXIT.
003970     PERFORM 8100-RE-SEND-SCREEN
003980         THRU 8100-RE-SEND-SCREEN-EXIT.
003990 2900-REFUSE-ACTION-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030* 3000-INQUIRE-ONE-PSEUDO - SHOW THE FULL ROSTER RECORD FOR THE  *
004040*                           KEYED PSEUDO.                        *
004050******************************************************************
004060 3000-INQUIRE-ONE-PSEUDO.
004070     IF WS-SOURCE-PSEUDO = SPACES
004080         MOVE "KEY A PSEUDO TO INQUIRE ON." TO WS-MSG-TEXT
004090         PERFORM 8100-RE-SEND-SCREEN
004100             THRU 8100-RE-SEND-SCREEN-EXIT
004110     END-IF.
004120     MOVE "CBLM" TO AL-TRANSID.
004130     MOVE WS-ACTION-CODE TO AL-ACTION.
004140     MOVE WS-SOURCE-PSEUDO TO AL-PSEUDO.
004150     MOVE SPACES TO AL-OTHER-PSEUDO.
004160     MOVE "D" TO AL-OUTCOME.
004170     PERFORM 6600-WRITE-ACCESS-LOG
004180         THRU 6600-WRITE-ACCESS-LOG-EXIT.
004190     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004200         MOVE "ACCESS LOG UNAVAILABLE - INQUIRY NOT SHOWN."
004210             TO WS-MSG-TEXT
004220         PERFORM 8100-RE-SEND-SCREEN
004230             THRU 8100-RE-SEND-SCREEN-EXIT
004240     END-IF.
004250     MOVE WS-SOURCE-PSEUDO TO UM-PSEUDO.
004260     EXEC CICS READ
004270         FILE    ("USRMSTR")
004280         INTO    (UM-RECORD)
004290         RIDFLD  (UM-PSEUDO)
004300         RESP    (WS-CICS-RESP)
004310     END-EXEC.
004320     IF WS-CICS-RESP = DFHRESP(NOTFND)
004330         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
004340         PERFORM 8100-RE-SEND-SCREEN
004350             THRU 8100-RE-SEND-SCREEN-EXIT
004360     END-IF.
004370     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004380         MOVE "ROSTER READ FAILED - TRY AGAIN LATER."
004390             TO WS-MSG-TEXT
004400         PERFORM 8100-RE-SEND-SCREEN
004410             THRU 8100-RE-SEND-SCREEN-EXIT
004420     END-IF.
004430*
004440     MOVE SPACES TO COBILM2O.
004450     MOVE WS-ACTION-CODE TO ACTO.
004460     MOVE UM-PSEUDO TO PSEUDOO.
004470     STRING "PSEUDO. . . . . . : " DELIMITED BY SIZE
004480             UM-PSEUDO           DELIMITED BY SIZE
004490             INTO DLO(1).
004500     MOVE SPACES TO WS-MSG-TEXT.
004510     STRING "FIRST SEEN. . . . : " DELIMITED BY SIZE
004520             UM-FIRST-SEEN-DATE  DELIMITED BY SIZE
004530             INTO WS-MSG-TEXT.
004540     MOVE WS-MSG-TEXT(1:60) TO DLO(2).
004550     MOVE UM-VISIT-COUNT TO WS-VISITS-EDIT.
004560     MOVE SPACES TO WS-MSG-TEXT.
004570     STRING "VISIT COUNT . . . : " DELIMITED BY SIZE
004580             WS-VISITS-EDIT      DELIMITED BY SIZE
004590             INTO WS-MSG-TEXT.
004600     MOVE WS-MSG-TEXT(1:60) TO DLO(3).
004610     MOVE SPACES TO WS-MSG-TEXT.
004620     STRING "LAST VISIT. . . . : " DELIMITED BY SIZE
004630             UM-LAST-VISIT-DATE  DELIMITED BY SIZE
004640             INTO WS-MSG-TEXT.
004650     MOVE WS-MSG-TEXT(1:60) TO DLO(4).
004660     MOVE SPACES TO WS-MSG-TEXT.
004670     STRING "LANGUAGE. . . . . : " DELIMITED BY SIZE
004680             UM-LANG-CODE        DELIMITED BY SIZE
004690             INTO WS-MSG-TEXT.
004700     MOVE WS-MSG-TEXT(1:60) TO DLO(5).
004710     MOVE "RECORD DISPLAYED." TO WS-MSG-TEXT.
004720     PERFORM 8100-RE-SEND-SCREEN
004730         THRU 8100-RE-SEND-SCREEN-EXIT.
004740 3000-INQUIRE-ONE-PSEUDO-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* 4000-BROWSE-ROSTER - LIST UP TO TEN ROSTER RECORDS IN KEY      *
004790*                      ORDER STARTING AT THE KEYED PSEUDO (OR    *
004800*                      THE TOP WHEN BLANK).  TO CONTINUE, KEY    *
004810*                      THE LAST PSEUDO SHOWN AND ENTER AGAIN.    *
004820*                      EACH LINE IS LOGGED BEFORE IT GOES ON     *
004830*                      THE SCREEN; A FAILED LOG WRITE ENDS THE   *
004840*                      PAGE THERE.                               *
004850******************************************************************
004860 4000-BROWSE-ROSTER.
004870     MOVE WS-SOURCE-PSEUDO TO WS-BROWSE-KEY.
004880     IF WS-BROWSE-KEY = SPACES
004890         MOVE LOW-VALUES TO WS-BROWSE-KEY
004900     END-IF.
004910     EXEC CICS STARTBR
004920         FILE    ("USRMSTR")
004930         RIDFLD  (WS-BROWSE-KEY)
004940         GTEQ
004950         RESP    (WS-CICS-RESP)
004960     END-EXEC.
004970     IF WS-CICS-RESP = DFHRESP(NOTFND)
004980         MOVE "NO ROSTER RECORDS AT OR AFTER THAT PSEUDO."
004990             TO WS-MSG-TEXT
005000         PERFORM 8100-RE-SEND-SCREEN
005010             THRU 8100-RE-SEND-SCREEN-EXIT
005020     END-IF.
005030     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005040         MOVE "ROSTER BROWSE FAILED - TRY AGAIN LATER."
005050             TO WS-MSG-TEXT
005060         PERFORM 8100-RE-SEND-SCREEN
005070             THRU 8100-RE-SEND-SCREEN-EXIT
005080     END-IF.
005090*
005100     MOVE SPACES TO COBILM2O.
005110     MOVE WS-ACTION-CODE TO ACTO.
005120     MOVE ZERO TO WS-BROWSE-COUNT.
005130     MOVE "N" TO WS-BROWSE-DONE-SW.
005140     MOVE "N" TO WS-BROWSE-LOG-FAIL-SW.
005150     PERFORM 4100-BROWSE-ONE-RECORD
005160         THRU 4100-BROWSE-ONE-RECORD-EXIT
005170         UNTIL WS-BROWSE-DONE
005180            OR WS-BROWSE-COUNT NOT < 10.
005190     EXEC CICS ENDBR
005200         FILE ("USRMSTR")
005210         RESP (WS-CICS-RESP)
005220     END-EXEC.
005230*
005240     IF WS-BROWSE-LOG-FAILED
005250         MOVE "ACCESS LOG UNAVAILABLE - BROWSE STOPPED."
005260             TO WS-MSG-TEXT
005270         PERFORM 8100-RE-SEND-SCREEN
005280             THRU 8100-RE-SEND-SCREEN-EXIT
005290     END-IF.
005300     IF WS-BROWSE-COUNT = ZERO
005310         MOVE "END OF ROSTER." TO WS-MSG-TEXT
005320     ELSE
005330         IF WS-BROWSE-DONE
005340             MOVE "END OF ROSTER REACHED." TO WS-MSG-TEXT
005350         ELSE
005360             MOVE "KEY THE LAST PSEUDO SHOWN, THEN ENTER."
005370                 TO WS-MSG-TEXT
005380         END-IF
005390     END-IF.
005400     PERFORM 8100-RE-SEND-SCREEN
005410         THRU 8100-RE-SEND-SCREEN-EXIT.
005420 4000-BROWSE-ROSTER-EXIT.
005430     EXIT.
005440*
005450 4100-BROWSE-ONE-RECORD.
005460     EXEC CICS READNEXT
005470         FILE    ("USRMSTR")
005480         INTO    (UM-RECORD)
005490         RIDFLD  (WS-BROWSE-KEY)
005500         RESP    (WS-CICS-RESP)
005510     END-EXEC.
005520     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005530         MOVE "Y" TO WS-BROWSE-DONE-SW
005540         GO TO 4100-BROWSE-ONE-RECORD-EXIT
005550     END-IF.
005560     MOVE "CBLM" TO AL-TRANSID.
005570     MOVE WS-ACTION-CODE TO AL-ACTION.
005580     MOVE UM-PSEUDO TO AL-PSEUDO.
005590     MOVE SPACES TO AL-OTHER-PSEUDO.
005600     MOVE "D" TO AL-OUTCOME.
005610     PERFORM 6600-WRITE-ACCESS-LOG
005620         THRU 6600-WRITE-ACCESS-LOG-EXIT.
005630     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005640         MOVE "Y" TO WS-BROWSE-LOG-FAIL-SW
005650         MOVE "Y" TO WS-BROWSE-DONE-SW
005660         GO TO 4100-BROWSE-ONE-RECORD-EXIT
005670     END-IF.
005680     ADD 1 TO WS-BROWSE-COUNT.
005690     MOVE UM-PSEUDO TO WS-DTL-PSEUDO.
005700     MOVE UM-FIRST-SEEN-DATE TO WS-DTL-FIRST-SEEN.
005710     MOVE UM-VISIT-COUNT TO WS-DTL-VISITS.
005720     MOVE UM-LAST-VISIT-DATE TO WS-DTL-LAST-VISIT.
005730     MOVE UM-LANG-CODE TO WS-DTL-LANG.
005740     MOVE WS-BROWSE-COUNT TO WS-DL-IDX.
005750     MOVE WS-DETAIL-BUILD TO DLO(WS-DL-IDX).
005760 4100-BROWSE-ONE-RECORD-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800* 5000-RENAME-ONE-PSEUDO - SUPERVISOR CORRECTION OF A MIS-KEYED  *
005810*                          PSEUDO.  THE RECORD IS RE-WRITTEN     *
005820*                          UNDER THE NEW KEY (WHICH MUST PASS    *
005830*                          THE NAMING STANDARD AND NOT ALREADY   *
005840*                          EXIST) AND THE OLD ONE IS DELETED.    *
005850******************************************************************
005860 5000-RENAME-ONE-PSEUDO.
005870     PERFORM 7000-EDIT-MAINT-KEYS
005880         THRU 7000-EDIT-MAINT-KEYS-EXIT.
005890*
005900     MOVE WS-TARGET-PSEUDO TO UM-PSEUDO.
005910     EXEC CICS READ
005920         FILE    ("USRMSTR")
005930         INTO    (UM-RECORD)
005940         RIDFLD  (UM-PSEUDO)
005950         RESP    (WS-CICS-RESP)
005960     END-EXEC.
005970     IF WS-CICS-RESP = DFHRESP(NORMAL)
005980         MOVE "NEW PSEUDO ALREADY ON THE ROSTER - USE MERGE."
005990             TO WS-MSG-TEXT
006000         PERFORM 8100-RE-SEND-SCREEN
006010             THRU 8100-RE-SEND-SCREEN-EXIT
006020     END-IF.
006030     IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
006040         MOVE "ROSTER READ FAILED - TRY AGAIN LATER."
006050             TO WS-MSG-TEXT
006060         PERFORM 8100-RE-SEND-SCREEN
006070             THRU 8100-RE-SEND-SCREEN-EXIT
006080     END-IF.
006090*
006100     MOVE WS-SOURCE-PSEUDO TO UM-PSEUDO.
006110     EXEC CICS READ
006120         FILE    ("USRMSTR")
006130         INTO    (UM-RECORD)
006140         RIDFLD  (UM-PSEUDO)
006150         RESP    (WS-CICS-RESP)
006160     END-EXEC.
006170     IF WS-CICS-RESP = DFHRESP(NOTFND)
006180         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
006190         PERFORM 8100-RE-SEND-SCREEN
006200             THRU 8100-RE-SEND-SCREEN-EXIT
006210     END-IF.
006220     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006230         MOVE "ROSTER READ FAILED - TRY AGAIN LATER."
006240             TO WS-MSG-TEXT
006250         PERFORM 8100-RE-SEND-SCREEN
006260             THRU 8100-RE-SEND-SCREEN-EXIT
006270     END-IF.
006280*
006290     MOVE WS-TARGET-PSEUDO TO UM-PSEUDO.
006300     EXEC CICS WRITE
006310         FILE    ("USRMSTR")
006320         FROM    (UM-RECORD)
006330         RIDFLD  (UM-PSEUDO)
006340         RESP    (WS-CICS-RESP)
006350     END-EXEC.
006360     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006370         MOVE "ROSTER WRITE FAILED - NOTHING CHANGED."
006380             TO WS-MSG-TEXT
006390         PERFORM 8100-RE-SEND-SCREEN
006400             THRU 8100-RE-SEND-SCREEN-EXIT
006410     END-IF.
006420*
006430     PERFORM 7500-DELETE-SOURCE-RECORD
006440         THRU 7500-DELETE-SOURCE-RECORD-EXIT.
006450     PERFORM 7600-WRITE-MAINT-TRAIL
006460         THRU 7600-WRITE-MAINT-TRAIL-EXIT.
006470*
006480     MOVE SPACES TO COBILM2O.
006490     MOVE SPACES TO WS-MSG-TEXT.
006500     STRING "RENAMED " DELIMITED BY SIZE
006510             WS-SOURCE-PSEUDO DELIMITED BY SPACE
006520             " TO " DELIMITED BY SIZE
006530             WS-TARGET-PSEUDO DELIMITED BY SPACE
006540             "." DELIMITED BY SIZE
006550             INTO WS-MSG-TEXT.
006560     PERFORM 8100-RE-SEND-SCREEN
006570         THRU 8100-RE-SEND-SCREEN-EXIT.
006580 5000-RENAME-ONE-PSEUDO-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620* 6000-MERGE-TWO-PSEUDOS - SUPERVISOR MERGE OF A DUPLICATE       *
006630*                          REGISTRATION.  THE SOURCE PSEUDO'S    *
006640*                          COUNTS FOLD INTO THE TARGET           *
006650*                          (EARLIEST FIRST-SEEN, LATEST LAST-    *
006660*                          VISIT, COUNTS ADDED) AND THE SOURCE   *
006670*                          RECORD IS DELETED.                    *
006680******************************************************************
006690 6000-MERGE-TWO-PSEUDOS.
006700     PERFORM 7000-EDIT-MAINT-KEYS
006710         THRU 7000-EDIT-MAINT-KEYS-EXIT.
006720*
006730     MOVE WS-SOURCE-PSEUDO TO UM-PSEUDO.
006740     EXEC CICS READ
006750         FILE    ("USRMSTR")
006760         INTO    (UM-RECORD)
006770         RIDFLD  (UM-PSEUDO)
006780         RESP    (WS-CICS-RESP)
006790     END-EXEC.
006800     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006810         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
006820         PERFORM 8100-RE-SEND-SCREEN
006830             THRU 8100-RE-SEND-SCREEN-EXIT
006840     END-IF.
006850     MOVE UM-FIRST-SEEN-DATE TO WS-SRC-FIRST-SEEN.
006860     MOVE UM-VISIT-COUNT TO WS-SRC-VISIT-COUNT.
006870     MOVE UM-LAST-VISIT-DATE TO WS-SRC-LAST-VISIT.
006880     MOVE UM-LANG-CODE TO WS-SRC-LANG-CODE.
006890*
006900     MOVE WS-TARGET-PSEUDO TO UM-PSEUDO.
006910     EXEC CICS READ
006920         FILE    ("USRMSTR")
006930         INTO    (UM-RECORD)
006940         RIDFLD  (UM-PSEUDO)
006950         UPDATE
006960         RESP    (WS-CICS-RESP)
006970     END-EXEC.
006980     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006990         MOVE "TARGET PSEUDO NOT ON THE ROSTER - USE RENAME."
007000             TO WS-MSG-TEXT
007010         PERFORM 8100-RE-SEND-SCREEN
007020             THRU 8100-RE-SEND-SCREEN-EXIT
007030     END-IF.
007040*
007050     ADD WS-SRC-VISIT-COUNT TO UM-VISIT-COUNT.
007060     IF WS-SRC-FIRST-SEEN < UM-FIRST-SEEN-DATE
007070         MOVE WS-SRC-FIRST-SEEN TO UM-FIRST-SEEN-DATE
007080     END-IF.
007090     IF WS-SRC-LAST-VISIT > UM-LAST-VISIT-DATE
007100         MOVE WS-SRC-LAST-VISIT TO UM-LAST-VISIT-DATE
007110     END-IF.
007120     IF UM-LANG-CODE = SPACES
007130         MOVE WS-SRC-LANG-CODE TO UM-LANG-CODE
007140     END-IF.
007150     EXEC CICS REWRITE
007160         FILE    ("USRMSTR")
007170         FROM    (UM-RECORD)
007180         RESP    (WS-CICS-RESP)
007190     END-EXEC.
007200     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
007210         MOVE "ROSTER REWRITE FAILED - NOTHING MERGED."
007220             TO WS-MSG-TEXT
007230         PERFORM 8100-RE-SEND-SCREEN
007240             THRU 8100-RE-SEND-SCREEN-EXIT
007250     END-IF.
007260*
007270     PERFORM 7500-DELETE-SOURCE-RECORD
007280         THRU 7500-DELETE-SOURCE-RECORD-EXIT.
007290     PERFORM 7600-WRITE-MAINT-TRAIL
007300         THRU 7600-WRITE-MAINT-TRAIL-EXIT.
007310*
007320     MOVE SPACES TO COBILM2O.
007330     MOVE SPACES TO WS-MSG-TEXT.
007340     STRING "MERGED " DELIMITED BY SIZE
007350             WS-SOURCE-PSEUDO DELIMITED BY SPACE
007360             " INTO " DELIMITED BY SIZE
007370             WS-TARGET-PSEUDO DELIMITED BY SPACE
007380             "." DELIMITED BY SIZE
007390             INTO WS-MSG-TEXT.
007400     PERFORM 8100-RE-SEND-SCREEN
007410         THRU 8100-RE-SEND-SCREEN-EXIT.
007420 6000-MERGE-TWO-PSEUDOS-EXIT.
007430     EXIT.
007440*
007450******************************************************************
007460* 7000-EDIT-MAINT-KEYS - BOTH MAINTENANCE ACTIONS NEED A SOURCE  *
007470*                        PSEUDO AND A DISTINCT NEW/TARGET        *
007480*                        PSEUDO THAT PASSES THE NAMING STANDARD. *
007490******************************************************************
007500 7000-EDIT-MAINT-KEYS.
007510     IF WS-SOURCE-PSEUDO = SPACES
007520        OR WS-TARGET-PSEUDO = SPACES
007530         MOVE "KEY BOTH PSEUDO AND NEW/TARGET PSEUDO."
007540             TO WS-MSG-TEXT
007550         PERFORM 8100-RE-SEND-SCREEN
007560             THRU 8100-RE-SEND-SCREEN-EXIT
007570     END-IF.
007580     IF WS-TARGET-PSEUDO = WS-SOURCE-PSEUDO
007590         MOVE "NEW/TARGET PSEUDO IS THE SAME AS PSEUDO."
007600             TO WS-MSG-TEXT
007610         PERFORM 8100-RE-SEND-SCREEN
007620             THRU 8100-RE-SEND-SCREEN-EXIT
007630     END-IF.
007640     MOVE WS-TARGET-PSEUDO TO WS-NAME.
007650     MOVE "Y" TO WS-PSEUDO-VALID-SW.
007660     PERFORM 3200-CHECK-NAMING-STANDARD
007670         THRU 3200-CHECK-NAMING-STANDARD-EXIT.
007680     IF WS-PSEUDO-INVALID
007690         MOVE "NEW/TARGET PSEUDO FAILS THE NAMING STANDARD."
007700             TO WS-MSG-TEXT
007710         PERFORM 8100-RE-SEND-SCREEN
007720             THRU 8100-RE-SEND-SCREEN-EXIT
007730     END-IF.
007740     MOVE "Y" TO WS-PSEUDO-VALID-SW.
007750     PERFORM 3500-CHECK-BLOCKLIST
007760         THRU 3500-CHECK-BLOCKLIST-EXIT.
007770     IF WS-PSEUDO-INVALID
007780         MOVE "NEW/TARGET PSEUDO IS RESERVED OR BLOCKED."
007790             TO WS-MSG-TEXT
007800         PERFORM 8100-RE-SEND-SCREEN
007810             THRU 8100-RE-SEND-SCREEN-EXIT
007820     END-IF.
007830 7000-EDIT-MAINT-KEYS-EXIT.
007840     EXIT.
007850*
007860******************************************************************
007870* 3200-CHECK-NAMING-STANDARD / 3300-CHECK-ONE-CHARACTER - THE    *
007880*                              NEW/TARGET PSEUDO MUST MEET THE   *
007890*                              SAME NAMING STANDARD EVERY OTHER  *
007900*                              FRONT END ENFORCES.  SHARED VIA   *
007910*                              NAMECHK.CPY.                      *
007920******************************************************************
007930     COPY NAMECHK.
007940*
007950 3400-NAMING-ERROR.
007960     MOVE "N" TO WS-PSEUDO-VALID-SW.
007970 3400-NAMING-ERROR-EXIT.
007980     EXIT.
007990*
008000******************************************************************
008010* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - THE        *
008020*                        NEW/TARGET PSEUDO MUST NOT BE ON THE    *
008030*                        RESERVED/BLOCKED LIST, SO SUPPORT       *
008040*                        CANNOT MOVE HISTORY UNDER A RESERVED    *
008050*                        NAME.  SHARED VIA BLCKCHK.CPY.          *
008060******************************************************************
008070     COPY BLCKCHK.
008080*
008090 3600-BLOCKED-ERROR.
008100     MOVE "N" TO WS-PSEUDO-VALID-SW.
008110 3600-BLOCKED-ERROR-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150* 7500-DELETE-SOURCE-RECORD - REMOVE THE SOURCE PSEUDO'S RECORD  *
008160*                             AFTER A RENAME OR MERGE.           *
008170******************************************************************
008180 7500-DELETE-SOURCE-RECORD.
008190     MOVE WS-SOURCE-PSEUDO TO WS-NAME.
008200     EXEC CICS DELETE
008210         FILE    ("USRMSTR")
008220         RIDFLD  (WS-NAME)
008230         RESP    (WS-CICS-RESP)
008240     END-EXEC.
008250     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
008260         MOVE "SOURCE DELETE FAILED - CHECK THE ROSTER."
008270             TO WS-MSG-TEXT
008280         PERFORM 8100-RE-SEND-SCREEN
008290             THRU 8100-RE-SEND-SCREEN-EXIT
008300     END-IF.
008310 7500-DELETE-SOURCE-RECORD-EXIT.
008320     EXIT.
008330*
008340******************************************************************
008350* 7600-WRITE-MAINT-TRAIL - THE ACCESS-LOG ENTRY FIRST, SO THE    *
008360*                          CHANGE IS ON THE SUPPORT-DESK LOG     *
008370*                          WHATEVER ELSE FAILS; THEN THE JOURNAL *
008380*                          RECORD (OLD/NEW PSEUDO AND OPERATOR)  *
008390*                          TO THE MJRN QUEUE FOR THE NIGHTLY     *
008400*                          AUDIT SCRUB, AND A TIMESTAMPED        *
008410*                          "*MAINT*" MARKER ON THE AUDT QUEUE AS *
008420*                          THE ON-LOG TRAIL (THE RECONCILIATION  *
008430*                          RUN SKIPS MARKER RECORDS).  EVERY     *
008440*                          WRITE IS TRIED; THE FIRST FAILURE -   *
008450*                          JOURNAL, AUDIT, ACCESS LOG, THEN      *
008460*                          AUDIT SEQUENCE - ENDS THE             *
008470*                          CONVERSATION ON ITS OWN MESSAGE.  THE *
008480*                          ACTION ITSELF STANDS, BUT SUPPORT     *
008490*                          MUST NOTE IT.                         *
008500******************************************************************
008510 7600-WRITE-MAINT-TRAIL.
008520     MOVE "CBLM" TO AL-TRANSID.
008530     MOVE WS-ACTION-CODE TO AL-ACTION.
008540     MOVE WS-SOURCE-PSEUDO TO AL-PSEUDO.
008550     MOVE WS-TARGET-PSEUDO TO AL-OTHER-PSEUDO.
008560     MOVE "D" TO AL-OUTCOME.
008570     PERFORM 6600-WRITE-ACCESS-LOG
008580         THRU 6600-WRITE-ACCESS-LOG-EXIT.
008590     MOVE WS-CICS-RESP TO WS-ACC-RESP.
008600*
008610     MOVE WS-SOURCE-PSEUDO TO MJ-OLD-PSEUDO.
008620     MOVE WS-TARGET-PSEUDO TO MJ-NEW-PSEUDO.
008630     MOVE WS-ACTION-CODE TO MJ-ACTION.
008640     MOVE WS-CURRENT-DATE TO MJ-RUN-DATE.
008650     COMPUTE MJ-RUN-TIME = WS-TIME-HHMMSS * 100.
008660     MOVE WS-OPERATOR-ID TO MJ-OPERATOR-ID.
008670     EXEC CICS WRITEQ TD
008680         QUEUE  ("MJRN")
008690         FROM   (MJ-RECORD)
008700         LENGTH (LENGTH OF MJ-RECORD)
008710         RESP   (WS-MJR-RESP)
008720     END-EXEC.
008730*
008740     MOVE WS-MAINT-MARKER TO AUD-PSEUDO.
008750     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
008760     COMPUTE AUD-RUN-TIME = WS-TIME-HHMMSS * 100.
008770     MOVE "O" TO AUD-CHANNEL.
008780     MOVE SPACES TO AUD-LANG-CODE.
008790     PERFORM 6700-WRITE-SEQUENCED-AUDIT
008800         THRU 6700-WRITE-SEQUENCED-AUDIT-EXIT.
008810*
008820     IF WS-MJR-RESP NOT = DFHRESP(NORMAL)
008830         MOVE SPACES TO COBILM2O
008840         MOVE "ACTION DONE BUT JOURNAL FAILED - NOTE IT."
008850             TO WS-MSG-TEXT
008860         PERFORM 8100-RE-SEND-SCREEN
008870             THRU 8100-RE-SEND-SCREEN-EXIT
008880     END-IF.
008890     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
008900         MOVE SPACES TO COBILM2O
008910         MOVE "ACTION DONE BUT AUDIT TRAIL FAILED - NOTE IT."
008920             TO WS-MSG-TEXT
008930         PERFORM 8100-RE-SEND-SCREEN
008940             THRU 8100-RE-SEND-SCREEN-EXIT
008950     END-IF.
008960     IF WS-ACC-RESP NOT = DFHRESP(NORMAL)
008970         MOVE SPACES TO COBILM2O
008980         MOVE "ACTION DONE BUT ACCESS LOG FAILED - NOTE IT."
008990             TO WS-MSG-TEXT
009000         PERFORM 8100-RE-SEND-SCREEN
009010             THRU 8100-RE-SEND-SCREEN-EXIT
009020     END-IF.
009030*
009040*    THE MARKER IS ON THE LOG, BUT THE SEQUENCE CONTROL RECORD
009050*    COULD NOT BE READ OR ADVANCED - ITS NUMBER IS ZERO OR MAY
009060*    BE ISSUED AGAIN, AND UserSeq WILL LIST IT.
009070     IF WS-ASQ-RESP NOT = DFHRESP(NORMAL)
009080         MOVE SPACES TO COBILM2O
009090         MOVE "ACTION DONE BUT AUDIT SEQUENCE FAILED - NOTE IT."
009100             TO WS-MSG-TEXT
009110         PERFORM 8100-RE-SEND-SCREEN
009120             THRU 8100-RE-SEND-SCREEN-EXIT
009130     END-IF.
009140 7600-WRITE-MAINT-TRAIL-EXIT.
009150     EXIT.
009160*
009170******************************************************************
009180* 6600-WRITE-ACCESS-LOG - ONE SUPPORT-DESK ACCESS-LOG RECORD.    *
009190*                         SHARED VIA ACCSPUT.CPY.                *
009200******************************************************************
009210     COPY ACCSPUT.
009220*
009230******************************************************************
009240* 6700-WRITE-SEQUENCED-AUDIT - STAMP THE NEXT ONLINE AUDIT       *
009250*                              SEQUENCE NUMBER AND PUT THE       *
009260*                              RECORD ON AUDT.  SHARED VIA       *
009270*                              AUDSQONL.CPY.                     *
009280******************************************************************
009290     COPY AUDSQONL.
009300*
009310******************************************************************
009320* 8100-RE-SEND-SCREEN - RE-DISPLAY THE MAP WITH THE CURRENT      *
009330*                       MESSAGE AND STAY IN THE CONVERSATION.    *
009340*                       ENDS THIS INVOCATION - CONTROL RETURNS   *
009350*                       TO CICS, NOT TO THE PERFORMING           *
009360*                       PARAGRAPH.                               *
009370******************************************************************
009380 8100-RE-SEND-SCREEN.
009390     MOVE WS-MSG-TEXT TO MSGO.
009400     MOVE WS-OPERATOR-DISPLAY TO OPIDO.
009410     EXEC CICS SEND MAP ("COBILM2")
009420         MAPSET  ("COBILMNT")
009430         FROM    (COBILM2O)
009440         DATAONLY
009450         FREEKB
009460     END-EXEC.
009470     EXEC CICS RETURN
009480         TRANSID  ("CBLM")
009490         COMMAREA (DFHCOMMAREA)
009500         LENGTH   (LENGTH OF DFHCOMMAREA)
009510     END-EXEC.
009520 8100-RE-SEND-SCREEN-EXIT.
009530     EXIT.
009540*
009550******************************************************************
009560* 9000-CANCEL - PF3, PF12 OR CLEAR WAS PRESSED.  END THE         *
009570*                CONVERSATION WITHOUT TOUCHING THE ROSTER OR     *
009580*                THE AUDIT LOG.                                  *
009590******************************************************************
009600 9000-CANCEL.
009610     MOVE SPACES TO COBILM2O.
009620     MOVE WS-OPERATOR-DISPLAY TO OPIDO.
009630     MOVE "TRANSACTION ANNULEE / TRANSACTION CANCELLED."
009640         TO MSGO.
009650     EXEC CICS SEND MAP ("COBILM2")
009660         MAPSET  ("COBILMNT")
009670         FROM    (COBILM2O)
009680         DATAONLY
009690         FREEKB
009700     END-EXEC.
009710     EXEC CICS RETURN
009720     END-EXEC.
009730 9000-CANCEL-EXIT.
009740     EXIT.
