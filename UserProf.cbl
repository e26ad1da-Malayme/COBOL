000300*                                                                *
000310*    A FULL PRIVACY DELETION GOES THROUGH THE UserDel RUN,       *
000320*    WHICH TAKES THE PROFILE RECORD WITH THE ROSTER RECORD.      *
000330*    THE SIGNED-ON CICS USER MUST BE ON THE SUPPORT OPERATOR     *
000340*    TABLE (OPERATOR.CPY): ANY LEVEL MAY INQUIRE, U AND D NEED   *
000350*    PROFILE UPDATE AUTHORITY OR ABOVE.  A CHANGED PROFILE IS    *
000360*    STAMPED WITH THE OPERATOR AND DATE, AND EVERY INQUIRY,      *
000370*    CHANGE AND REFUSED ATTEMPT GOES ON THE SUPPORT-DESK ACCESS  *
000380*    LOG (ACCESSLG.CPY); A PROFILE THAT CANNOT BE LOGGED IS NOT  *
000390*    SHOWN.                                                      *
000400*    PF3 AND PF12 (AND CLEAR) CANCEL AT ANY POINT.               *
000410*                                                                *
000420*    MODIFICATION HISTORY                                       *
000430*    DATE       INIT  DESCRIPTION                                *
000440*    2026-09-02  ML   ORIGINAL VERSION.                          *
000450*    2026-10-15  ML   OPERATOR TABLE AUTHORITY CHECK, OPERATOR   *
000460*                     AND DATE STAMPED ON EACH CHANGE, AND THE   *
000470*                     SUPPORT-DESK ACCESS LOG.                   *
000480*    2026-10-15  ML   CLEAR THE PROFILE RECORD BEFORE EACH READ  *
000490*                     AND SHOW "CHANGED ... BY" ONLY WHEN THE    *
000500*                     RECORD CARRIES AN UPDATE DATE - PROFILES   *
000510*                     NEVER CHANGED SINCE THE STAMP WAS ADDED    *
000520*                     SHOWED ZEROS OR LEFTOVER DATA.             *
000530*                                                                *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.    IBM-370.
000580 OBJECT-COMPUTER.    IBM-370.
000590*
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620 01  WS-ACTION-CODE                  PIC X(01).
000630     88  WS-ACTION-INQUIRE               VALUE "I".
000640     88  WS-ACTION-UPDATE                VALUE "U".
000650     88  WS-ACTION-DELETE                VALUE "D".
000660*
000670 01  WS-NAME                         PIC X(12).
000680 01  WS-ADDRESS                      PIC X(40).
000690 01  WS-CONSENT-FLAG                 PIC X(01).
000700     88  WS-CONSENT-YES                  VALUE "Y".
000710     88  WS-CONSENT-NO                   VALUE "N".
000720*
000730 01  WS-MSG-TEXT                     PIC X(70).
000740 01  WS-OPERATOR-ID                  PIC X(08).
000750*
000760 01  WS-CURRENT-DATE-FIELDS.
000770     05  WS-CURRENT-DATE             PIC 9(08).
000780 01  WS-ABSTIME                      PIC S9(15) COMP-3.
000790 01  WS-TIME-HHMMSS                  PIC 9(06).
000800*
000810 01  WS-CICS-RESP                    PIC S9(08) COMP.
000820*
000830 COPY PROFILE.
000840*
000850 COPY OPERATOR.
000860*
000870 COPY ACCESSLG.
000880*
000890 COPY COBILPRF.
000900*
000910 LINKAGE SECTION.
000920 01  DFHCOMMAREA.
000930     05  CA-SCREEN-SENT-SW           PIC X(01).
000940*
000950 PROCEDURE DIVISION.
000960*
000970 0000-MAINLINE.
000980     EXEC CICS HANDLE CONDITION
000990         MAPFAIL (8000-SEND-INITIAL-SCREEN)
001000     END-EXEC.
001010     EXEC CICS HANDLE AID
001020         PF3   (9000-CANCEL)
001030         PF12  (9000-CANCEL)
001040         CLEAR (9000-CANCEL)
001050     END-EXEC.
001060*
001070     IF EIBCALEN = 0
001080         PERFORM 1000-INITIALIZE
001090             THRU 1000-INITIALIZE-EXIT
001100         PERFORM 8000-SEND-INITIAL-SCREEN
001110             THRU 8000-SEND-INITIAL-SCREEN-EXIT
001120     ELSE
001130         PERFORM 1000-INITIALIZE
001140             THRU 1000-INITIALIZE-EXIT
001150         PERFORM 2000-RECEIVE-AND-PROCESS
001160             THRU 2000-RECEIVE-AND-PROCESS-EXIT
001170     END-IF.
001180 0000-MAINLINE-EXIT.
001190     GOBACK.
001200*
001210******************************************************************
001220* 1000-INITIALIZE - CAPTURE TODAY'S DATE FOR THE CONSENT STAMP   *
001230*                   AND LOOK THE SIGNED-ON USER UP ON THE        *
001240*                   SUPPORT OPERATOR TABLE.                      *
001250******************************************************************
001260 1000-INITIALIZE.
001270     EXEC CICS ASKTIME
001280         ABSTIME (WS-ABSTIME)
001290     END-EXEC.
001300     EXEC CICS FORMATTIME
001310         ABSTIME  (WS-ABSTIME)
001320         YYYYMMDD (WS-CURRENT-DATE)
001330         TIME     (WS-TIME-HHMMSS)
001340     END-EXEC.
001350     PERFORM 1700-IDENTIFY-OPERATOR
001360         THRU 1700-IDENTIFY-OPERATOR-EXIT.
001370 1000-INITIALIZE-EXIT.
001380     EXIT.
001390*
001400******************************************************************
001410* 1700-IDENTIFY-OPERATOR - WHO IS SIGNED ON, AND AT WHAT         *
001420*                          AUTHORITY.  SHARED VIA OPERCHK.CPY.   *
001430******************************************************************
001440     COPY OPERCHK.
001450*
001460******************************************************************
001470* 8000-SEND-INITIAL-SCREEN - PUT UP A BLANK COBILM4 MAP AND      *
001480*                            WAIT FOR THE OPERATOR'S FIRST       *
001490*                            ENTER.  FIRES ON MAPFAIL TOO.       *
001500******************************************************************
001510 8000-SEND-INITIAL-SCREEN.
001520     MOVE SPACES TO COBILM4O.
001530     EXEC CICS SEND MAP ("COBILM4")
001540         MAPSET ("COBILPRF")
001550         FROM   (COBILM4O)
001560         ERASE
001570         FREEKB
001580     END-EXEC.
001590     MOVE "Y" TO CA-SCREEN-SENT-SW.
001600     EXEC CICS RETURN
001610         TRANSID  ("CBLP")
001620         COMMAREA (DFHCOMMAREA)
001630         LENGTH   (LENGTH OF DFHCOMMAREA)
001640     END-EXEC.
001650 8000-SEND-INITIAL-SCREEN-EXIT.
001660     EXIT.
001670*
001680******************************************************************
001690* 2000-RECEIVE-AND-PROCESS - READ BACK THE OPERATOR'S ENTRY AND  *
001700*                            ROUTE ON THE ACTION CODE.  ANY      *
001710*                            FAILURE RE-SENDS THE SCREEN WITH    *
001720*                            AN ERROR MESSAGE AND STAYS IN THE   *
001730*                            CONVERSATION.                       *
001740******************************************************************
001750 2000-RECEIVE-AND-PROCESS.
001760     EXEC CICS RECEIVE MAP ("COBILM4")
001770         MAPSET ("COBILPRF")
001780         INTO   (COBILM4I)
001790     END-EXEC.
001800*
001810     MOVE SPACES TO WS-ACTION-CODE.
001820     IF ACTL > 0
001830         MOVE ACTI TO WS-ACTION-CODE
001840     END-IF.
001850     MOVE SPACES TO WS-NAME.
001860     IF PSEUDOL > 0
001870         MOVE PSEUDOI TO WS-NAME
001880     END-IF.
001890     MOVE SPACES TO WS-ADDRESS.
001900     IF ADDRL > 0
001910         MOVE ADDRI TO WS-ADDRESS
001920     END-IF.
001930     MOVE SPACES TO WS-CONSENT-FLAG.
001940     IF CONSL > 0
001950         MOVE CONSI TO WS-CONSENT-FLAG
001960     END-IF.
001970*
001980     IF WS-NAME = SPACES
001990         MOVE "KEY A PSEUDO." TO WS-MSG-TEXT
002000         PERFORM 8100-RE-SEND-SCREEN
002010             THRU 8100-RE-SEND-SCREEN-EXIT
002020     END-IF.
002030*
002040     IF NOT OP-CAN-INQUIRE
002050         MOVE "NOT A REGISTERED SUPPORT OPERATOR - REFUSED."
002060             TO WS-MSG-TEXT
002070         PERFORM 2900-REFUSE-ACTION
002080             THRU 2900-REFUSE-ACTION-EXIT
002090     END-IF.
002100     IF (WS-ACTION-UPDATE OR WS-ACTION-DELETE)
002110         AND NOT OP-CAN-UPDATE
002120         MOVE "PROFILE UPDATE AUTHORITY REQUIRED."
002130             TO WS-MSG-TEXT
002140         PERFORM 2900-REFUSE-ACTION
002150             THRU 2900-REFUSE-ACTION-EXIT
002160     END-IF.
002170*
002180     IF WS-ACTION-INQUIRE
002190         PERFORM 3000-INQUIRE-ONE-PROFILE
002200             THRU 3000-INQUIRE-ONE-PROFILE-EXIT
002210         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
002220     END-IF.
002230     IF WS-ACTION-UPDATE
002240         PERFORM 4000-UPDATE-ONE-PROFILE
002250             THRU 4000-UPDATE-ONE-PROFILE-EXIT
002260         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
002270     END-IF.
002280     IF WS-ACTION-DELETE
002290         PERFORM 5000-DELETE-ONE-PROFILE
002300             THRU 5000-DELETE-ONE-PROFILE-EXIT
002310         GO TO 2000-RECEIVE-AND-PROCESS-EXIT
002320     END-IF.
002330*
002340     MOVE "ACTION MUST BE I, U OR D." TO WS-MSG-TEXT.
002350     PERFORM 8100-RE-SEND-SCREEN
002360         THRU 8100-RE-SEND-SCREEN-EXIT.
002370 2000-RECEIVE-AND-PROCESS-EXIT.
002380     EXIT.
002390*
002400******************************************************************
002410* 2900-REFUSE-ACTION - THE OPERATOR'S TABLE ENTRY DOES NOT COVER *
002420*                      THE ACTION KEYED (OR THERE IS NO ENTRY).  *
002430*                      THE ATTEMPT IS LOGGED AS REFUSED AND THE  *
002440*                      SCREEN COMES BACK WITH WS-MSG-TEXT.       *
002450******************************************************************
002460 2900-REFUSE-ACTION.
002470     MOVE "CBLP" TO AL-TRANSID.
002480     MOVE WS-ACTION-CODE TO AL-ACTION.
002490     MOVE WS-NAME TO AL-PSEUDO.
002500     MOVE SPACES TO AL-OTHER-PSEUDO.
002510     MOVE "R" TO AL-OUTCOME.
002520     PERFORM 6600-WRITE-ACCESS-LOG
002530         THRU 6600-WRITE-ACCESS-LOG-EXIT.
002540     PERFORM 8100-RE-SEND-SCREEN
002550         THRU 8100-RE-SEND-SCREEN-EXIT.
002560 2900-REFUSE-ACTION-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600* 3000-INQUIRE-ONE-PROFILE - SHOW THE PROFILE FOR THE KEYED      *
002610*                            PSEUDO, ONCE THE LOOK-UP IS ON THE  *
002620*                            ACCESS LOG.                         *
002630******************************************************************
002640 3000-INQUIRE-ONE-PROFILE.
002650     MOVE "CBLP" TO AL-TRANSID.
002660     MOVE WS-ACTION-CODE TO AL-ACTION.
002670     MOVE WS-NAME TO AL-PSEUDO.
002680     MOVE SPACES TO AL-OTHER-PSEUDO.
002690     MOVE "D" TO AL-OUTCOME.
002700     PERFORM 6600-WRITE-ACCESS-LOG
002710         THRU 6600-WRITE-ACCESS-LOG-EXIT.
002720     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002730         MOVE "ACCESS LOG UNAVAILABLE - INQUIRY NOT SHOWN."
002740             TO WS-MSG-TEXT
002750         PERFORM 8100-RE-SEND-SCREEN
002760             THRU 8100-RE-SEND-SCREEN-EXIT
002770     END-IF.
002780*    A RECORD WRITTEN BEFORE THE UPDATE STAMP WAS ADDED IS SHORT;
002790*    CLEARING FIRST LEAVES ITS STAMP FIELDS SPACES, NOT THE LAST
002800*    PROFILE READ.
002810     MOVE SPACES TO PF-RECORD.
002820     MOVE WS-NAME TO PF-PSEUDO.
002830     EXEC CICS READ
002840         FILE    ("PROFILE")
002850         INTO    (PF-RECORD)
002860         RIDFLD  (PF-PSEUDO)
002870         RESP    (WS-CICS-RESP)
002880     END-EXEC.
002890     IF WS-CICS-RESP = DFHRESP(NOTFND)
002900         MOVE "NO PROFILE ON FILE FOR THAT PSEUDO."
002910             TO WS-MSG-TEXT
002920         PERFORM 8100-RE-SEND-SCREEN
002930             THRU 8100-RE-SEND-SCREEN-EXIT
002940     END-IF.
002950     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
002960         MOVE "PROFILE READ FAILED - TRY AGAIN LATER."
002970             TO WS-MSG-TEXT
002980         PERFORM 8100-RE-SEND-SCREEN
002990             THRU 8100-RE-SEND-SCREEN-EXIT
003000     END-IF.
003010*
003020     MOVE SPACES TO COBILM4O.
003030     MOVE WS-ACTION-CODE TO ACTO.
003040     MOVE PF-PSEUDO TO PSEUDOO.
003050     MOVE PF-CONTACT-ADDRESS TO ADDRO.
003060     MOVE PF-CONSENT-FLAG TO CONSO.
003070     STRING "PSEUDO. . . . . . : " DELIMITED BY SIZE
003080             PF-PSEUDO           DELIMITED BY SIZE
003090             INTO DLO(1).
003100     MOVE SPACES TO WS-MSG-TEXT.
003110     STRING "ADDRESS . . . . . : " DELIMITED BY SIZE
003120             PF-CONTACT-ADDRESS  DELIMITED BY SIZE
003130             INTO WS-MSG-TEXT.
003140     MOVE WS-MSG-TEXT(1:60) TO DLO(2).
003150     MOVE SPACES TO WS-MSG-TEXT.
003160     STRING "CONSENT . . . . . : " DELIMITED BY SIZE
003170             PF-CONSENT-FLAG     DELIMITED BY SIZE
003180             INTO WS-MSG-TEXT.
003190     MOVE WS-MSG-TEXT(1:60) TO DLO(3).
003200     MOVE SPACES TO WS-MSG-TEXT.
003210     STRING "CONSENT DATE. . . : " DELIMITED BY SIZE
003220             PF-CONSENT-DATE     DELIMITED BY SIZE
003230             INTO WS-MSG-TEXT.
003240     IF PF-UPDATE-DATE IS NUMERIC
003250        AND PF-UPDATE-DATE > ZERO
003260         MOVE "  CHANGED " TO WS-MSG-TEXT(29:10)
003270         MOVE PF-UPDATE-DATE TO WS-MSG-TEXT(39:8)
003280         MOVE " BY " TO WS-MSG-TEXT(47:4)
003290         MOVE PF-UPDATE-OPERATOR TO WS-MSG-TEXT(51:8)
003300     END-IF.
003310     MOVE WS-MSG-TEXT(1:60) TO DLO(4).
003320     MOVE "PROFILE DISPLAYED." TO WS-MSG-TEXT.
003330     PERFORM 8100-RE-SEND-SCREEN
003340         THRU 8100-RE-SEND-SCREEN-EXIT.
003350 3000-INQUIRE-ONE-PROFILE-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390* 4000-UPDATE-ONE-PROFILE - ADD OR UPDATE THE PROFILE.  THE      *
003400*                           CONSENT DATE FOLLOWS THE FLAG: SET   *
003410*                           TO TODAY WHEN CONSENT IS FIRST       *
003420*                           GIVEN, KEPT WHILE IT STAYS Y, AND    *
003430*                           CLEARED THE MOMENT IT IS WITHDRAWN.  *
003440******************************************************************
003450 4000-UPDATE-ONE-PROFILE.
003460     IF WS-ADDRESS = SPACES
003470         MOVE "KEY A CONTACT ADDRESS." TO WS-MSG-TEXT
003480         PERFORM 8100-RE-SEND-SCREEN
003490             THRU 8100-RE-SEND-SCREEN-EXIT
003500     END-IF.
003510     IF NOT WS-CONSENT-YES AND NOT WS-CONSENT-NO
003520         MOVE "CONSENT MUST BE Y OR N." TO WS-MSG-TEXT
003530         PERFORM 8100-RE-SEND-SCREEN
003540             THRU 8100-RE-SEND-SCREEN-EXIT
003550     END-IF.
003560*
003570     MOVE SPACES TO PF-RECORD.
003580     MOVE WS-NAME TO PF-PSEUDO.
003590     EXEC CICS READ
003600         FILE    ("PROFILE")
003610         INTO    (PF-RECORD)
003620         RIDFLD  (PF-PSEUDO)
003630         UPDATE
003640         RESP    (WS-CICS-RESP)
003650     END-EXEC.
003660     IF WS-CICS-RESP = DFHRESP(NORMAL)
003670         PERFORM 4100-REWRITE-PROFILE
003680             THRU 4100-REWRITE-PROFILE-EXIT
003690         GO TO 4000-UPDATE-ONE-PROFILE-EXIT
003700     END-IF.
003710     IF WS-CICS-RESP = DFHRESP(NOTFND)
003720         PERFORM 4200-WRITE-NEW-PROFILE
003730             THRU 4200-WRITE-NEW-PROFILE-EXIT
003740         GO TO 4000-UPDATE-ONE-PROFILE-EXIT
003750     END-IF.
003760     MOVE "PROFILE READ FAILED - TRY AGAIN LATER."
003770         TO WS-MSG-TEXT.
003780     PERFORM 8100-RE-SEND-SCREEN
003790         THRU 8100-RE-SEND-SCREEN-EXIT.
003800 4000-UPDATE-ONE-PROFILE-EXIT.
003810     EXIT.
003820*
003830 4100-REWRITE-PROFILE.
003840     MOVE WS-ADDRESS TO PF-CONTACT-ADDRESS.
003850     IF WS-CONSENT-YES
003860         IF NOT PF-CONSENT-GIVEN
003870             MOVE WS-CURRENT-DATE TO PF-CONSENT-DATE
003880         END-IF
003890     ELSE
003900         MOVE ZERO TO PF-CONSENT-DATE
003910     END-IF.
003920     MOVE WS-CONSENT-FLAG TO PF-CONSENT-FLAG.
003930     MOVE WS-OPERATOR-ID TO PF-UPDATE-OPERATOR.
003940     MOVE WS-CURRENT-DATE TO PF-UPDATE-DATE.
003950     EXEC CICS REWRITE
003960         FILE    ("PROFILE")
003970         FROM    (PF-RECORD)
003980         RESP    (WS-CICS-RESP)
003990     END-EXEC.
004000     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004010         MOVE "PROFILE REWRITE FAILED - TRY AGAIN LATER."
004020             TO WS-MSG-TEXT
004030         PERFORM 8100-RE-SEND-SCREEN
004040             THRU 8100-RE-SEND-SCREEN-EXIT
004050     END-IF.
004060     PERFORM 6700-LOG-PROFILE-CHANGE
004070         THRU 6700-LOG-PROFILE-CHANGE-EXIT.
004080     MOVE "PROFILE UPDATED." TO WS-MSG-TEXT.
004090     PERFORM 8100-RE-SEND-SCREEN
004100         THRU 8100-RE-SEND-SCREEN-EXIT.
004110 4100-REWRITE-PROFILE-EXIT.
004120     EXIT.
004130*
004140 4200-WRITE-NEW-PROFILE.
004150     MOVE WS-NAME TO PF-PSEUDO.
004160     MOVE WS-ADDRESS TO PF-CONTACT-ADDRESS.
004170     MOVE WS-CONSENT-FLAG TO PF-CONSENT-FLAG.
004180     IF WS-CONSENT-YES
004190         MOVE WS-CURRENT-DATE TO PF-CONSENT-DATE
004200     ELSE
004210         MOVE ZERO TO PF-CONSENT-DATE
004220     END-IF.
004230     MOVE WS-OPERATOR-ID TO PF-UPDATE-OPERATOR.
004240     MOVE WS-CURRENT-DATE TO PF-UPDATE-DATE.
004250     EXEC CICS WRITE
004260         FILE    ("PROFILE")
004270         FROM    (PF-RECORD)
004280         RIDFLD  (PF-PSEUDO)
004290         RESP    (WS-CICS-RESP)
004300     END-EXEC.
004310     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004320         MOVE "PROFILE WRITE FAILED - TRY AGAIN LATER."
004330             TO WS-MSG-TEXT
004340         PERFORM 8100-RE-SEND-SCREEN
004350             THRU 8100-RE-SEND-SCREEN-EXIT
004360     END-IF.
004370     PERFORM 6700-LOG-PROFILE-CHANGE
004380         THRU 6700-LOG-PROFILE-CHANGE-EXIT.
004390     MOVE "PROFILE ADDED." TO WS-MSG-TEXT.
004400     PERFORM 8100-RE-SEND-SCREEN
004410         THRU 8100-RE-SEND-SCREEN-EXIT.
004420 4200-WRITE-NEW-PROFILE-EXIT.
004430     EXIT.
004440*
004450******************************************************************
004460* 5000-DELETE-ONE-PROFILE - TAKE THE PROFILE OFF THE FILE.       *
004470******************************************************************
004480 5000-DELETE-ONE-PROFILE.
004490     MOVE WS-NAME TO PF-PSEUDO.
004500     EXEC CICS DELETE
004510         FILE    ("PROFILE")
004520         RIDFLD  (PF-PSEUDO)
004530         RESP    (WS-CICS-RESP)
004540     END-EXEC.
004550     IF WS-CICS-RESP = DFHRESP(NOTFND)
004560         MOVE "NO PROFILE ON FILE FOR THAT PSEUDO."
004570             TO WS-MSG-TEXT
004580         PERFORM 8100-RE-SEND-SCREEN
004590             THRU 8100-RE-SEND-SCREEN-EXIT
004600     END-IF.
004610     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004620         MOVE "PROFILE DELETE FAILED - TRY AGAIN LATER."
004630             TO WS-MSG-TEXT
004640         PERFORM 8100-RE-SEND-SCREEN
004650             THRU 8100-RE-SEND-SCREEN-EXIT
004660     END-IF.
004670     PERFORM 6700-LOG-PROFILE-CHANGE
004680         THRU 6700-LOG-PROFILE-CHANGE-EXIT.
004690     MOVE "PROFILE DELETED." TO WS-MSG-TEXT.
004700     PERFORM 8100-RE-SEND-SCREEN
004710         THRU 8100-RE-SEND-SCREEN-EXIT.
004720 5000-DELETE-ONE-PROFILE-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760* 6600-WRITE-ACCESS-LOG - ONE SUPPORT-DESK ACCESS-LOG RECORD.    *
004770*                         SHARED VIA ACCSPUT.CPY.                *
004780******************************************************************
004790     COPY ACCSPUT.
004800*
004810******************************************************************
004820* 6700-LOG-PROFILE-CHANGE - ACCESS-LOG ENTRY FOR A PROFILE ADD,  *
004830*                           UPDATE OR DELETE THAT HAS GONE       *
004840*                           THROUGH.  THE CHANGE STANDS EVEN IF  *
004850*                           THE LOG WRITE FAILS, SO THE OPERATOR *
004860*                           IS TOLD TO NOTE IT.                  *
004870******************************************************************
004880 6700-LOG-PROFILE-CHANGE.
004890     MOVE "CBLP" TO AL-TRANSID.
004900     MOVE WS-ACTION-CODE TO AL-ACTION.
004910     MOVE WS-NAME TO AL-PSEUDO.
004920     MOVE SPACES TO AL-OTHER-PSEUDO.
004930     MOVE "D" TO AL-OUTCOME.
004940     PERFORM 6600-WRITE-ACCESS-LOG
004950         THRU 6600-WRITE-ACCESS-LOG-EXIT.
004960     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004970         MOVE "CHANGE MADE BUT ACCESS LOG FAILED - NOTE IT."
004980             TO WS-MSG-TEXT
004990         PERFORM 8100-RE-SEND-SCREEN
005000             THRU 8100-RE-SEND-SCREEN-EXIT
005010     END-IF.
005020 6700-LOG-PROFILE-CHANGE-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 8100-RE-SEND-SCREEN - RE-DISPLAY THE MAP WITH A MESSAGE AND    *
005070*                       STAY IN THE CONVERSATION FOR ANOTHER     *
005080*                       ATTEMPT.                                 *
005090******************************************************************
005100 8100-RE-SEND-SCREEN.
005110     MOVE WS-MSG-TEXT TO MSGO.
005120     EXEC CICS SEND MAP ("COBILM4")
005130         MAPSET  ("COBILPRF")
005140         FROM    (COBILM4O)
005150         DATAONLY
005160         FREEKB
005170     END-EXEC.
005180     EXEC CICS RETURN
005190         TRANSID  ("CBLP")
005200         COMMAREA (DFHCOMMAREA)
005210         LENGTH   (LENGTH OF DFHCOMMAREA)
005220     END-EXEC.
005230 8100-RE-SEND-SCREEN-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270* 9000-CANCEL - PF3, PF12 OR CLEAR WAS PRESSED.  END THE         *
005280*               TRANSACTION WITHOUT TOUCHING THE PROFILE FILE.   *
005290******************************************************************
005300 9000-CANCEL.
005310     MOVE SPACES TO COBILM4O.
005320     MOVE "TRANSACTION ANNULEE / TRANSACTION CANCELLED."
005330         TO MSGO.
005340     EXEC CICS SEND MAP ("COBILM4")
005350         MAPSET  ("COBILPRF")
005360         FROM    (COBILM4O)
005370         DATAONLY
005380         FREEKB
005390     END-EXEC.
005400     EXEC CICS RETURN
005410     END-EXEC.
005420 9000-CANCEL-EXIT.
005430     EXIT.
