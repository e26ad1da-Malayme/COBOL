000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserSts.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserSts                                                    *
000110*                                                                *
000120*    NIGHTLY STREAM STATUS INQUIRY FOR THE SUPPORT DESK.  A      *
000130*    CICS PSEUDO-CONVERSATIONAL TRANSACTION (CBLS, ALONGSIDE     *
000140*    CBLM AND CBLI) THAT PUTS UP THE COBILM5 MAP (MAPSET         *
000150*    COBILSTS - SEE bms/COBILSTS.bms) SO SUPPORT CAN ANSWER      *
000160*    "DID LAST NIGHT RUN, AND DID THE FEED LAND?" WITHOUT A      *
000170*    TICKET TO OPERATIONS.  EVERYTHING SHOWN COMES OFF THE       *
000180*    RUN-STATUS KSDS (RUNSTAT.CPY) THAT THE NIGHTLY UserRun      *
000190*    STEP REBUILDS AT THE END OF THE STREAM, READ BY EXACT KEY.  *
000200*                                                                *
000210*    THE STEPS VIEW SHOWS ONE NIGHT: EVERY EXPECTED STEP WITH    *
000220*    ITS START AND END TIMES, COUNTS, RETURN CODE AND WHETHER    *
000230*    IT ENDED, NEVER ENDED (ABENDED MID-STREAM) OR DID NOT RUN,  *
000240*    UNDER A ONE-LINE VERDICT FOR THE NIGHT.  THE SCREEN OPENS   *
000250*    ON THE NEWEST NIGHT; PF7 AND PF8 PAGE OLDER AND NEWER, OR   *
000260*    THE OPERATOR KEYS A NIGHT AND PRESSES ENTER.  PF5 FLIPS TO  *
000270*    THE FEED VIEW: THE LATEST UserBatch RUN-CONTROL TOTALS AND  *
000280*    THE NEWEST EXTRACT CUTS, EACH ACKNOWLEDGED, MISMATCHED OR   *
000290*    PENDING AS UserAck LEFT IT.  A CUT STILL PENDING WITH AN    *
000300*    EXTRACT DATE BEFORE THE LOAD'S BUSINESS DATE IS SHOWN       *
000310*    OVERDUE - UserAck HAS ALREADY HAD ITS CHANCE TO MATCH IT.   *
000320*    THE VIEW AND THE NIGHT SHOWN RIDE IN THE COMMAREA.          *
000330*                                                                *
000340*    THE STATUS FILE IS AT MOST ONE NIGHT BEHIND: A RERUN IN     *
000350*    THE DAY SHOWS AFTER TONIGHT'S LOAD.  WHILE THE LOAD RUNS    *
000360*    THE FILE IS CLOSED TO CICS AND THE SCREEN SAYS SO.          *
000370*                                                                *
000380*    THE SIGNED-ON CICS USER MUST BE ON THE SUPPORT OPERATOR     *
000390*    TABLE (OPERATOR.CPY) AT ANY LEVEL.  NO PSEUDO OR OTHER      *
000400*    PERSONAL DATA IS EVER SHOWN, SO NOTHING GOES ON THE         *
000410*    SUPPORT-DESK ACCESS LOG.                                    *
000420*                                                                *
000430*    PF3 AND PF12 (AND CLEAR) END THE TRANSACTION AT ANY         *
000440*    POINT.  NOTHING IS EVER UPDATED HERE - THE FILE IS READ     *
000450*    ONLY.                                                       *
000460*                                                                *
000470*    MODIFICATION HISTORY                                       *
000480*    DATE       INIT  DESCRIPTION                                *
000490*    2026-10-15  ML   ORIGINAL VERSION.                          *
000500*    2026-10-15  ML   STEPS VIEW RUNS TO THE STEPTBL COUNT, NOT  *
000510*                     A FIXED 15; STEPS BEYOND THE SCREEN ARE    *
000520*                     JUDGED AND FLAGGED.                        *
000530*    2026-10-15  ML   A PENDING CUT IS OVERDUE AGAINST THE       *
000540*                     BUSINESS DATE, AS IN UserAck, NOT THE      *
000550*                     CLOCK DATE OF THE LOAD.                    *
000560*                                                                *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.    IBM-370.
000610 OBJECT-COMPUTER.    IBM-370.
000620*
000630 DATA DIVISION.
000640 WORKING-STORAGE SECTION.
000650 77  WS-NIGHT-IDX                    PIC 9(02) COMP.
000660 77  WS-STEP-IDX                     PIC 9(02) COMP.
000670 77  WS-CUT-IDX                      PIC 9(02) COMP.
000680 77  WS-DL-IDX                       PIC 9(02) COMP.
000690 77  WS-LINE-COUNT                   PIC 9(02) COMP.
000700 77  WS-NOT-ENDED-COUNT              PIC 9(02) COMP.
000710 77  WS-HIGH-RC                      PIC 9(02).
000720 77  WS-COUNT-EDIT                   PIC Z9.
000730*
000740*    DETAIL LINES ON THE COBILM5 MAP (DL1-DL15) - A STEPS VIEW
000750*    LONGER THAN THIS IS JUDGED WHOLE BUT SHOWN CUT SHORT.
000760 77  WS-SCREEN-LINES                 PIC 9(02) COMP VALUE 15.
000770*
000780 01  WS-NIGHT-KEYED                  PIC 9(08).
000790*
000800 01  WS-INPUT-SWITCHES.
000810     05  WS-LIST-DONE-SW             PIC X(01) VALUE "N".
000820         88  WS-LIST-DONE                VALUE "Y".
000830*
000840*    THE EXPECTED NIGHTLY STEPS - THE SAME TABLE UserRun LOADS
000850*    THE STATUS FILE FROM.
000860 COPY STEPTBL.
000870*
000880*    THE HEADER RECORD, KEPT WHILE THE DETAIL RECORDS ARE READ
000890*    INTO THE SAME RECORD AREA.
000900 01  WS-HEADER-SAVE.
000910     05  WS-HDR-BUILD-DATE           PIC 9(08).
000920     05  WS-HDR-BUILD-TIME           PIC 9(08).
000930     05  WS-HDR-BUSINESS-DATE        PIC 9(08).
000940     05  WS-HDR-NIGHT-COUNT          PIC 9(02).
000950     05  WS-HDR-NIGHT-LIST.
000960         10  WS-HDR-NIGHT-DATE OCCURS 7 TIMES
000970                                     PIC 9(08).
000980     05  WS-HDR-CUT-COUNT            PIC 9(02).
000990     05  WS-HDR-RUN-CONTROL-SW       PIC X(01).
001000         88  WS-HDR-RUN-CONTROL-HELD     VALUE "Y".
001010*
001020 01  WS-TIME-WORK                    PIC 9(08).
001030 01  FILLER REDEFINES WS-TIME-WORK.
001040     05  WS-TIME-HHMMSS-X            PIC X(06).
001050     05  FILLER                      PIC X(02).
001060*
001070 01  WS-STEP-HEADING.
001080     05  FILLER                      PIC X(28)
001090         VALUE "STEP      START  END        ".
001100     05  FILLER                      PIC X(34)
001110         VALUE "READ  WRITTEN   ERRORS  RC  STATUS".
001120     05  FILLER                      PIC X(08) VALUE SPACES.
001130*
001140 01  WS-STEP-LINE.
001150     05  WS-STL-PROGRAM              PIC X(09).
001160     05  FILLER                      PIC X(01) VALUE SPACES.
001170     05  WS-STL-START                PIC X(06).
001180     05  FILLER                      PIC X(01) VALUE SPACES.
001190     05  WS-STL-END                  PIC X(06).
001200     05  FILLER                      PIC X(01) VALUE SPACES.
001210     05  WS-STL-COUNTS.
001220         10  WS-STL-READ             PIC ZZZZZZZ9.
001230         10  FILLER                  PIC X(01).
001240         10  WS-STL-WRITTEN          PIC ZZZZZZZ9.
001250         10  FILLER                  PIC X(01).
001260         10  WS-STL-ERRORS           PIC ZZZZZZZ9.
001270     05  FILLER                      PIC X(02) VALUE SPACES.
001280     05  WS-STL-RC                   PIC X(02).
001290     05  FILLER                      PIC X(02) VALUE SPACES.
001300     05  WS-STL-STATUS               PIC X(12).
001310     05  FILLER                      PIC X(02) VALUE SPACES.
001320*
001330 01  WS-RUN-CONTROL-HEADING.
001340     05  FILLER                      PIC X(29)
001350         VALUE "DATE      TIME        READ   ".
001360     05  FILLER                      PIC X(31)
001370         VALUE "GREETED  REJECTED   IO-FAIL  RC".
001380     05  FILLER                      PIC X(10) VALUE SPACES.
001390*
001400 01  WS-RUN-CONTROL-LINE.
001410     05  WS-RCL-DATE                 PIC 9(08).
001420     05  FILLER                      PIC X(02) VALUE SPACES.
001430     05  WS-RCL-TIME                 PIC X(06).
001440     05  FILLER                      PIC X(02) VALUE SPACES.
001450     05  WS-RCL-READ                 PIC ZZZZZZZ9.
001460     05  FILLER                      PIC X(02) VALUE SPACES.
001470     05  WS-RCL-GREETED              PIC ZZZZZZZ9.
001480     05  FILLER                      PIC X(02) VALUE SPACES.
001490     05  WS-RCL-REJECTED             PIC ZZZZZZZ9.
001500     05  FILLER                      PIC X(02) VALUE SPACES.
001510     05  WS-RCL-IO-FAIL              PIC ZZZZZZZ9.
001520     05  FILLER                      PIC X(02) VALUE SPACES.
001530     05  WS-RCL-RC                   PIC 9(02).
001540     05  FILLER                      PIC X(10) VALUE SPACES.
001550*
001560 01  WS-CUT-HEADING.
001570     05  FILLER                      PIC X(30)
001580         VALUE "DATE      MODE    RECORDS     ".
001590     05  FILLER                      PIC X(27)
001600         VALUE "HASH TOTAL  ACKNOWLEDGEMENT".
001610     05  FILLER                      PIC X(13) VALUE SPACES.
001620*
001630 01  WS-CUT-LINE.
001640     05  WS-CTL-DATE                 PIC 9(08).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  WS-CTL-MODE                 PIC X(05).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  WS-CTL-RECORDS              PIC ZZZZZZZ9.
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  WS-CTL-HASH                 PIC ZZZZZZZZZZZZ9.
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  WS-CTL-STATUS               PIC X(26).
001730     05  FILLER                      PIC X(02) VALUE SPACES.
001740*
001750 01  WS-MSG-TEXT                     PIC X(70).
001760 01  WS-CICS-RESP                    PIC S9(08) COMP.
001770 01  WS-OPERATOR-ID                  PIC X(08).
001780*
001790 01  WS-COMMAREA.
001800     05  WS-CA-SCREEN-SENT-SW        PIC X(01).
001810     05  WS-CA-VIEW-SW               PIC X(01).
001820         88  WS-CA-VIEW-STEPS            VALUE "S".
001830         88  WS-CA-VIEW-FEED             VALUE "F".
001840     05  WS-CA-NIGHT-IDX             PIC 9(02).
001850     05  WS-CA-NIGHT-COUNT           PIC 9(02).
001860*
001870 COPY RUNSTAT.
001880*
001890 COPY OPERATOR.
001900*
001910 COPY COBILSTS.
001920*
001930 LINKAGE SECTION.
001940 01  DFHCOMMAREA.
001950     05  CA-SCREEN-SENT-SW           PIC X(01).
001960     05  CA-VIEW-SW                  PIC X(01).
001970     05  CA-NIGHT-IDX                PIC 9(02).
001980     05  CA-NIGHT-COUNT              PIC 9(02).
001990*
002000 PROCEDURE DIVISION.
002010*
002020 0000-MAINLINE.
002030     EXEC CICS HANDLE CONDITION
002040         MAPFAIL (8000-SEND-INITIAL-SCREEN)
002050     END-EXEC.
002060     EXEC CICS HANDLE AID
002070         PF3   (9000-CANCEL)
002080         PF12  (9000-CANCEL)
002090         CLEAR (9000-CANCEL)
002100         PF5   (2500-SWITCH-VIEW)
002110         PF7   (2600-OLDER-NIGHT)
002120         PF8   (2700-NEWER-NIGHT)
002130     END-EXEC.
002140*
002150     IF EIBCALEN = 0
002160         PERFORM 1000-INITIALIZE
002170             THRU 1000-INITIALIZE-EXIT
002180         PERFORM 8000-SEND-INITIAL-SCREEN
002190             THRU 8000-SEND-INITIAL-SCREEN-EXIT
002200     ELSE
002210         MOVE DFHCOMMAREA TO WS-COMMAREA
002220         PERFORM 2000-RECEIVE-AND-VALIDATE
002230             THRU 2000-RECEIVE-AND-VALIDATE-EXIT
002240     END-IF.
002250 0000-MAINLINE-EXIT.
002260     GOBACK.
002270*
002280******************************************************************
002290* 1000-INITIALIZE - A FRESH CONVERSATION OPENS ON THE STEPS VIEW *
002300*                   OF THE NEWEST NIGHT.                         *
002310******************************************************************
002320 1000-INITIALIZE.
002330     MOVE SPACES TO WS-CA-SCREEN-SENT-SW.
002340     MOVE "S" TO WS-CA-VIEW-SW.
002350     MOVE 1 TO WS-CA-NIGHT-IDX.
002360     MOVE ZERO TO WS-CA-NIGHT-COUNT.
002370     MOVE ZERO TO WS-NIGHT-KEYED.
002380 1000-INITIALIZE-EXIT.
002390     EXIT.
002400*
002410******************************************************************
002420* 1700-IDENTIFY-OPERATOR - WHO IS SIGNED ON, AND AT WHAT         *
002430*                          AUTHORITY.  SHARED VIA OPERCHK.CPY.   *
002440******************************************************************
002450     COPY OPERCHK.
002460*
002470******************************************************************
002480* 8000-SEND-INITIAL-SCREEN - PUT UP THE COBILM5 MAP WITH THE     *
002490*                            NIGHT ALREADY SHOWN - THE ANSWER    *
002500*                            NEEDS NO INPUT.  FIRES ON MAPFAIL   *
002510*                            TOO, REDRAWING THE CURRENT NIGHT.   *
002520******************************************************************
002530 8000-SEND-INITIAL-SCREEN.
002540     MOVE ZERO TO WS-NIGHT-KEYED.
002550     MOVE SPACES TO WS-MSG-TEXT.
002560     PERFORM 3000-BUILD-STATUS-SCREEN
002570         THRU 3000-BUILD-STATUS-SCREEN-EXIT.
002580     MOVE WS-MSG-TEXT TO MSGO.
002590     EXEC CICS SEND MAP ("COBILM5")
002600         MAPSET ("COBILSTS")
002610         FROM   (COBILM5O)
002620         ERASE
002630         FREEKB
002640     END-EXEC.
002650     MOVE "Y" TO WS-CA-SCREEN-SENT-SW.
002660     EXEC CICS RETURN
002670         TRANSID  ("CBLS")
002680         COMMAREA (WS-COMMAREA)
002690         LENGTH   (LENGTH OF WS-COMMAREA)
002700     END-EXEC.
002710 8000-SEND-INITIAL-SCREEN-EXIT.
002720     EXIT.
002730*
002740******************************************************************
002750* 2000-RECEIVE-AND-VALIDATE - ENTER WAS PRESSED.  A KEYED NIGHT  *
002760*                             IS LOOKED FOR AMONG THE NIGHTS     *
002770*                             HELD; A BLANK ONE MEANS THE        *
002780*                             NEWEST.  PF5, PF7 AND PF8 LEAVE    *
002790*                             THE RECEIVE FOR THEIR OWN          *
002800*                             PARAGRAPHS BELOW.                  *
002810******************************************************************
002820 2000-RECEIVE-AND-VALIDATE.
002830     EXEC CICS RECEIVE MAP ("COBILM5")
002840         MAPSET ("COBILSTS")
002850         INTO   (COBILM5I)
002860     END-EXEC.
002870*
002880     MOVE SPACES TO WS-MSG-TEXT.
002890     MOVE ZERO TO WS-NIGHT-KEYED.
002900     IF NIGHTL > 0 AND NIGHTI NOT = SPACES
002910         IF NIGHTI IS NUMERIC
002920             MOVE NIGHTI TO WS-NIGHT-KEYED
002930         ELSE
002940             MOVE "NIGHT MUST BE YYYYMMDD, OR BLANK FOR NEWEST."
002950                 TO WS-MSG-TEXT
002960             PERFORM 8100-RE-SEND-SCREEN
002970                 THRU 8100-RE-SEND-SCREEN-EXIT
002980         END-IF
002990     ELSE
003000         MOVE 1 TO WS-CA-NIGHT-IDX
003010     END-IF.
003020*
003030     PERFORM 3000-BUILD-STATUS-SCREEN
003040         THRU 3000-BUILD-STATUS-SCREEN-EXIT.
003050     PERFORM 8100-RE-SEND-SCREEN
003060         THRU 8100-RE-SEND-SCREEN-EXIT.
003070 2000-RECEIVE-AND-VALIDATE-EXIT.
003080     EXIT.
003090*
003100******************************************************************
003110* 2500-SWITCH-VIEW - PF5 FLIPS BETWEEN THE STEPS VIEW AND THE    *
003120*                    FEED VIEW, KEEPING THE NIGHT.               *
003130******************************************************************
003140 2500-SWITCH-VIEW.
003150     MOVE SPACES TO WS-MSG-TEXT.
003160     MOVE ZERO TO WS-NIGHT-KEYED.
003170     IF WS-CA-VIEW-FEED
003180         MOVE "S" TO WS-CA-VIEW-SW
003190     ELSE
003200         MOVE "F" TO WS-CA-VIEW-SW
003210     END-IF.
003220     PERFORM 3000-BUILD-STATUS-SCREEN
003230         THRU 3000-BUILD-STATUS-SCREEN-EXIT.
003240     PERFORM 8100-RE-SEND-SCREEN
003250         THRU 8100-RE-SEND-SCREEN-EXIT.
003260 2500-SWITCH-VIEW-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300* 2600-OLDER-NIGHT - PF7 STEPS BACK ONE NIGHT, ON THE STEPS      *
003310*                    VIEW.                                       *
003320******************************************************************
003330 2600-OLDER-NIGHT.
003340     MOVE SPACES TO WS-MSG-TEXT.
003350     MOVE ZERO TO WS-NIGHT-KEYED.
003360     MOVE "S" TO WS-CA-VIEW-SW.
003370     IF WS-CA-NIGHT-IDX < WS-CA-NIGHT-COUNT
003380         ADD 1 TO WS-CA-NIGHT-IDX
003390     ELSE
003400         MOVE "THIS IS THE OLDEST NIGHT KEPT ON THE STATUS FILE."
003410             TO WS-MSG-TEXT
003420     END-IF.
003430     PERFORM 3000-BUILD-STATUS-SCREEN
003440         THRU 3000-BUILD-STATUS-SCREEN-EXIT.
003450     PERFORM 8100-RE-SEND-SCREEN
003460         THRU 8100-RE-SEND-SCREEN-EXIT.
003470 2600-OLDER-NIGHT-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510* 2700-NEWER-NIGHT - PF8 STEPS FORWARD ONE NIGHT, ON THE STEPS   *
003520*                    VIEW.                                       *
003530******************************************************************
003540 2700-NEWER-NIGHT.
003550     MOVE SPACES TO WS-MSG-TEXT.
003560     MOVE ZERO TO WS-NIGHT-KEYED.
003570     MOVE "S" TO WS-CA-VIEW-SW.
003580     IF WS-CA-NIGHT-IDX > 1
003590         SUBTRACT 1 FROM WS-CA-NIGHT-IDX
003600     ELSE
003610         MOVE "THIS IS THE NEWEST NIGHT ON THE STATUS FILE."
003620             TO WS-MSG-TEXT
003630     END-IF.
003640     PERFORM 3000-BUILD-STATUS-SCREEN
003650         THRU 3000-BUILD-STATUS-SCREEN-EXIT.
003660     PERFORM 8100-RE-SEND-SCREEN
003670         THRU 8100-RE-SEND-SCREEN-EXIT.
003680 2700-NEWER-NIGHT-EXIT.
003690     EXIT.
003700*
003710******************************************************************
003720* 3000-BUILD-STATUS-SCREEN - CHECK THE OPERATOR, READ THE STATUS *
003730*                            FILE HEADER, SETTLE WHICH NIGHT IS  *
003740*                            SHOWN, AND FILL THE MAP FOR THE     *
003750*                            CURRENT VIEW.  NOTHING IS SENT      *
003760*                            HERE.  ON A REFUSAL OR AN           *
003770*                            UNAVAILABLE FILE THE MAP IS LEFT    *
003780*                            EMPTY WITH WS-MSG-TEXT SAYING WHY.  *
003790******************************************************************
003800 3000-BUILD-STATUS-SCREEN.
003810     MOVE SPACES TO COBILM5O.
003820*
003830     PERFORM 1700-IDENTIFY-OPERATOR
003840         THRU 1700-IDENTIFY-OPERATOR-EXIT.
003850     IF NOT OP-CAN-INQUIRE
003860         MOVE "NOT A REGISTERED SUPPORT OPERATOR - REFUSED."
003870             TO WS-MSG-TEXT
003880         GO TO 3000-BUILD-STATUS-SCREEN-EXIT
003890     END-IF.
003900*
003910     MOVE SPACES TO RS-RECORD.
003920     MOVE "H" TO RS-REC-TYPE.
003930     MOVE ZERO TO RS-KEY-DATE RS-KEY-SEQ.
003940     PERFORM 3900-READ-STATUS-RECORD
003950         THRU 3900-READ-STATUS-RECORD-EXIT.
003960     IF WS-CICS-RESP = DFHRESP(NOTFND)
003970         MOVE "NO STATUS LOADED - THE NIGHTLY LOAD HAS NOT RUN."
003980             TO WS-MSG-TEXT
003990         GO TO 3000-BUILD-STATUS-SCREEN-EXIT
004000     END-IF.
004010     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004020         MOVE "STATUS FILE CLOSED - NIGHTLY LOAD MAY BE RUNNING."
004030             TO WS-MSG-TEXT
004040         GO TO 3000-BUILD-STATUS-SCREEN-EXIT
004050     END-IF.
004060     MOVE RS-HDR-BUILD-DATE TO WS-HDR-BUILD-DATE.
004070     MOVE RS-HDR-BUILD-TIME TO WS-HDR-BUILD-TIME.
004080     MOVE RS-HDR-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE.
004090     MOVE RS-HDR-NIGHT-COUNT TO WS-HDR-NIGHT-COUNT.
004100     MOVE RS-HDR-NIGHT-LIST TO WS-HDR-NIGHT-LIST.
004110     MOVE RS-HDR-CUT-COUNT TO WS-HDR-CUT-COUNT.
004120     MOVE RS-HDR-RUN-CONTROL-SW TO WS-HDR-RUN-CONTROL-SW.
004130     MOVE WS-HDR-NIGHT-COUNT TO WS-CA-NIGHT-COUNT.
004140*
004150     PERFORM 3100-SETTLE-THE-NIGHT
004160         THRU 3100-SETTLE-THE-NIGHT-EXIT.
004170     MOVE WS-HDR-NIGHT-DATE(WS-CA-NIGHT-IDX) TO NIGHTO.
004180     MOVE WS-HDR-BUILD-TIME TO WS-TIME-WORK.
004190     MOVE WS-CA-NIGHT-IDX TO WS-COUNT-EDIT.
004200     STRING "LOADED " DELIMITED BY SIZE
004210             WS-HDR-BUILD-DATE DELIMITED BY SIZE
004220             " " DELIMITED BY SIZE
004230             WS-TIME-HHMMSS-X DELIMITED BY SIZE
004240             "  NIGHT" DELIMITED BY SIZE
004250             WS-COUNT-EDIT DELIMITED BY SIZE
004260             " OF" DELIMITED BY SIZE
004270             INTO BUILTO.
004280     MOVE WS-HDR-NIGHT-COUNT TO WS-COUNT-EDIT.
004290     MOVE WS-COUNT-EDIT TO BUILTO(35:2).
004300*
004310     IF WS-CA-VIEW-FEED
004320         PERFORM 3500-BUILD-FEED-VIEW
004330             THRU 3500-BUILD-FEED-VIEW-EXIT
004340     ELSE
004350         PERFORM 3200-BUILD-STEPS-VIEW
004360             THRU 3200-BUILD-STEPS-VIEW-EXIT
004370     END-IF.
004380 3000-BUILD-STATUS-SCREEN-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420* 3100-SETTLE-THE-NIGHT - A KEYED NIGHT MUST BE ONE OF THE       *
004430*                         NIGHTS HELD; OTHERWISE THE NIGHT       *
004440*                         SHOWN STAYS PUT.  THE SAVED POSITION   *
004450*                         IS KEPT INSIDE THE NIGHTS HELD IN      *
004460*                         CASE TONIGHT'S LOAD CHANGED THEM.      *
004470******************************************************************
004480 3100-SETTLE-THE-NIGHT.
004490     IF WS-CA-NIGHT-IDX < 1
004500         MOVE 1 TO WS-CA-NIGHT-IDX
004510     END-IF.
004520     IF WS-CA-NIGHT-IDX > WS-HDR-NIGHT-COUNT
004530         MOVE WS-HDR-NIGHT-COUNT TO WS-CA-NIGHT-IDX
004540     END-IF.
004550     IF WS-NIGHT-KEYED = ZERO
004560         GO TO 3100-SETTLE-THE-NIGHT-EXIT
004570     END-IF.
004580     MOVE ZERO TO WS-NIGHT-IDX.
004590     PERFORM 3150-MATCH-ONE-NIGHT
004600         THRU 3150-MATCH-ONE-NIGHT-EXIT
004610         VARYING WS-DL-IDX FROM 1 BY 1
004620         UNTIL WS-DL-IDX > WS-HDR-NIGHT-COUNT.
004630     IF WS-NIGHT-IDX = ZERO
004640         MOVE WS-HDR-NIGHT-COUNT TO WS-COUNT-EDIT
004650         STRING "NIGHT NOT ON THE STATUS FILE - ONLY THE LAST"
004660                 DELIMITED BY SIZE
004670                 WS-COUNT-EDIT DELIMITED BY SIZE
004680                 " NIGHTS ARE KEPT." DELIMITED BY SIZE
004690                 INTO WS-MSG-TEXT
004700     ELSE
004710         MOVE WS-NIGHT-IDX TO WS-CA-NIGHT-IDX
004720     END-IF.
004730 3100-SETTLE-THE-NIGHT-EXIT.
004740     EXIT.
004750*
004760 3150-MATCH-ONE-NIGHT.
004770     IF WS-HDR-NIGHT-DATE(WS-DL-IDX) = WS-NIGHT-KEYED
004780         MOVE WS-DL-IDX TO WS-NIGHT-IDX
004790     END-IF.
004800 3150-MATCH-ONE-NIGHT-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840* 3200-BUILD-STEPS-VIEW - ONE LINE PER EXPECTED STEP FOR THE     *
004850*                         NIGHT SHOWN, IN STREAM ORDER, UNDER A  *
004860*                         VERDICT: COMPLETE WHEN EVERY STEP      *
004870*                         ENDED (WITH THE HIGHEST RETURN CODE),  *
004880*                         INCOMPLETE OTHERWISE - THE SAME TEST   *
004890*                         UserChk APPLIES.                       *
004900******************************************************************
004910 3200-BUILD-STEPS-VIEW.
004920     MOVE WS-STEP-HEADING TO COLHO.
004930     MOVE ZERO TO WS-LINE-COUNT WS-NOT-ENDED-COUNT WS-HIGH-RC.
004940     MOVE "N" TO WS-LIST-DONE-SW.
004950     PERFORM 3300-SHOW-ONE-STEP
004960         THRU 3300-SHOW-ONE-STEP-EXIT
004970         VARYING WS-STEP-IDX FROM 1 BY 1
004980         UNTIL WS-STEP-IDX > WS-EXPECTED-COUNT
004990            OR WS-LIST-DONE.
005000*
005010     IF WS-LINE-COUNT = ZERO
005020         IF WS-MSG-TEXT = SPACES
005030             MOVE "NO STEP RECORDS LOADED FOR THIS NIGHT."
005040                 TO WS-MSG-TEXT
005050         END-IF
005060         GO TO 3200-BUILD-STEPS-VIEW-EXIT
005070     END-IF.
005080     IF WS-NOT-ENDED-COUNT = ZERO
005090         STRING "STREAM COMPLETE - EVERY STEP ENDED, HIGHEST RC "
005100                 DELIMITED BY SIZE
005110                 WS-HIGH-RC DELIMITED BY SIZE
005120                 INTO SUMMO
005130     ELSE
005140         MOVE WS-NOT-ENDED-COUNT TO WS-COUNT-EDIT
005150         STRING "STREAM INCOMPLETE -" DELIMITED BY SIZE
005160                 WS-COUNT-EDIT DELIMITED BY SIZE
005170                 " STEP(S) NEVER ENDED OR DID NOT RUN"
005180                 DELIMITED BY SIZE
005190                 INTO SUMMO
005200     END-IF.
005210*
005220     IF WS-LINE-COUNT > WS-SCREEN-LINES
005230        AND WS-MSG-TEXT = SPACES
005240         MOVE "MORE STEPS THAN THE SCREEN HOLDS - SEE UserChk."
005250             TO WS-MSG-TEXT
005260     END-IF.
005270*
005280*    TONIGHT'S STREAM REPORTED ON A BUSINESS DATE OTHER THAN
005290*    THE NIGHT ITSELF - A RERUN FOR AN EARLIER DAY, OR A DATE
005300*    LEFT SET.  UserChk ENDS RC=4 ON THE SAME CONDITION.
005310     IF WS-CA-NIGHT-IDX = 1
005320        AND WS-MSG-TEXT = SPACES
005330        AND WS-HDR-BUSINESS-DATE NOT = WS-HDR-NIGHT-DATE(1)
005340         STRING "NOTE: THIS NIGHT RAN FOR BUSINESS DATE "
005350                 DELIMITED BY SIZE
005360                 WS-HDR-BUSINESS-DATE DELIMITED BY SIZE
005370                 "." DELIMITED BY SIZE
005380                 INTO WS-MSG-TEXT
005390     END-IF.
005400 3200-BUILD-STEPS-VIEW-EXIT.
005410     EXIT.
005420*
005430 3300-SHOW-ONE-STEP.
005440     MOVE SPACES TO RS-RECORD.
005450     MOVE "J" TO RS-REC-TYPE.
005460     MOVE WS-HDR-NIGHT-DATE(WS-CA-NIGHT-IDX) TO RS-KEY-DATE.
005470     MOVE WS-STEP-IDX TO RS-KEY-SEQ.
005480     PERFORM 3900-READ-STATUS-RECORD
005490         THRU 3900-READ-STATUS-RECORD-EXIT.
005500     IF WS-CICS-RESP = DFHRESP(NOTFND)
005510         MOVE "Y" TO WS-LIST-DONE-SW
005520         GO TO 3300-SHOW-ONE-STEP-EXIT
005530     END-IF.
005540     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005550         MOVE "STATUS FILE READ FAILED - THE LIST IS INCOMPLETE."
005560             TO WS-MSG-TEXT
005570         MOVE "Y" TO WS-LIST-DONE-SW
005580         GO TO 3300-SHOW-ONE-STEP-EXIT
005590     END-IF.
005600*
005610     ADD 1 TO WS-LINE-COUNT.
005620     MOVE RS-STEP-PROGRAM TO WS-STL-PROGRAM.
005630     MOVE SPACES TO WS-STL-START WS-STL-END WS-STL-RC.
005640     MOVE SPACES TO WS-STL-COUNTS.
005650     IF RS-STEP-START-TIME NOT = ZERO
005660         MOVE RS-STEP-START-TIME TO WS-TIME-WORK
005670         MOVE WS-TIME-HHMMSS-X TO WS-STL-START
005680     END-IF.
005690     IF RS-STEP-ENDED
005700         MOVE RS-STEP-END-TIME TO WS-TIME-WORK
005710         MOVE WS-TIME-HHMMSS-X TO WS-STL-END
005720         MOVE RS-STEP-READ-COUNT TO WS-STL-READ
005730         MOVE RS-STEP-WRITTEN-COUNT TO WS-STL-WRITTEN
005740         MOVE RS-STEP-ERROR-COUNT TO WS-STL-ERRORS
005750         MOVE RS-STEP-RETURN-CODE TO WS-STL-RC
005760         MOVE "ENDED" TO WS-STL-STATUS
005770         IF RS-STEP-RETURN-CODE > WS-HIGH-RC
005780             MOVE RS-STEP-RETURN-CODE TO WS-HIGH-RC
005790         END-IF
005800     ELSE
005810         ADD 1 TO WS-NOT-ENDED-COUNT
005820         IF RS-STEP-NO-END
005830             MOVE "NEVER ENDED" TO WS-STL-STATUS
005840         ELSE
005850             MOVE "DID NOT RUN" TO WS-STL-STATUS
005860         END-IF
005870     END-IF.
005880     IF WS-LINE-COUNT > WS-SCREEN-LINES
005890         GO TO 3300-SHOW-ONE-STEP-EXIT
005900     END-IF.
005910     MOVE WS-STEP-LINE TO DLO(WS-LINE-COUNT).
005920 3300-SHOW-ONE-STEP-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960* 3500-BUILD-FEED-VIEW - THE LATEST UserBatch RUN-CONTROL TOTALS *
005970*                        ON THE FIRST LINES, THEN THE EXTRACT    *
005980*                        CUTS NEWEST FIRST, UNDER A VERDICT ON   *
005990*                        THE NEWEST CUT.                         *
006000******************************************************************
006010 3500-BUILD-FEED-VIEW.
006020     MOVE "LATEST UserBatch RUN (RUNCTL)" TO COLHO.
006030     MOVE WS-RUN-CONTROL-HEADING TO DLO(1).
006040     IF WS-HDR-RUN-CONTROL-HELD
006050         PERFORM 3550-SHOW-RUN-CONTROL
006060             THRU 3550-SHOW-RUN-CONTROL-EXIT
006070     ELSE
006080         MOVE "NO UserBatch RUN ON FILE" TO DLO(2)
006090     END-IF.
006100*
006110     MOVE "EXTRACT CUTS (XTRCTL), NEWEST FIRST" TO DLO(4).
006120     MOVE WS-CUT-HEADING TO DLO(5).
006130     IF WS-HDR-CUT-COUNT = ZERO
006140         MOVE "NO EXTRACT CUTS ON FILE" TO DLO(6)
006150         MOVE "NO EXTRACT FEED HAS BEEN CUT YET." TO SUMMO
006160         GO TO 3500-BUILD-FEED-VIEW-EXIT
006170     END-IF.
006180     MOVE "N" TO WS-LIST-DONE-SW.
006190     PERFORM 3600-SHOW-ONE-CUT
006200         THRU 3600-SHOW-ONE-CUT-EXIT
006210         VARYING WS-CUT-IDX FROM 1 BY 1
006220         UNTIL WS-CUT-IDX > WS-HDR-CUT-COUNT
006230            OR WS-CUT-IDX > 10
006240            OR WS-LIST-DONE.
006250 3500-BUILD-FEED-VIEW-EXIT.
006260     EXIT.
006270*
006280 3550-SHOW-RUN-CONTROL.
006290     MOVE SPACES TO RS-RECORD.
006300     MOVE "R" TO RS-REC-TYPE.
006310     MOVE ZERO TO RS-KEY-DATE.
006320     MOVE 1 TO RS-KEY-SEQ.
006330     PERFORM 3900-READ-STATUS-RECORD
006340         THRU 3900-READ-STATUS-RECORD-EXIT.
006350     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006360         MOVE "STATUS FILE READ FAILED - RUN TOTALS NOT SHOWN."
006370             TO WS-MSG-TEXT
006380         GO TO 3550-SHOW-RUN-CONTROL-EXIT
006390     END-IF.
006400     MOVE RS-RNC-RUN-DATE TO WS-RCL-DATE.
006410     MOVE RS-RNC-RUN-TIME TO WS-TIME-WORK.
006420     MOVE WS-TIME-HHMMSS-X TO WS-RCL-TIME.
006430     MOVE RS-RNC-READ-COUNT TO WS-RCL-READ.
006440     MOVE RS-RNC-GREETED-COUNT TO WS-RCL-GREETED.
006450     MOVE RS-RNC-REJECTED-COUNT TO WS-RCL-REJECTED.
006460     MOVE RS-RNC-IO-FAIL-COUNT TO WS-RCL-IO-FAIL.
006470     MOVE RS-RNC-RETURN-CODE TO WS-RCL-RC.
006480     MOVE WS-RUN-CONTROL-LINE TO DLO(2).
006490 3550-SHOW-RUN-CONTROL-EXIT.
006500     EXIT.
006510*
006520******************************************************************
006530* 3600-SHOW-ONE-CUT - ONE EXTRACT CUT.  A PENDING CUT STAMPED   *
006540*                     WITH THE LOAD'S BUSINESS DATE IS AWAITING  *
006550*                     ITS ACKNOWLEDGEMENT; ONE STAMPED EARLIER   *
006560*                     IS OVERDUE, AS UserAck REPORTS IT.  THE    *
006570*                     NEWEST CUT ALSO SETS THE VERDICT LINE.     *
006580******************************************************************
006590 3600-SHOW-ONE-CUT.
006600     MOVE SPACES TO RS-RECORD.
006610     MOVE "X" TO RS-REC-TYPE.
006620     MOVE ZERO TO RS-KEY-DATE.
006630     MOVE WS-CUT-IDX TO RS-KEY-SEQ.
006640     PERFORM 3900-READ-STATUS-RECORD
006650         THRU 3900-READ-STATUS-RECORD-EXIT.
006660     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006670         MOVE "STATUS FILE READ FAILED - THE LIST IS INCOMPLETE."
006680             TO WS-MSG-TEXT
006690         MOVE "Y" TO WS-LIST-DONE-SW
006700         GO TO 3600-SHOW-ONE-CUT-EXIT
006710     END-IF.
006720*
006730     MOVE RS-XC-EXTRACT-DATE TO WS-CTL-DATE.
006740     IF RS-XC-EXTRACT-MODE = "D"
006750         MOVE "DELTA" TO WS-CTL-MODE
006760     ELSE
006770         MOVE "FULL" TO WS-CTL-MODE
006780     END-IF.
006790     MOVE RS-XC-RECORD-COUNT TO WS-CTL-RECORDS.
006800     MOVE RS-XC-HASH-TOTAL TO WS-CTL-HASH.
006810     IF RS-XC-ACKNOWLEDGED
006820         MOVE "ACKNOWLEDGED" TO WS-CTL-STATUS
006830     ELSE
006840         IF RS-XC-ACK-MISMATCHED
006850             MOVE "MISMATCHED - COUNT/HASH" TO WS-CTL-STATUS
006860         ELSE
006870             IF RS-XC-EXTRACT-DATE < WS-HDR-BUSINESS-DATE
006880                 MOVE "PENDING - OVERDUE" TO WS-CTL-STATUS
006890             ELSE
006900                 MOVE "PENDING - NOT YET DUE" TO WS-CTL-STATUS
006910             END-IF
006920         END-IF
006930     END-IF.
006940     COMPUTE WS-DL-IDX = WS-CUT-IDX + 5.
006950     MOVE WS-CUT-LINE TO DLO(WS-DL-IDX).
006960*
006970     IF WS-CUT-IDX = 1
006980         STRING "NEWEST FEED " DELIMITED BY SIZE
006990                 RS-XC-EXTRACT-DATE DELIMITED BY SIZE
007000                 " (" DELIMITED BY SIZE
007010                 WS-CTL-MODE DELIMITED BY SPACE
007020                 "): " DELIMITED BY SIZE
007030                 WS-CTL-STATUS DELIMITED BY SIZE
007040                 INTO SUMMO
007050     END-IF.
007060 3600-SHOW-ONE-CUT-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007100* 3900-READ-STATUS-RECORD - ONE READ BY EXACT KEY ON THE RUN-    *
007110*                           STATUS FILE.  THE CALLER SETS RS-KEY *
007120*                           AND TESTS WS-CICS-RESP.              *
007130******************************************************************
007140 3900-READ-STATUS-RECORD.
007150     EXEC CICS READ
007160         FILE    ("RUNSTAT")
007170         INTO    (RS-RECORD)
007180         RIDFLD  (RS-KEY)
007190         RESP    (WS-CICS-RESP)
007200     END-EXEC.
007210 3900-READ-STATUS-RECORD-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250* 8100-RE-SEND-SCREEN - RE-DISPLAY THE MAP WITH A MESSAGE AND    *
007260*                       STAY IN THE CONVERSATION FOR THE NEXT    *
007270*                       NIGHT, VIEW OR REFRESH.                  *
007280******************************************************************
007290 8100-RE-SEND-SCREEN.
007300     MOVE WS-MSG-TEXT TO MSGO.
007310     EXEC CICS SEND MAP ("COBILM5")
007320         MAPSET  ("COBILSTS")
007330         FROM    (COBILM5O)
007340         DATAONLY
007350         FREEKB
007360     END-EXEC.
007370     EXEC CICS RETURN
007380         TRANSID  ("CBLS")
007390         COMMAREA (WS-COMMAREA)
007400         LENGTH   (LENGTH OF WS-COMMAREA)
007410     END-EXEC.
007420 8100-RE-SEND-SCREEN-EXIT.
007430     EXIT.
007440*
007450******************************************************************
007460* 9000-CANCEL - PF3, PF12 OR CLEAR WAS PRESSED.  END THE         *
007470*               TRANSACTION.                                     *
007480******************************************************************
007490 9000-CANCEL.
007500     MOVE SPACES TO COBILM5O.
007510     MOVE "TRANSACTION ANNULEE / TRANSACTION CANCELLED."
007520         TO MSGO.
007530     EXEC CICS SEND MAP ("COBILM5")
007540         MAPSET  ("COBILSTS")
007550         FROM    (COBILM5O)
007560         DATAONLY
007570         FREEKB
007580     END-EXEC.
007590     EXEC CICS RETURN
007600     END-EXEC.
007610 9000-CANCEL-EXIT.
007620     EXIT.
