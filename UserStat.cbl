000410*                     VARYING 28 TO 31 (SEE AUDITLOG.CPY); A     *
000420*                     28-BYTE RECORD PREDATES THE CHANNEL FIELD  *
000430*                     AND COUNTS AS CHANNEL UNKNOWN.             *
000440*    2026-10-15  ML   HEADING DATED WITH THE BUSINESS DATE       *
000450*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000460*    2026-10-15  ML   AUDIT LOG FD WIDENED TO 28 TO 40 BYTES     *
000470*                     FOR AUD-SEQUENCE.                          *
000480*                                                                *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS UM-PSEUDO
000600         FILE STATUS IS WS-UM-FILE-STATUS.
000610*
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUD-FILE-STATUS.
000650*
000660     SELECT REPORT-FILE ASSIGN TO "STATRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPT-FILE-STATUS.
000690*
000700     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS BD-BDT-FILE-STATUS.
000730*
000740     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RNJ-FILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  USER-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY USRMSTR.
000830*
000840 FD  AUDIT-LOG-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000870         DEPENDING ON WS-AUD-RECORD-LENGTH.
000880 COPY AUDITLOG.
000890*
000900 FD  REPORT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  REPORT-RECORD                   PIC X(80).
000930*
000940 FD  BUSINESS-DATE-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY BUSDATE.
000970*
000980 FD  RUN-JOURNAL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY RUNJRNL.
001010*
001020 WORKING-STORAGE SECTION.
001030 01  WS-FILE-SWITCHES.
001040     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001050         88  WS-UM-OK                    VALUE "00".
001060         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001070     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001080         88  WS-AUD-OK                   VALUE "00".
001090         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001100     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001110         88  WS-RPT-OK                   VALUE "00".
001120     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001130         88  WS-RNJ-OK                   VALUE "00".
001140*
001150 01  WS-CONTROL-SWITCHES.
001160     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001170         88  WS-END-OF-ROSTER            VALUE "Y".
001180     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001190         88  WS-END-OF-AUDIT             VALUE "Y".
001200     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
001210         88  WS-ROSTER-ABSENT            VALUE "Y".
001220*
001230 01  WS-TOP-FIELDS.
001240     05  WS-TOP-WANTED               PIC 9(02) COMP VALUE 10.
001250     05  WS-TOP-FILLED               PIC 9(02) COMP VALUE ZERO.
001260     05  WS-TOP-IDX                  PIC 9(02) COMP VALUE ZERO.
001270     05  WS-TOP-SLIDE-IDX            PIC 9(02) COMP VALUE ZERO.
001280     05  WS-TOP-RANK                 PIC 9(02) COMP VALUE ZERO.
001290*
001300 01  WS-TOP-TABLE.
001310     05  WS-TOP-ENTRY OCCURS 50 TIMES.
001320         10  WS-TOP-PSEUDO           PIC X(12).
001330         10  WS-TOP-VISITS           PIC 9(07) COMP.
001340         10  WS-TOP-FIRST-SEEN       PIC 9(08).
001350*
001360 01  WS-HOUR-FIELDS.
001370     05  WS-HOUR-OF-DAY              PIC 9(02) VALUE ZERO.
001380     05  WS-HOUR-IDX                 PIC 9(02) COMP VALUE ZERO.
001390     05  WS-HOUR-LABEL               PIC 9(02) VALUE ZERO.
001400*
001410 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001420*
001430*    CHANNEL SLOTS: 1 = CONSOLE (UserValue), 2 = CBLU SCREENS
001440*    (UserCics), 3 = BATCH (UserBatch), 4 = UNKNOWN (A RECORD
001450*    WRITTEN BEFORE AUD-CHANNEL EXISTED, OR AN UNRECOGNIZED
001460*    CODE).
001470 01  WS-CHANNEL-FIELDS.
001480     05  WS-CHANNEL-IDX              PIC 9(02) COMP VALUE ZERO.
001490     05  WS-CHANNEL-MAX              PIC 9(02) COMP VALUE 4.
001500*
001510 01  WS-CHANNEL-TOTAL-TABLE.
001520     05  WS-CHANNEL-TOTAL OCCURS 4 TIMES
001530                                     PIC 9(08) COMP.
001540*
001550 01  WS-CHANNEL-NAME-DATA.
001560     05  FILLER                      PIC X(16)
001570         VALUE "CONSOLE         ".
001580     05  FILLER                      PIC X(16)
001590         VALUE "CBLU SCREENS    ".
001600     05  FILLER                      PIC X(16)
001610         VALUE "BATCH           ".
001620     05  FILLER                      PIC X(16)
001630         VALUE "UNKNOWN (OLD)   ".
001640 01  FILLER REDEFINES WS-CHANNEL-NAME-DATA.
001650     05  WS-CHANNEL-NAME OCCURS 4 TIMES
001660                                     PIC X(16).
001670*
001680 01  WS-HOUR-TABLE.
001690     05  WS-HOUR-ENTRY OCCURS 24 TIMES.
001700         10  WS-HOUR-CHANNEL-COUNT OCCURS 4 TIMES
001710                                     PIC 9(08) COMP.
001720         10  WS-HOUR-TOTAL-COUNT     PIC 9(08) COMP.
001730*
001740 01  WS-COUNTERS.
001750     05  WS-ROSTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
001760     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001770     05  WS-BAD-TIME-COUNT           PIC 9(08) COMP VALUE ZERO.
001780*
001790 01  WS-PAGE-FIELDS.
001800     05  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
001810     05  WS-LINE-COUNT               PIC 9(02) COMP VALUE 99.
001820     05  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
001830*
001840 01  WS-CURRENT-DATE-FIELDS.
001850     05  WS-CURRENT-DATE             PIC 9(08).
001860*
001870 COPY BUSDWRK.
001880*
001890 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
001900 01  WS-PARM-FIELDS.
001910     05  WS-PARM-TOP-N               PIC X(02) VALUE SPACES.
001920*
001930 01  WS-HEADING-LINE.
001940     05  FILLER                      PIC X(42)
001950         VALUE "COBILISTE - ACTIVITY STATISTICS     DATE: ".
001960     05  WS-HDG-DATE                 PIC 9(08).
001970     05  FILLER                      PIC X(08) VALUE "   PAGE ".
001980     05  WS-HDG-PAGE                 PIC ZZZ9.
001990     05  FILLER                      PIC X(18) VALUE SPACES.
002000*
002010 01  WS-TOP-DETAIL-LINE.
002020     05  WS-TOP-DTL-RANK             PIC ZZ9.
002030     05  FILLER                      PIC X(03) VALUE SPACES.
002040     05  WS-TOP-DTL-PSEUDO           PIC X(12).
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  WS-TOP-DTL-VISITS           PIC ZZZZZZ9.
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  WS-TOP-DTL-FIRST-SEEN       PIC 9(08).
002090     05  FILLER                      PIC X(43) VALUE SPACES.
002100*
002110 01  WS-HOUR-HEADING-LINE.
002120     05  FILLER                      PIC X(06) VALUE "HOUR  ".
002130     05  FILLER                      PIC X(08) VALUE " CONSOLE".
002140     05  FILLER                      PIC X(01) VALUE SPACES.
002150     05  FILLER                      PIC X(08) VALUE "    CBLU".
002160     05  FILLER                      PIC X(01) VALUE SPACES.
002170     05  FILLER                      PIC X(08) VALUE "   BATCH".
002180     05  FILLER                      PIC X(01) VALUE SPACES.
002190     05  FILLER                      PIC X(08) VALUE " UNKNOWN".
002200     05  FILLER                      PIC X(02) VALUE SPACES.
002210     05  FILLER                      PIC X(08) VALUE "   TOTAL".
002220     05  FILLER                      PIC X(29) VALUE SPACES.
002230*
002240 01  WS-HOUR-DETAIL-LINE.
002250     05  WS-HOUR-DTL-LABEL           PIC 9(02).
002260     05  FILLER                      PIC X(04) VALUE " H  ".
002270     05  WS-HOUR-DTL-CONSOLE         PIC ZZZZZZZ9.
002280     05  FILLER                      PIC X(01) VALUE SPACES.
002290     05  WS-HOUR-DTL-CBLU            PIC ZZZZZZZ9.
002300     05  FILLER                      PIC X(01) VALUE SPACES.
002310     05  WS-HOUR-DTL-BATCH           PIC ZZZZZZZ9.
002320     05  FILLER                      PIC X(01) VALUE SPACES.
002330     05  WS-HOUR-DTL-UNKNOWN         PIC ZZZZZZZ9.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  WS-HOUR-DTL-TOTAL           PIC ZZZZZZZ9.
002360     05  FILLER                      PIC X(29) VALUE SPACES.
002370*
002380 01  WS-CHANNEL-DETAIL-LINE.
002390     05  WS-CHN-DTL-NAME             PIC X(16).
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  WS-CHN-DTL-COUNT            PIC ZZZZZZZ9.
002420     05  FILLER                      PIC X(54) VALUE SPACES.
002430*
002440 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002450 01  WS-PRINT-LINE                   PIC X(80).
002460*
002470 LINKAGE SECTION.
002480 01  WS-PARM-AREA.
002490     05  WS-PARM-LENGTH              PIC S9(04) COMP.
002500     05  WS-PARM-TEXT                PIC X(20).
002510*
002520 PROCEDURE DIVISION USING WS-PARM-AREA.
002530*
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE
002560         THRU 1000-INITIALIZE-EXIT.
002570*
002580     PERFORM 2000-RANK-TOP-VISITORS
002590         THRU 2000-RANK-TOP-VISITORS-EXIT.
002600     PERFORM 3000-PROFILE-TRAFFIC-BY-HOUR
002610         THRU 3000-PROFILE-TRAFFIC-BY-HOUR-EXIT.
002620*
002630     PERFORM 5000-WRITE-REPORT
002640         THRU 5000-WRITE-REPORT-EXIT.
002650*
002660     PERFORM 9999-TERMINATE
002670         THRU 9999-TERMINATE-EXIT.
002680*
002690     MOVE "E" TO RJ-RECORD-TYPE.
002700     MOVE WS-AUDIT-READ-COUNT TO RJ-READ-COUNT.
002710     MOVE WS-ROSTER-READ-COUNT TO RJ-WRITTEN-COUNT.
002720     MOVE WS-BAD-TIME-COUNT TO RJ-ERROR-COUNT.
002730     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002740     PERFORM 6500-WRITE-RUN-JOURNAL
002750         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002760     STOP RUN.
002770*
002780******************************************************************
002790* 1000-INITIALIZE - OPEN THE FILES AND PARSE THE TOP-N PARM.     *
002800*                   ROSTER OR AUDIT LOG NOT YET EXISTING IS      *
002810*                   TREATED AS EMPTY.                            *
002820******************************************************************
002830 1000-INITIALIZE.
002840     MOVE "UserStat" TO RJ-PROGRAM-NAME.
002850     MOVE "S" TO RJ-RECORD-TYPE.
002860     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002870                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002880     PERFORM 6500-WRITE-RUN-JOURNAL
002890         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002900*
002910     OPEN INPUT USER-MASTER-FILE.
002920     IF WS-UM-FILE-NOT-PRESENT
002930         MOVE "Y" TO WS-ROSTER-ABSENT-SW
002940         MOVE "Y" TO WS-UM-EOF-SW
002950     ELSE
002960         IF NOT WS-UM-OK
002970             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
002980                 WS-UM-FILE-STATUS
002990             MOVE "Y" TO WS-UM-EOF-SW
003000         END-IF
003010     END-IF.
003020*
003030     OPEN INPUT AUDIT-LOG-FILE.
003040     IF WS-AUD-FILE-NOT-PRESENT
003050         MOVE "Y" TO WS-AUD-EOF-SW
003060     ELSE
003070         IF NOT WS-AUD-OK
003080             DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003090                 WS-AUD-FILE-STATUS
003100             MOVE "Y" TO WS-AUD-EOF-SW
003110         END-IF
003120     END-IF.
003130*
003140     OPEN OUTPUT REPORT-FILE.
003150     IF NOT WS-RPT-OK
003160         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003170             WS-RPT-FILE-STATUS
003180     END-IF.
003190*
003200     PERFORM 6600-GET-BUSINESS-DATE
003210         THRU 6600-GET-BUSINESS-DATE-EXIT.
003220     PERFORM 1600-PARSE-PARM
003230         THRU 1600-PARSE-PARM-EXIT.
003240     PERFORM 1700-CLEAR-ONE-HOUR
003250         THRU 1700-CLEAR-ONE-HOUR-EXIT
003260         VARYING WS-HOUR-IDX FROM 1 BY 1
003270         UNTIL WS-HOUR-IDX > 24.
003280     PERFORM 1750-CLEAR-ONE-CHANNEL
003290         THRU 1750-CLEAR-ONE-CHANNEL-EXIT
003300         VARYING WS-CHANNEL-IDX FROM 1 BY 1
003310         UNTIL WS-CHANNEL-IDX > WS-CHANNEL-MAX.
003320 1000-INITIALIZE-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360* 1600-PARSE-PARM - THE PARM IS THE NUMBER OF TOP VISITORS TO    *
003370*                   LIST.  MISSING OR NOT 1-50 FALLS BACK TO THE *
003380*                   DEFAULT OF 10.                               *
003390******************************************************************
003400 1600-PARSE-PARM.
003410     MOVE SPACES TO WS-PARM-STRING.
003420     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
003430         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
003440     END-IF.
003450     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
003460         INTO WS-PARM-TOP-N.
003470     IF WS-PARM-TOP-N(1:1) IS NUMERIC
003480         IF WS-PARM-TOP-N(2:1) IS NUMERIC
003490             MOVE WS-PARM-TOP-N TO WS-TOP-WANTED
003500         ELSE
003510             IF WS-PARM-TOP-N(2:1) = SPACE
003520                 MOVE WS-PARM-TOP-N(1:1) TO WS-TOP-WANTED
003530             END-IF
003540         END-IF
003550     END-IF.
003560     IF WS-TOP-WANTED = ZERO OR WS-TOP-WANTED > 50
003570         MOVE 10 TO WS-TOP-WANTED
003580     END-IF.
003590 1600-PARSE-PARM-EXIT.
003600     EXIT.
003610*
003620 1700-CLEAR-ONE-HOUR.
003630     MOVE ZERO TO WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 1)
003640                  WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 2)
003650                  WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 3)
003660                  WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 4)
003670                  WS-HOUR-TOTAL-COUNT(WS-HOUR-IDX).
003680 1700-CLEAR-ONE-HOUR-EXIT.
003690     EXIT.
003700*
003710 1750-CLEAR-ONE-CHANNEL.
003720     MOVE ZERO TO WS-CHANNEL-TOTAL(WS-CHANNEL-IDX).
003730 1750-CLEAR-ONE-CHANNEL-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 2000-RANK-TOP-VISITORS - READ THE ROSTER IN KEY ORDER AND      *
003780*                          KEEP THE N BUSIEST PSEUDOS IN A       *
003790*                          TABLE ORDERED BY VISIT COUNT.  THE    *
003800*                          ROSTER VISIT COUNT IS THE AUDIT       *
003810*                          RECORD COUNT PER PSEUDO (THE RECON    *
003820*                          RUN PROVES IT), SO THIS IS THE CHEAP  *
003830*                          SIDE OF THE JOIN.                     *
003840******************************************************************
003850 2000-RANK-TOP-VISITORS.
003860     PERFORM 2100-READ-ROSTER-RECORD
003870         THRU 2100-READ-ROSTER-RECORD-EXIT.
003880     PERFORM 2200-RANK-ONE-PSEUDO
003890         THRU 2200-RANK-ONE-PSEUDO-EXIT
003900         UNTIL WS-END-OF-ROSTER.
003910 2000-RANK-TOP-VISITORS-EXIT.
003920     EXIT.
003930*
003940 2100-READ-ROSTER-RECORD.
003950     READ USER-MASTER-FILE NEXT RECORD
003960         AT END
003970             MOVE "Y" TO WS-UM-EOF-SW
003980         NOT AT END
003990             ADD 1 TO WS-ROSTER-READ-COUNT
004000     END-READ.
004010 2100-READ-ROSTER-RECORD-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050* 2200-RANK-ONE-PSEUDO - INSERT THE PSEUDO INTO THE TOP TABLE    *
004060*                        IF IT BEATS THE LOWEST ENTRY, SLIDING   *
004070*                        THE SMALLER ENTRIES DOWN ONE SLOT.      *
004080******************************************************************
004090 2200-RANK-ONE-PSEUDO.
004100     MOVE ZERO TO WS-TOP-IDX.
004110     PERFORM 2210-FIND-INSERT-SLOT
004120         THRU 2210-FIND-INSERT-SLOT-EXIT
004130         VARYING WS-TOP-SLIDE-IDX FROM 1 BY 1
004140         UNTIL WS-TOP-SLIDE-IDX > WS-TOP-FILLED
004150            OR WS-TOP-IDX > ZERO.
004160     IF WS-TOP-IDX = ZERO
004170         IF WS-TOP-FILLED < WS-TOP-WANTED
004180             COMPUTE WS-TOP-IDX = WS-TOP-FILLED + 1
004190         ELSE
004200             GO TO 2200-RANK-ONE-PSEUDO-READ
004210         END-IF
004220     END-IF.
004230*
004240     IF WS-TOP-FILLED < WS-TOP-WANTED
004250         ADD 1 TO WS-TOP-FILLED
004260     END-IF.
004270     PERFORM 2220-SLIDE-ONE-ENTRY
004280         THRU 2220-SLIDE-ONE-ENTRY-EXIT
004290         VARYING WS-TOP-SLIDE-IDX FROM WS-TOP-FILLED BY -1
004300         UNTIL WS-TOP-SLIDE-IDX NOT > WS-TOP-IDX.
004310     MOVE UM-PSEUDO TO WS-TOP-PSEUDO(WS-TOP-IDX).
004320     MOVE UM-VISIT-COUNT TO WS-TOP-VISITS(WS-TOP-IDX).
004330     MOVE UM-FIRST-SEEN-DATE TO WS-TOP-FIRST-SEEN(WS-TOP-IDX).
004340*
004350 2200-RANK-ONE-PSEUDO-READ.
004360     PERFORM 2100-READ-ROSTER-RECORD
004370         THRU 2100-READ-ROSTER-RECORD-EXIT.
004380 2200-RANK-ONE-PSEUDO-EXIT.
004390     EXIT.
004400*
004410 2210-FIND-INSERT-SLOT.
004420     IF UM-VISIT-COUNT > WS-TOP-VISITS(WS-TOP-SLIDE-IDX)
004430         MOVE WS-TOP-SLIDE-IDX TO WS-TOP-IDX
004440     END-IF.
004450 2210-FIND-INSERT-SLOT-EXIT.
004460     EXIT.
004470*
004480 2220-SLIDE-ONE-ENTRY.
004490     IF WS-TOP-SLIDE-IDX > 1
004500         MOVE WS-TOP-ENTRY(WS-TOP-SLIDE-IDX - 1)
004510             TO WS-TOP-ENTRY(WS-TOP-SLIDE-IDX)
004520     END-IF.
004530 2220-SLIDE-ONE-ENTRY-EXIT.
004540     EXIT.
004550*
004560******************************************************************
004570* 3000-PROFILE-TRAFFIC-BY-HOUR - BUCKET EVERY AUDIT RECORD ON    *
004580*                                THE HOUR OF AUD-RUN-TIME.       *
004590*                                A TIME WITH AN HOUR OUTSIDE     *
004600*                                00-23 IS COUNTED SEPARATELY     *
004610*                                INSTEAD OF CLOBBERING THE       *
004620*                                TABLE.                          *
004630******************************************************************
004640 3000-PROFILE-TRAFFIC-BY-HOUR.
004650     PERFORM 3100-READ-AUDIT-RECORD
004660         THRU 3100-READ-AUDIT-RECORD-EXIT.
004670     PERFORM 3200-BUCKET-ONE-RECORD
004680         THRU 3200-BUCKET-ONE-RECORD-EXIT
004690         UNTIL WS-END-OF-AUDIT.
004700 3000-PROFILE-TRAFFIC-BY-HOUR-EXIT.
004710     EXIT.
004720*
004730 3100-READ-AUDIT-RECORD.
004740     READ AUDIT-LOG-FILE
004750         AT END
004760             MOVE "Y" TO WS-AUD-EOF-SW
004770         NOT AT END
004780             ADD 1 TO WS-AUDIT-READ-COUNT
004790     END-READ.
004800 3100-READ-AUDIT-RECORD-EXIT.
004810     EXIT.
004820*
004830 3200-BUCKET-ONE-RECORD.
004840     PERFORM 3250-CLASSIFY-CHANNEL
004850         THRU 3250-CLASSIFY-CHANNEL-EXIT.
004860     ADD 1 TO WS-CHANNEL-TOTAL(WS-CHANNEL-IDX).
004870     IF AUD-RUN-TIME(1:2) IS NUMERIC
004880         MOVE AUD-RUN-TIME(1:2) TO WS-HOUR-OF-DAY
004890     ELSE
004900         MOVE 99 TO WS-HOUR-OF-DAY
004910     END-IF.
004920     IF WS-HOUR-OF-DAY < 24
004930         COMPUTE WS-HOUR-IDX = WS-HOUR-OF-DAY + 1
004940         ADD 1 TO WS-HOUR-CHANNEL-COUNT
004950                      (WS-HOUR-IDX WS-CHANNEL-IDX)
004960         ADD 1 TO WS-HOUR-TOTAL-COUNT(WS-HOUR-IDX)
004970     ELSE
004980         ADD 1 TO WS-BAD-TIME-COUNT
004990     END-IF.
005000     PERFORM 3100-READ-AUDIT-RECORD
005010         THRU 3100-READ-AUDIT-RECORD-EXIT.
005020 3200-BUCKET-ONE-RECORD-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 3250-CLASSIFY-CHANNEL - SLOT THE RECORD JUST READ BY ITS       *
005070*                         ORIGINATING CHANNEL.  A 28-BYTE        *
005080*                         RECORD PREDATES AUD-CHANNEL AND AN     *
005090*                         UNRECOGNIZED CODE IS NOT GUESSED AT -  *
005100*                         BOTH LAND IN THE UNKNOWN SLOT.         *
005110******************************************************************
005120 3250-CLASSIFY-CHANNEL.
005130     MOVE WS-CHANNEL-MAX TO WS-CHANNEL-IDX.
005140     IF WS-AUD-RECORD-LENGTH < 31
005150         GO TO 3250-CLASSIFY-CHANNEL-EXIT
005160     END-IF.
005170     IF AUD-CHANNEL-CONSOLE
005180         MOVE 1 TO WS-CHANNEL-IDX
005190     END-IF.
005200     IF AUD-CHANNEL-ONLINE
005210         MOVE 2 TO WS-CHANNEL-IDX
005220     END-IF.
005230     IF AUD-CHANNEL-BATCH
005240         MOVE 3 TO WS-CHANNEL-IDX
005250     END-IF.
005260 3250-CLASSIFY-CHANNEL-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300* 5000-WRITE-REPORT - PRINT BOTH SECTIONS, PAGED.                *
005310******************************************************************
005320 5000-WRITE-REPORT.
005330     MOVE SPACES TO WS-PRINT-LINE.
005340     MOVE "SECTION 1 - TOP VISITORS" TO WS-PRINT-LINE.
005350     PERFORM 5200-WRITE-REPORT-LINE
005360         THRU 5200-WRITE-REPORT-LINE-EXIT.
005370     MOVE SPACES TO WS-PRINT-LINE.
005380     MOVE "RANK  PSEUDO         VISITS  FIRSTSEEN"
005390         TO WS-PRINT-LINE.
005400     PERFORM 5200-WRITE-REPORT-LINE
005410         THRU 5200-WRITE-REPORT-LINE-EXIT.
005420     PERFORM 5300-WRITE-ONE-TOP-LINE
005430         THRU 5300-WRITE-ONE-TOP-LINE-EXIT
005440         VARYING WS-TOP-RANK FROM 1 BY 1
005450         UNTIL WS-TOP-RANK > WS-TOP-FILLED.
005460     IF WS-TOP-FILLED = ZERO
005470         MOVE SPACES TO WS-PRINT-LINE
005480         MOVE "(ROSTER IS EMPTY)" TO WS-PRINT-LINE
005490         PERFORM 5200-WRITE-REPORT-LINE
005500             THRU 5200-WRITE-REPORT-LINE-EXIT
005510     END-IF.
005520*
005530     MOVE SPACES TO WS-PRINT-LINE.
005540     PERFORM 5200-WRITE-REPORT-LINE
005550         THRU 5200-WRITE-REPORT-LINE-EXIT.
005560     MOVE SPACES TO WS-PRINT-LINE.
005570     MOVE "SECTION 2 - TRAFFIC BY HOUR OF DAY" TO WS-PRINT-LINE.
005580     PERFORM 5200-WRITE-REPORT-LINE
005590         THRU 5200-WRITE-REPORT-LINE-EXIT.
005600     MOVE SPACES TO WS-PRINT-LINE.
005610     MOVE WS-HOUR-HEADING-LINE TO WS-PRINT-LINE.
005620     PERFORM 5200-WRITE-REPORT-LINE
005630         THRU 5200-WRITE-REPORT-LINE-EXIT.
005640     PERFORM 5400-WRITE-ONE-HOUR-LINE
005650         THRU 5400-WRITE-ONE-HOUR-LINE-EXIT
005660         VARYING WS-HOUR-IDX FROM 1 BY 1
005670         UNTIL WS-HOUR-IDX > 24.
005680*
005690     MOVE SPACES TO WS-PRINT-LINE.
005700     PERFORM 5200-WRITE-REPORT-LINE
005710         THRU 5200-WRITE-REPORT-LINE-EXIT.
005720     MOVE SPACES TO WS-PRINT-LINE.
005730     MOVE "SECTION 3 - TRAFFIC BY CHANNEL" TO WS-PRINT-LINE.
005740     PERFORM 5200-WRITE-REPORT-LINE
005750         THRU 5200-WRITE-REPORT-LINE-EXIT.
005760     MOVE SPACES TO WS-PRINT-LINE.
005770     MOVE "CHANNEL           GREETINGS" TO WS-PRINT-LINE.
005780     PERFORM 5200-WRITE-REPORT-LINE
005790         THRU 5200-WRITE-REPORT-LINE-EXIT.
005800     PERFORM 5600-WRITE-ONE-CHANNEL-LINE
005810         THRU 5600-WRITE-ONE-CHANNEL-LINE-EXIT
005820         VARYING WS-CHANNEL-IDX FROM 1 BY 1
005830         UNTIL WS-CHANNEL-IDX > WS-CHANNEL-MAX.
005840*
005850     MOVE SPACES TO WS-PRINT-LINE.
005860     PERFORM 5200-WRITE-REPORT-LINE
005870         THRU 5200-WRITE-REPORT-LINE-EXIT.
005880     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
005890     MOVE SPACES TO WS-PRINT-LINE.
005900     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
005910             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005920             INTO WS-PRINT-LINE.
005930     PERFORM 5200-WRITE-REPORT-LINE
005940         THRU 5200-WRITE-REPORT-LINE-EXIT.
005950     MOVE WS-ROSTER-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
005960     MOVE SPACES TO WS-PRINT-LINE.
005970     STRING "ROSTER RECORDS READ . . . . . . : " DELIMITED BY SIZE
005980             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005990             INTO WS-PRINT-LINE.
006000     PERFORM 5200-WRITE-REPORT-LINE
006010         THRU 5200-WRITE-REPORT-LINE-EXIT.
006020     IF WS-BAD-TIME-COUNT > ZERO
006030         MOVE WS-BAD-TIME-COUNT TO WS-REPORT-NUMERIC-EDIT
006040         MOVE SPACES TO WS-PRINT-LINE
006050         STRING "RECORDS WITH BAD RUN TIME . . . : "
006060                 DELIMITED BY SIZE
006070                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006080                 INTO WS-PRINT-LINE
006090         PERFORM 5200-WRITE-REPORT-LINE
006100             THRU 5200-WRITE-REPORT-LINE-EXIT
006110     END-IF.
006120 5000-WRITE-REPORT-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160* 5100-WRITE-PAGE-HEADING - NEW PAGE: BUMP THE PAGE NUMBER AND   *
006170*                           PRINT THE HEADING WITH THE RUN DATE. *
006180******************************************************************
006190 5100-WRITE-PAGE-HEADING.
006200     ADD 1 TO WS-PAGE-NUMBER.
006210     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
006220     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
006230     MOVE WS-HEADING-LINE TO REPORT-RECORD.
006240     WRITE REPORT-RECORD.
006250     PERFORM 5500-CHECK-REPORT-WRITE
006260         THRU 5500-CHECK-REPORT-WRITE-EXIT.
006270     MOVE SPACES TO REPORT-RECORD.
006280     WRITE REPORT-RECORD.
006290     PERFORM 5500-CHECK-REPORT-WRITE
006300         THRU 5500-CHECK-REPORT-WRITE-EXIT.
006310     MOVE 2 TO WS-LINE-COUNT.
006320 5100-WRITE-PAGE-HEADING-EXIT.
006330     EXIT.
006340*
006350******************************************************************
006360* 5200-WRITE-REPORT-LINE - WRITE THE BODY LINE STAGED IN        *
006370*                          WS-PRINT-LINE, STARTING A NEW PAGE    *
006380*                          FIRST WHEN THE CURRENT ONE IS FULL.   *
006390******************************************************************
006400 5200-WRITE-REPORT-LINE.
006410     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006420         PERFORM 5100-WRITE-PAGE-HEADING
006430             THRU 5100-WRITE-PAGE-HEADING-EXIT
006440     END-IF.
006450     MOVE WS-PRINT-LINE TO REPORT-RECORD.
006460     WRITE REPORT-RECORD.
006470     PERFORM 5500-CHECK-REPORT-WRITE
006480         THRU 5500-CHECK-REPORT-WRITE-EXIT.
006490     ADD 1 TO WS-LINE-COUNT.
006500 5200-WRITE-REPORT-LINE-EXIT.
006510     EXIT.
006520*
006530 5300-WRITE-ONE-TOP-LINE.
006540     MOVE WS-TOP-RANK TO WS-TOP-DTL-RANK.
006550     MOVE WS-TOP-PSEUDO(WS-TOP-RANK) TO WS-TOP-DTL-PSEUDO.
006560     MOVE WS-TOP-VISITS(WS-TOP-RANK) TO WS-TOP-DTL-VISITS.
006570     MOVE WS-TOP-FIRST-SEEN(WS-TOP-RANK)
006580         TO WS-TOP-DTL-FIRST-SEEN.
006590     MOVE WS-TOP-DETAIL-LINE TO WS-PRINT-LINE.
006600     PERFORM 5200-WRITE-REPORT-LINE
006610         THRU 5200-WRITE-REPORT-LINE-EXIT.
006620 5300-WRITE-ONE-TOP-LINE-EXIT.
006630     EXIT.
006640*
006650 5400-WRITE-ONE-HOUR-LINE.
006660     COMPUTE WS-HOUR-LABEL = WS-HOUR-IDX - 1.
006670     MOVE WS-HOUR-LABEL TO WS-HOUR-DTL-LABEL.
006680     MOVE WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 1)
006690         TO WS-HOUR-DTL-CONSOLE.
006700     MOVE WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 2)
006710         TO WS-HOUR-DTL-CBLU.
006720     MOVE WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 3)
006730         TO WS-HOUR-DTL-BATCH.
006740     MOVE WS-HOUR-CHANNEL-COUNT(WS-HOUR-IDX 4)
006750         TO WS-HOUR-DTL-UNKNOWN.
006760     MOVE WS-HOUR-TOTAL-COUNT(WS-HOUR-IDX) TO WS-HOUR-DTL-TOTAL.
006770     MOVE WS-HOUR-DETAIL-LINE TO WS-PRINT-LINE.
006780     PERFORM 5200-WRITE-REPORT-LINE
006790         THRU 5200-WRITE-REPORT-LINE-EXIT.
006800 5400-WRITE-ONE-HOUR-LINE-EXIT.
006810     EXIT.
006820*
006830 5600-WRITE-ONE-CHANNEL-LINE.
006840     MOVE WS-CHANNEL-NAME(WS-CHANNEL-IDX) TO WS-CHN-DTL-NAME.
006850     MOVE WS-CHANNEL-TOTAL(WS-CHANNEL-IDX) TO WS-CHN-DTL-COUNT.
006860     MOVE WS-CHANNEL-DETAIL-LINE TO WS-PRINT-LINE.
006870     PERFORM 5200-WRITE-REPORT-LINE
006880         THRU 5200-WRITE-REPORT-LINE-EXIT.
006890 5600-WRITE-ONE-CHANNEL-LINE-EXIT.
006900     EXIT.
006910*
006920 5500-CHECK-REPORT-WRITE.
006930     IF NOT WS-RPT-OK
006940         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
006950             WS-RPT-FILE-STATUS
006960     END-IF.
006970 5500-CHECK-REPORT-WRITE-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
007020*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
007030*                          BY EVERY BATCH PROGRAM VIA            *
007040*                          JRNLPUT.CPY.                          *
007050******************************************************************
007060     COPY JRNLPUT.
007070*
007080******************************************************************
007090* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
007100*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
007110*                          BY EVERY NIGHTLY PROGRAM VIA          *
007120*                          BUSDGET.CPY.                          *
007130******************************************************************
007140     COPY BUSDGET.
007150*
007160******************************************************************
007170* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
007180******************************************************************
007190 9999-TERMINATE.
007200     IF NOT WS-ROSTER-ABSENT
007210         CLOSE USER-MASTER-FILE
007220     END-IF.
007230     IF NOT WS-AUD-FILE-NOT-PRESENT
007240         CLOSE AUDIT-LOG-FILE
007250     END-IF.
007260     CLOSE REPORT-FILE.
007270 9999-TERMINATE-EXIT.
007280     EXIT.
