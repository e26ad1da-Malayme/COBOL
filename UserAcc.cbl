000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserAcc.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserAcc                                                    *
000110*                                                                *
000120*    NIGHTLY SUPPORT-DESK ACTIVITY REPORT.  THE CBLM, CBLP AND   *
000130*    CBLI TRANSACTIONS APPEND A RECORD TO THE ACCESS LOG         *
000140*    (ACCESSLG.CPY) FOR EVERY INQUIRY, EVERY BROWSED ROSTER      *
000150*    LINE, EVERY CHANGE AND EVERY ATTEMPT REFUSED FOR WANT OF    *
000160*    AUTHORITY.  THIS STEP SORTS TODAY'S RECORDS BY OPERATOR     *
000170*    AND TIME AND PRINTS, FOR EACH OPERATOR, WHO THEY ARE (FROM  *
000180*    THE SUPPORT OPERATOR TABLE, OPERATOR.CPY) AND WHICH         *
000190*    PSEUDOS THEY LOOKED AT OR CHANGED, SO A PRIVACY COMPLAINT   *
000200*    ASKING "WHO AT YOUR END LOOKED AT MY RECORD" CAN BE         *
000210*    ANSWERED FROM A FILED REPORT.  THE LOG ITSELF IS KEPT       *
000220*    ACROSS NIGHTS (THE SAME TODAY-ONLY FILTER UserRpt APPLIES   *
000230*    TO THE AUDIT LOG).                                          *
000240*                                                                *
000250*    RETURN CODES:  0 - REPORT PRINTED, NOTHING TO FOLLOW UP.    *
000260*                   4 - REFUSED ATTEMPTS, OR ACTIVITY UNDER A    *
000270*                       USER ID NO LONGER ON THE OPERATOR        *
000280*                       TABLE - SUPPORT MANAGEMENT SHOULD READ   *
000290*                       ACCRPT.                                  *
000300*                   8 - THE ACCESS LOG COULD NOT BE READ.        *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-10-15  ML   ORIGINAL VERSION.                          *
000350*    2026-10-15  ML   TODAY'S ACCESS-LOG ENTRIES ARE THOSE OF    *
000360*                     THE BUSINESS DATE (BUSDATE.CPY) RATHER     *
000370*                     THAN THE CLOCK DATE.                       *
000380*                                                                *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-ACC-FILE-STATUS.
000490*
000500     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000510*
000520     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SRT-FILE-STATUS.
000550*
000560     SELECT OPERATOR-FILE ASSIGN TO "OPERTBL"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS OP-OPERATOR-ID
000600         FILE STATUS IS WS-OPR-FILE-STATUS.
000610*
000620     SELECT REPORT-FILE ASSIGN TO "ACCRPT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650*
000660     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS BD-BDT-FILE-STATUS.
000690*
000700     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RNJ-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ACCESS-LOG-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY ACCESSLG.
000790*
000800 SD  SORT-WORK-FILE.
000810 COPY ACCESSLG REPLACING AL-RECORD BY SRT-RECORD
000820                         AL-OPERATOR-ID BY SRT-OPERATOR-ID
000830                         AL-TRANSID BY SRT-TRANSID
000840                         AL-ACTION BY SRT-ACTION
000850                         AL-PSEUDO BY SRT-PSEUDO
000860                         AL-OTHER-PSEUDO BY SRT-OTHER-PSEUDO
000870                         AL-OUTCOME BY SRT-OUTCOME
000880                         AL-OUTCOME-DONE BY SRT-OUTCOME-DONE
000890                         AL-OUTCOME-REFUSED BY SRT-OUTCOME-REFUSED
000900                         AL-RUN-DATE BY SRT-RUN-DATE
000910                         AL-RUN-TIME BY SRT-RUN-TIME.
000920*
000930 FD  SORTED-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY ACCESSLG REPLACING AL-RECORD BY OUT-RECORD
000960                         AL-OPERATOR-ID BY OUT-OPERATOR-ID
000970                         AL-TRANSID BY OUT-TRANSID
000980                         AL-ACTION BY OUT-ACTION
000990                         AL-PSEUDO BY OUT-PSEUDO
001000                         AL-OTHER-PSEUDO BY OUT-OTHER-PSEUDO
001010                         AL-OUTCOME BY OUT-OUTCOME
001020                         AL-OUTCOME-DONE BY OUT-OUTCOME-DONE
001030                         AL-OUTCOME-REFUSED BY OUT-OUTCOME-REFUSED
001040                         AL-RUN-DATE BY OUT-RUN-DATE
001050                         AL-RUN-TIME BY OUT-RUN-TIME.
001060*
001070 FD  OPERATOR-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY OPERATOR.
001100*
001110 FD  REPORT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  REPORT-RECORD                   PIC X(80).
001140*
001150 FD  BUSINESS-DATE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY BUSDATE.
001180*
001190 FD  RUN-JOURNAL-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY RUNJRNL.
001220*
001230 WORKING-STORAGE SECTION.
001240 01  WS-FILE-SWITCHES.
001250     05  WS-ACC-FILE-STATUS          PIC X(02) VALUE SPACES.
001260         88  WS-ACC-OK                   VALUE "00".
001270         88  WS-ACC-FILE-NOT-PRESENT     VALUE "35".
001280     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001290         88  WS-SRT-OK                   VALUE "00".
001300     05  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
001310         88  WS-OPR-OK                   VALUE "00".
001320         88  WS-OPR-FILE-NOT-PRESENT     VALUE "35".
001330     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001340         88  WS-RPT-OK                   VALUE "00".
001350     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001360         88  WS-RNJ-OK                   VALUE "00".
001370*
001380 01  WS-CONTROL-SWITCHES.
001390     05  WS-ACC-EOF-SW               PIC X(01) VALUE "N".
001400         88  WS-END-OF-ACCESS-LOG        VALUE "Y".
001410     05  WS-EOF-SW                   PIC X(01) VALUE "N".
001420         88  WS-END-OF-SORTED-FILE       VALUE "Y".
001430     05  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
001440         88  WS-FIRST-RECORD             VALUE "Y".
001450     05  WS-OPR-TABLE-SW             PIC X(01) VALUE "N".
001460         88  WS-OPR-TABLE-OPEN           VALUE "Y".
001470*
001480 01  WS-COUNTERS.
001490     05  WS-LOG-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001500     05  WS-TODAY-ENTRY-COUNT        PIC 9(08) COMP VALUE ZERO.
001510     05  WS-OPERATOR-COUNT           PIC 9(08) COMP VALUE ZERO.
001520     05  WS-LOOK-COUNT               PIC 9(08) COMP VALUE ZERO.
001530     05  WS-CHANGE-COUNT             PIC 9(08) COMP VALUE ZERO.
001540     05  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
001550     05  WS-UNKNOWN-OPER-COUNT       PIC 9(08) COMP VALUE ZERO.
001560     05  WS-OPER-ENTRY-COUNT         PIC 9(08) COMP VALUE ZERO.
001570     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001580*
001590 01  WS-PREVIOUS-OPERATOR-ID         PIC X(08) VALUE SPACES.
001600*
001610 01  WS-CURRENT-DATE-FIELDS.
001620     05  WS-CURRENT-DATE             PIC 9(08).
001630*
001640 COPY BUSDWRK.
001650*
001660 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001670 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001680*
001690 01  WS-OPERATOR-LINE.
001700     05  FILLER                      PIC X(09) VALUE "OPERATOR ".
001710     05  WS-OPL-OPERATOR-ID          PIC X(08).
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  WS-OPL-NAME                 PIC X(30).
001740     05  FILLER                      PIC X(02) VALUE SPACES.
001750     05  WS-OPL-LEVEL-TEXT           PIC X(29).
001760*
001770 01  WS-DETAIL-LINE.
001780     05  FILLER                      PIC X(02) VALUE SPACES.
001790     05  WS-DTL-TIME                 PIC 9(08).
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  WS-DTL-TRANSID              PIC X(04).
001820     05  FILLER                      PIC X(03) VALUE SPACES.
001830     05  WS-DTL-ACTION               PIC X(01).
001840     05  FILLER                      PIC X(03) VALUE SPACES.
001850     05  WS-DTL-PSEUDO               PIC X(12).
001860     05  FILLER                      PIC X(02) VALUE SPACES.
001870     05  WS-DTL-OTHER-PSEUDO         PIC X(12).
001880     05  FILLER                      PIC X(02) VALUE SPACES.
001890     05  WS-DTL-OUTCOME              PIC X(07).
001900     05  FILLER                      PIC X(22) VALUE SPACES.
001910*
001920 PROCEDURE DIVISION.
001930*
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE
001960         THRU 1000-INITIALIZE-EXIT.
001970*
001980     SORT SORT-WORK-FILE
001990         ON ASCENDING KEY SRT-OPERATOR-ID
002000                          SRT-RUN-TIME
002010         INPUT PROCEDURE IS 1800-FEED-SORT
002020             THRU 1800-FEED-SORT-EXIT
002030         GIVING SORTED-FILE.
002040*
002050     PERFORM 2000-LIST-SORTED-FILE
002060         THRU 2000-LIST-SORTED-FILE-EXIT.
002070*
002080     PERFORM 5000-WRITE-TOTALS
002090         THRU 5000-WRITE-TOTALS-EXIT.
002100*
002110     PERFORM 9999-TERMINATE
002120         THRU 9999-TERMINATE-EXIT.
002130*
002140     IF WS-REFUSED-COUNT > ZERO
002150        OR WS-UNKNOWN-OPER-COUNT > ZERO
002160         MOVE 4 TO RETURN-CODE
002170     END-IF.
002180     IF WS-IO-FAIL-COUNT > ZERO
002190         MOVE 8 TO RETURN-CODE
002200     END-IF.
002210*
002220     MOVE "E" TO RJ-RECORD-TYPE.
002230     MOVE WS-LOG-READ-COUNT TO RJ-READ-COUNT.
002240     MOVE WS-TODAY-ENTRY-COUNT TO RJ-WRITTEN-COUNT.
002250     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002260     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002270     PERFORM 6500-WRITE-RUN-JOURNAL
002280         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002290     STOP RUN.
002300*
002310******************************************************************
002320* 1000-INITIALIZE - OPEN THE OPERATOR TABLE AND THE REPORT AND   *
002330*                   CAPTURE TODAY'S DATE.  THE ACCESS LOG IS     *
002340*                   OPENED BY THE SORT INPUT PROCEDURE.  A       *
002350*                   MISSING OPERATOR TABLE ONLY COSTS THE NAMES  *
002360*                   ON THE REPORT.                               *
002370******************************************************************
002380 1000-INITIALIZE.
002390     MOVE "UserAcc" TO RJ-PROGRAM-NAME.
002400     MOVE "S" TO RJ-RECORD-TYPE.
002410     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002420                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002430     PERFORM 6500-WRITE-RUN-JOURNAL
002440         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002450*
002460     OPEN INPUT OPERATOR-FILE.
002470     IF WS-OPR-OK
002480         MOVE "Y" TO WS-OPR-TABLE-SW
002490     ELSE
002500         IF NOT WS-OPR-FILE-NOT-PRESENT
002510             DISPLAY "OPERATOR TABLE OPEN FAILED - STATUS "
002520                 WS-OPR-FILE-STATUS
002530         END-IF
002540     END-IF.
002550*
002560     OPEN OUTPUT REPORT-FILE.
002570     IF NOT WS-RPT-OK
002580         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002590             WS-RPT-FILE-STATUS
002600     END-IF.
002610     PERFORM 6600-GET-BUSINESS-DATE
002620         THRU 6600-GET-BUSINESS-DATE-EXIT.
002630*
002640     MOVE SPACES TO REPORT-RECORD.
002650     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002660     STRING "COBILISTE - SUPPORT DESK ACTIVITY  "
002670             DELIMITED BY SIZE
002680             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002690             INTO REPORT-RECORD.
002700     WRITE REPORT-RECORD.
002710     PERFORM 5100-CHECK-REPORT-WRITE
002720         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770* 1800-FEED-SORT - RELEASE TODAY'S ACCESS-LOG RECORDS TO THE     *
002780*                  SORT.  A LOG THAT DOES NOT EXIST YET MEANS    *
002790*                  NO SUPPORT-DESK ACTIVITY HAS EVER BEEN        *
002800*                  LOGGED AND IS TREATED AS EMPTY.               *
002810******************************************************************
002820 1800-FEED-SORT.
002830     OPEN INPUT ACCESS-LOG-FILE.
002840     IF WS-ACC-FILE-NOT-PRESENT
002850         MOVE "Y" TO WS-ACC-EOF-SW
002860         GO TO 1800-FEED-SORT-EXIT
002870     END-IF.
002880     IF NOT WS-ACC-OK
002890         DISPLAY "ACCESS-LOG OPEN FAILED - STATUS "
002900             WS-ACC-FILE-STATUS
002910         ADD 1 TO WS-IO-FAIL-COUNT
002920         MOVE "Y" TO WS-ACC-EOF-SW
002930         GO TO 1800-FEED-SORT-EXIT
002940     END-IF.
002950     PERFORM 1810-READ-ACCESS-RECORD
002960         THRU 1810-READ-ACCESS-RECORD-EXIT.
002970     PERFORM 1820-RELEASE-ONE-RECORD
002980         THRU 1820-RELEASE-ONE-RECORD-EXIT
002990         UNTIL WS-END-OF-ACCESS-LOG.
003000     CLOSE ACCESS-LOG-FILE.
003010 1800-FEED-SORT-EXIT.
003020     EXIT.
003030*
003040 1810-READ-ACCESS-RECORD.
003050     READ ACCESS-LOG-FILE
003060         AT END
003070             MOVE "Y" TO WS-ACC-EOF-SW
003080         NOT AT END
003090             ADD 1 TO WS-LOG-READ-COUNT
003100     END-READ.
003110 1810-READ-ACCESS-RECORD-EXIT.
003120     EXIT.
003130*
003140 1820-RELEASE-ONE-RECORD.
003150     IF AL-RUN-DATE = WS-CURRENT-DATE
003160         MOVE AL-RECORD TO SRT-RECORD
003170         RELEASE SRT-RECORD
003180     END-IF.
003190     PERFORM 1810-READ-ACCESS-RECORD
003200         THRU 1810-READ-ACCESS-RECORD-EXIT.
003210 1820-RELEASE-ONE-RECORD-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250* 2000-LIST-SORTED-FILE - READ TODAY'S SORTED ENTRIES AND PRINT  *
003260*                         THEM UNDER ONE HEADING PER OPERATOR.   *
003270******************************************************************
003280 2000-LIST-SORTED-FILE.
003290     OPEN INPUT SORTED-FILE.
003300     IF NOT WS-SRT-OK
003310         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
003320             WS-SRT-FILE-STATUS
003330         ADD 1 TO WS-IO-FAIL-COUNT
003340         GO TO 2000-LIST-SORTED-FILE-EXIT
003350     END-IF.
003360     PERFORM 2100-READ-SORTED-RECORD
003370         THRU 2100-READ-SORTED-RECORD-EXIT.
003380     PERFORM 2200-PROCESS-SORTED-RECORD
003390         THRU 2200-PROCESS-SORTED-RECORD-EXIT
003400         UNTIL WS-END-OF-SORTED-FILE.
003410     IF NOT WS-FIRST-RECORD
003420         PERFORM 2400-CLOSE-OPERATOR-SECTION
003430             THRU 2400-CLOSE-OPERATOR-SECTION-EXIT
003440     END-IF.
003450     CLOSE SORTED-FILE.
003460 2000-LIST-SORTED-FILE-EXIT.
003470     EXIT.
003480*
003490 2100-READ-SORTED-RECORD.
003500     READ SORTED-FILE
003510         AT END
003520             MOVE "Y" TO WS-EOF-SW
003530     END-READ.
003540 2100-READ-SORTED-RECORD-EXIT.
003550     EXIT.
003560*
003570 2200-PROCESS-SORTED-RECORD.
003580     IF WS-FIRST-RECORD
003590        OR OUT-OPERATOR-ID NOT = WS-PREVIOUS-OPERATOR-ID
003600         IF NOT WS-FIRST-RECORD
003610             PERFORM 2400-CLOSE-OPERATOR-SECTION
003620                 THRU 2400-CLOSE-OPERATOR-SECTION-EXIT
003630         END-IF
003640         PERFORM 2300-OPEN-OPERATOR-SECTION
003650             THRU 2300-OPEN-OPERATOR-SECTION-EXIT
003660         MOVE "N" TO WS-FIRST-RECORD-SW
003670         MOVE OUT-OPERATOR-ID TO WS-PREVIOUS-OPERATOR-ID
003680     END-IF.
003690*
003700     ADD 1 TO WS-TODAY-ENTRY-COUNT.
003710     ADD 1 TO WS-OPER-ENTRY-COUNT.
003720     MOVE OUT-RUN-TIME TO WS-DTL-TIME.
003730     MOVE OUT-TRANSID TO WS-DTL-TRANSID.
003740     MOVE OUT-ACTION TO WS-DTL-ACTION.
003750     MOVE OUT-PSEUDO TO WS-DTL-PSEUDO.
003760     MOVE OUT-OTHER-PSEUDO TO WS-DTL-OTHER-PSEUDO.
003770     IF OUT-OUTCOME-REFUSED
003780         ADD 1 TO WS-REFUSED-COUNT
003790         MOVE "REFUSED" TO WS-DTL-OUTCOME
003800     ELSE
003810         MOVE "DONE" TO WS-DTL-OUTCOME
003820         IF OUT-ACTION = "I" OR "B" OR "H"
003830             ADD 1 TO WS-LOOK-COUNT
003840         ELSE
003850             ADD 1 TO WS-CHANGE-COUNT
003860         END-IF
003870     END-IF.
003880     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
003890     WRITE REPORT-RECORD.
003900     PERFORM 5100-CHECK-REPORT-WRITE
003910         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003920*
003930     PERFORM 2100-READ-SORTED-RECORD
003940         THRU 2100-READ-SORTED-RECORD-EXIT.
003950 2200-PROCESS-SORTED-RECORD-EXIT.
003960     EXIT.
003970*
003980******************************************************************
003990* 2300-OPEN-OPERATOR-SECTION - HEADING FOR A NEW OPERATOR, WITH  *
004000*                              THE NAME AND LEVEL FROM THE       *
004010*                              OPERATOR TABLE.  A USER ID NO     *
004020*                              LONGER ON THE TABLE (OR A BLANK   *
004030*                              ONE, FROM A TERMINAL NOT SIGNED   *
004040*                              ON) IS CALLED OUT.                *
004050******************************************************************
004060 2300-OPEN-OPERATOR-SECTION.
004070     ADD 1 TO WS-OPERATOR-COUNT.
004080     MOVE ZERO TO WS-OPER-ENTRY-COUNT.
004090     MOVE OUT-OPERATOR-ID TO WS-OPL-OPERATOR-ID.
004100     MOVE SPACES TO WS-OPL-NAME.
004110     MOVE "NOT ON THE OPERATOR TABLE" TO WS-OPL-LEVEL-TEXT.
004120     IF WS-OPR-TABLE-OPEN
004130        AND OUT-OPERATOR-ID NOT = SPACES
004140         MOVE OUT-OPERATOR-ID TO OP-OPERATOR-ID
004150         READ OPERATOR-FILE
004160             INVALID KEY
004170                 MOVE SPACES TO OP-RECORD
004180         END-READ
004190         IF WS-OPR-OK
004200             MOVE OP-OPERATOR-NAME TO WS-OPL-NAME
004210             MOVE SPACES TO WS-OPL-LEVEL-TEXT
004220             STRING "LEVEL " DELIMITED BY SIZE
004230                     OP-AUTH-LEVEL DELIMITED BY SIZE
004240                     INTO WS-OPL-LEVEL-TEXT
004250         END-IF
004260     END-IF.
004270     IF WS-OPL-NAME = SPACES
004280         ADD 1 TO WS-UNKNOWN-OPER-COUNT
004290     END-IF.
004300*
004310     MOVE SPACES TO REPORT-RECORD.
004320     WRITE REPORT-RECORD.
004330     PERFORM 5100-CHECK-REPORT-WRITE
004340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004350     MOVE WS-OPERATOR-LINE TO REPORT-RECORD.
004360     WRITE REPORT-RECORD.
004370     PERFORM 5100-CHECK-REPORT-WRITE
004380         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004390     MOVE SPACES TO REPORT-RECORD.
004400     STRING "  TIME      TRAN  ACT  PSEUDO        "
004410             DELIMITED BY SIZE
004420             "OTHER PSEUDO  OUTCOME" DELIMITED BY SIZE
004430             INTO REPORT-RECORD.
004440     WRITE REPORT-RECORD.
004450     PERFORM 5100-CHECK-REPORT-WRITE
004460         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004470 2300-OPEN-OPERATOR-SECTION-EXIT.
004480     EXIT.
004490*
004500 2400-CLOSE-OPERATOR-SECTION.
004510     MOVE WS-OPER-ENTRY-COUNT TO WS-REPORT-NUMERIC-EDIT.
004520     MOVE SPACES TO REPORT-RECORD.
004530     STRING "  ENTRIES FOR THIS OPERATOR . . : " DELIMITED BY SIZE
004540             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004550             INTO REPORT-RECORD.
004560     WRITE REPORT-RECORD.
004570     PERFORM 5100-CHECK-REPORT-WRITE
004580         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004590 2400-CLOSE-OPERATOR-SECTION-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630* 5000-WRITE-TOTALS - PRINT THE DAY'S TOTALS.                    *
004640******************************************************************
004650 5000-WRITE-TOTALS.
004660     MOVE SPACES TO REPORT-RECORD.
004670     WRITE REPORT-RECORD.
004680     PERFORM 5100-CHECK-REPORT-WRITE
004690         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004700*
004710     MOVE WS-LOG-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
004720     MOVE SPACES TO REPORT-RECORD.
004730     STRING "ACCESS-LOG RECORDS READ . . . . : " DELIMITED BY SIZE
004740             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004750             INTO REPORT-RECORD.
004760     WRITE REPORT-RECORD.
004770     PERFORM 5100-CHECK-REPORT-WRITE
004780         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004790*
004800     MOVE WS-TODAY-ENTRY-COUNT TO WS-REPORT-NUMERIC-EDIT.
004810     MOVE SPACES TO REPORT-RECORD.
004820     STRING "ENTRIES FOR THE DAY . . . . . . : " DELIMITED BY SIZE
004830             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004840             INTO REPORT-RECORD.
004850     WRITE REPORT-RECORD.
004860     PERFORM 5100-CHECK-REPORT-WRITE
004870         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004880*
004890     MOVE WS-OPERATOR-COUNT TO WS-REPORT-NUMERIC-EDIT.
004900     MOVE SPACES TO REPORT-RECORD.
004910     STRING "OPERATORS ACTIVE  . . . . . . . : " DELIMITED BY SIZE
004920             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004930             INTO REPORT-RECORD.
004940     WRITE REPORT-RECORD.
004950     PERFORM 5100-CHECK-REPORT-WRITE
004960         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004970*
004980     MOVE WS-LOOK-COUNT TO WS-REPORT-NUMERIC-EDIT.
004990     MOVE SPACES TO REPORT-RECORD.
005000     STRING "RECORDS LOOKED AT . . . . . . . : " DELIMITED BY SIZE
005010             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005020             INTO REPORT-RECORD.
005030     WRITE REPORT-RECORD.
005040     PERFORM 5100-CHECK-REPORT-WRITE
005050         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005060*
005070     MOVE WS-CHANGE-COUNT TO WS-REPORT-NUMERIC-EDIT.
005080     MOVE SPACES TO REPORT-RECORD.
005090     STRING "RECORDS CHANGED . . . . . . . . : " DELIMITED BY SIZE
005100             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005110             INTO REPORT-RECORD.
005120     WRITE REPORT-RECORD.
005130     PERFORM 5100-CHECK-REPORT-WRITE
005140         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005150*
005160     MOVE WS-REFUSED-COUNT TO WS-REPORT-NUMERIC-EDIT.
005170     MOVE SPACES TO REPORT-RECORD.
005180     STRING "ATTEMPTS REFUSED  . . . . . . . : " DELIMITED BY SIZE
005190             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005200             INTO REPORT-RECORD.
005210     WRITE REPORT-RECORD.
005220     PERFORM 5100-CHECK-REPORT-WRITE
005230         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005240*
005250     MOVE WS-UNKNOWN-OPER-COUNT TO WS-REPORT-NUMERIC-EDIT.
005260     MOVE SPACES TO REPORT-RECORD.
005270     STRING "USER IDS NOT ON THE TABLE . . . : " DELIMITED BY SIZE
005280             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005290             INTO REPORT-RECORD.
005300     WRITE REPORT-RECORD.
005310     PERFORM 5100-CHECK-REPORT-WRITE
005320         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005330 5000-WRITE-TOTALS-EXIT.
005340     EXIT.
005350*
005360 5100-CHECK-REPORT-WRITE.
005370     IF NOT WS-RPT-OK
005380         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
005390             WS-RPT-FILE-STATUS
005400     END-IF.
005410 5100-CHECK-REPORT-WRITE-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005460*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005470*                          BY EVERY BATCH PROGRAM VIA            *
005480*                          JRNLPUT.CPY.                          *
005490******************************************************************
005500     COPY JRNLPUT.
005510*
005520******************************************************************
005530* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
005540*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
005550*                          BY EVERY NIGHTLY PROGRAM VIA          *
005560*                          BUSDGET.CPY.                          *
005570******************************************************************
005580     COPY BUSDGET.
005590*
005600******************************************************************
005610* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005620******************************************************************
005630 9999-TERMINATE.
005640     IF WS-OPR-TABLE-OPEN
005650         CLOSE OPERATOR-FILE
005660     END-IF.
005670     CLOSE REPORT-FILE.
005680 9999-TERMINATE-EXIT.
005690     EXIT.
