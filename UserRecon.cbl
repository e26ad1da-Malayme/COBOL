000600*                     31 (SEE AUDITLOG.CPY).  THE MATCH KEYS     *
000610*                     ONLY ON PSEUDO, SO OLD AND NEW RECORDS     *
000620*                     BALANCE ALIKE.                             *
000630*    2026-10-15  ML   HEADING DATED WITH THE BUSINESS DATE       *
000640*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000650*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000660*                     CARRY AUD-SEQUENCE; A RECORD SHORTER THAN  *
000670*                     40 IS TREATED AS UNSEQUENCED (SEQUENCE     *
000680*                     ZERO).                                     *
000690*                                                                *
000700******************************************************************
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.    IBM-370.
000740 OBJECT-COMPUTER.    IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS UM-PSEUDO
000810         FILE STATUS IS WS-UM-FILE-STATUS.
000820*
000830     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-AUD-FILE-STATUS.
000860*
000870     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000880*
000890     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-SRT-FILE-STATUS.
000920*
000930     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-PRG-FILE-STATUS.
000960*
000970     SELECT PURGE-SORT-FILE ASSIGN TO "SRTWRK2".
000980*
000990     SELECT SORTED-PURGED-FILE ASSIGN TO "SRTOUT2"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-SPG-FILE-STATUS.
001020*
001030     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-RPT-FILE-STATUS.
001060*
001070     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS BD-BDT-FILE-STATUS.
001100*
001110     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-RNJ-FILE-STATUS.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  USER-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY USRMSTR.
001200*
001210 FD  AUDIT-LOG-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001240         DEPENDING ON WS-AUD-RECORD-LENGTH.
001250 COPY AUDITLOG.
001260*
001270 SD  SORT-WORK-FILE.
001280 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
001290                         AUD-PSEUDO BY SRT-PSEUDO
001300                         AUD-RUN-DATE BY SRT-RUN-DATE
001310                         AUD-RUN-TIME BY SRT-RUN-TIME
001320                         AUD-CHANNEL BY SRT-CHANNEL
001330                         AUD-LANG-CODE BY SRT-LANG-CODE
001340                         AUD-SEQUENCE BY SRT-SEQUENCE.
001350*
001360 FD  SORTED-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001390                         AUD-PSEUDO BY OUT-PSEUDO
001400                         AUD-RUN-DATE BY OUT-RUN-DATE
001410                         AUD-RUN-TIME BY OUT-RUN-TIME
001420                         AUD-CHANNEL BY OUT-CHANNEL
001430                         AUD-LANG-CODE BY OUT-LANG-CODE
001440                         AUD-SEQUENCE BY OUT-SEQUENCE.
001450*
001460 FD  PURGED-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001490                        UM-PSEUDO BY PRG-PSEUDO
001500                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001510                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001520                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001530                        UM-LANG-CODE BY PRG-LANG-CODE.
001540*
001550 SD  PURGE-SORT-FILE.
001560 COPY USRMSTR REPLACING UM-RECORD BY PSR-RECORD
001570                        UM-PSEUDO BY PSR-PSEUDO
001580                        UM-FIRST-SEEN-DATE BY PSR-FIRST-SEEN-DATE
001590                        UM-VISIT-COUNT BY PSR-VISIT-COUNT
001600                        UM-LAST-VISIT-DATE BY PSR-LAST-VISIT-DATE
001610                        UM-LANG-CODE BY PSR-LANG-CODE.
001620*
001630 FD  SORTED-PURGED-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 COPY USRMSTR REPLACING UM-RECORD BY SPG-RECORD
001660                        UM-PSEUDO BY SPG-PSEUDO
001670                        UM-FIRST-SEEN-DATE BY SPG-FIRST-SEEN-DATE
001680                        UM-VISIT-COUNT BY SPG-VISIT-COUNT
001690                        UM-LAST-VISIT-DATE BY SPG-LAST-VISIT-DATE
001700                        UM-LANG-CODE BY SPG-LANG-CODE.
001710*
001720 FD  REPORT-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  REPORT-RECORD                   PIC X(80).
001750*
001760 FD  BUSINESS-DATE-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 COPY BUSDATE.
001790*
001800 FD  RUN-JOURNAL-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY RUNJRNL.
001830*
001840 WORKING-STORAGE SECTION.
001850 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001860*
001870 01  WS-FILE-SWITCHES.
001880     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001890         88  WS-UM-OK                    VALUE "00".
001900         88  WS-UM-AT-EOF                VALUE "10".
001910         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001920     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001930         88  WS-AUD-OK                   VALUE "00".
001940         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001950     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001960         88  WS-SRT-OK                   VALUE "00".
001970     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
001980         88  WS-PRG-OK                   VALUE "00".
001990         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
002000     05  WS-SPG-FILE-STATUS          PIC X(02) VALUE SPACES.
002010         88  WS-SPG-OK                   VALUE "00".
002020     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002030         88  WS-RPT-OK                   VALUE "00".
002040     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002050         88  WS-RNJ-OK                   VALUE "00".
002060*
002070 01  WS-CONTROL-SWITCHES.
002080     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
002090         88  WS-END-OF-ROSTER            VALUE "Y".
002100     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
002110         88  WS-END-OF-AUDIT             VALUE "Y".
002120     05  WS-RAW-EOF-SW               PIC X(01) VALUE "N".
002130         88  WS-END-OF-RAW-AUDIT         VALUE "Y".
002140     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002150         88  WS-ROSTER-ABSENT            VALUE "Y".
002160     05  WS-SPG-EOF-SW               PIC X(01) VALUE "N".
002170         88  WS-END-OF-PURGED            VALUE "Y".
002180     05  WS-PURGE-ABSENT-SW          PIC X(01) VALUE "N".
002190         88  WS-PURGE-ABSENT             VALUE "Y".
002200*
002210 01  WS-MATCH-KEYS.
002220     05  WS-UM-KEY                   PIC X(12) VALUE HIGH-VALUES.
002230     05  WS-UM-VISITS                PIC 9(07) COMP VALUE ZERO.
002240     05  WS-AUD-KEY                  PIC X(12) VALUE HIGH-VALUES.
002250     05  WS-AUD-GROUP-COUNT          PIC 9(08) COMP VALUE ZERO.
002260     05  WS-AUD-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002270     05  WS-PRG-KEY                  PIC X(12) VALUE HIGH-VALUES.
002280     05  WS-PRG-GROUP-COUNT          PIC 9(08) COMP VALUE ZERO.
002290     05  WS-SPG-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002300     05  WS-SPG-NEXT-VISITS          PIC 9(07) COMP VALUE ZERO.
002310     05  WS-CMB-KEY                  PIC X(12) VALUE HIGH-VALUES.
002320     05  WS-CMB-COUNT                PIC 9(08) COMP VALUE ZERO.
002330*
002340 01  WS-COUNTERS.
002350     05  WS-ROSTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002360     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002370     05  WS-PURGED-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002380     05  WS-MARKER-SKIP-COUNT        PIC 9(08) COMP VALUE ZERO.
002390     05  WS-IN-BALANCE-COUNT         PIC 9(08) COMP VALUE ZERO.
002400     05  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
002410     05  WS-ROSTER-ONLY-COUNT        PIC 9(08) COMP VALUE ZERO.
002420     05  WS-AUDIT-ONLY-COUNT         PIC 9(08) COMP VALUE ZERO.
002430*
002440 01  WS-CURRENT-DATE-FIELDS.
002450     05  WS-CURRENT-DATE             PIC 9(08).
002460*
002470 COPY BUSDWRK.
002480*
002490 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002500 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002510*
002520 01  WS-DETAIL-LINE.
002530     05  WS-DTL-PSEUDO               PIC X(12).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  WS-DTL-ROSTER-COUNT         PIC ZZZZZZZ9.
002560     05  FILLER                      PIC X(02) VALUE SPACES.
002570     05  WS-DTL-AUDIT-COUNT          PIC ZZZZZZZ9.
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  WS-DTL-STATUS               PIC X(20).
002600     05  FILLER                      PIC X(26) VALUE SPACES.
002610*
002620 PROCEDURE DIVISION.
002630*
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE
002660         THRU 1000-INITIALIZE-EXIT.
002670*
002680     SORT SORT-WORK-FILE
002690         ON ASCENDING KEY SRT-PSEUDO
002700         INPUT PROCEDURE IS 1800-FEED-SORT
002710             THRU 1800-FEED-SORT-EXIT
002720         GIVING SORTED-FILE.
002730*
002740*    THE PURGE ARCHIVE ACCUMULATES ACROSS RUNS, SO IT IS NOT IN
002750*    KEY ORDER AS A WHOLE AND THE SAME PSEUDO MAY APPEAR MORE
002760*    THAN ONCE - SORT IT AND SUM EACH PSEUDO'S GROUP ON THE
002770*    WAY IN.
002780     IF NOT WS-PURGE-ABSENT
002790         SORT PURGE-SORT-FILE
002800             ON ASCENDING KEY PSR-PSEUDO
002810             USING PURGED-FILE
002820             GIVING SORTED-PURGED-FILE
002830     END-IF.
002840*
002850     PERFORM 2000-MATCH-ROSTER-TO-AUDIT
002860         THRU 2000-MATCH-ROSTER-TO-AUDIT-EXIT.
002870*
002880     PERFORM 5000-WRITE-TOTALS
002890         THRU 5000-WRITE-TOTALS-EXIT.
002900*
002910     PERFORM 9999-TERMINATE
002920         THRU 9999-TERMINATE-EXIT.
002930*
002940     IF WS-MISMATCH-COUNT > ZERO
002950        OR WS-ROSTER-ONLY-COUNT > ZERO
002960        OR WS-AUDIT-ONLY-COUNT > ZERO
002970         MOVE 4 TO RETURN-CODE
002980     END-IF.
002990     MOVE "E" TO RJ-RECORD-TYPE.
003000     MOVE WS-AUDIT-READ-COUNT TO RJ-READ-COUNT.
003010     MOVE WS-ROSTER-READ-COUNT TO RJ-WRITTEN-COUNT.
003020     COMPUTE RJ-ERROR-COUNT
003030         = WS-MISMATCH-COUNT + WS-ROSTER-ONLY-COUNT
003040           + WS-AUDIT-ONLY-COUNT.
003050     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003060     PERFORM 6500-WRITE-RUN-JOURNAL
003070         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003080     STOP RUN.
003090*
003100******************************************************************
003110* 1000-INITIALIZE - OPEN THE ROSTER AND THE REPORT FILE.  A      *
003120*                   ROSTER THAT DOES NOT EXIST YET IS TREATED AS *
003130*                   EMPTY, THE SAME AS A FIRST-EVER RUN.  THE    *
003140*                   SORT VERB OPENS AND CLOSES ITS OWN FILES.    *
003150******************************************************************
003160 1000-INITIALIZE.
003170     MOVE "UserRecon" TO RJ-PROGRAM-NAME.
003180     MOVE "S" TO RJ-RECORD-TYPE.
003190     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003200                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003210     PERFORM 6500-WRITE-RUN-JOURNAL
003220         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003230*
003240     OPEN INPUT USER-MASTER-FILE.
003250     IF WS-UM-FILE-NOT-PRESENT
003260         MOVE "Y" TO WS-ROSTER-ABSENT-SW
003270         MOVE "Y" TO WS-UM-EOF-SW
003280     ELSE
003290         IF NOT WS-UM-OK
003300             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
003310                 WS-UM-FILE-STATUS
003320             MOVE "Y" TO WS-UM-EOF-SW
003330         END-IF
003340     END-IF.
003350*
003360*    PROBE THE PURGE ARCHIVE - A FILE THAT DOES NOT EXIST YET
003370*    (NO PURGE HAS EVER RUN) JUST MEANS AN EMPTY EXTENSION.
003380     OPEN INPUT PURGED-FILE.
003390     IF WS-PRG-FILE-NOT-PRESENT
003400         MOVE "Y" TO WS-PURGE-ABSENT-SW
003410         MOVE "Y" TO WS-SPG-EOF-SW
003420     ELSE
003430         IF WS-PRG-OK
003440             CLOSE PURGED-FILE
003450         ELSE
003460             DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
003470                 WS-PRG-FILE-STATUS
003480             MOVE "Y" TO WS-PURGE-ABSENT-SW
003490             MOVE "Y" TO WS-SPG-EOF-SW
003500         END-IF
003510     END-IF.
003520*
003530     OPEN OUTPUT REPORT-FILE.
003540     IF NOT WS-RPT-OK
003550         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003560             WS-RPT-FILE-STATUS
003570     END-IF.
003580     PERFORM 6600-GET-BUSINESS-DATE
003590         THRU 6600-GET-BUSINESS-DATE-EXIT.
003600*
003610     MOVE SPACES TO REPORT-RECORD.
003620     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003630     STRING "COBILISTE - ROSTER/AUDIT RECONCILIATION  "
003640             DELIMITED BY SIZE
003650             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003660             INTO REPORT-RECORD.
003670     WRITE REPORT-RECORD.
003680     PERFORM 5100-CHECK-REPORT-WRITE
003690         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003700     MOVE SPACES TO REPORT-RECORD.
003710     MOVE "PSEUDO          ROSTER     AUDIT  STATUS"
003720         TO REPORT-RECORD.
003730     WRITE REPORT-RECORD.
003740     PERFORM 5100-CHECK-REPORT-WRITE
003750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003760 1000-INITIALIZE-EXIT.
003770     EXIT.
003780*
003790******************************************************************
003800* 1800-FEED-SORT - RELEASE THE LIFETIME AUDIT TRAIL TO THE       *
003810*                  SORT, NORMALIZING THE 28-BYTE RECORDS         *
003820*                  WRITTEN BEFORE AUD-CHANNEL EXISTED TO         *
003830*                  CHANNEL "?" AND A BLANK LANGUAGE, SO          *
003840*                  NOTHING UNDEFINED RIDES THROUGH THE FIXED-    *
003850*                  LENGTH SORT RECORD (SAME PATTERN AS           *
003860*                  UserHist).  MARKER RECORDS ARE KEPT HERE -    *
003870*                  THE MATCH SKIPS THEM ON THE SORTED SIDE.      *
003880******************************************************************
003890 1800-FEED-SORT.
003900     OPEN INPUT AUDIT-LOG-FILE.
003910     IF WS-AUD-FILE-NOT-PRESENT
003920         MOVE "Y" TO WS-RAW-EOF-SW
003930         GO TO 1800-FEED-SORT-EXIT
003940     END-IF.
003950     IF NOT WS-AUD-OK
003960         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003970             WS-AUD-FILE-STATUS
003980         MOVE "Y" TO WS-RAW-EOF-SW
003990         GO TO 1800-FEED-SORT-EXIT
004000     END-IF.
004010     PERFORM 1810-READ-RAW-AUDIT-RECORD
004020         THRU 1810-READ-RAW-AUDIT-RECORD-EXIT.
004030     PERFORM 1820-RELEASE-ONE-RECORD
004040         THRU 1820-RELEASE-ONE-RECORD-EXIT
004050         UNTIL WS-END-OF-RAW-AUDIT.
004060     CLOSE AUDIT-LOG-FILE.
004070 1800-FEED-SORT-EXIT.
004080     EXIT.
004090*
004100 1810-READ-RAW-AUDIT-RECORD.
004110     READ AUDIT-LOG-FILE
004120         AT END
004130             MOVE "Y" TO WS-RAW-EOF-SW
004140     END-READ.
004150 1810-READ-RAW-AUDIT-RECORD-EXIT.
004160     EXIT.
004170*
004180 1820-RELEASE-ONE-RECORD.
004190     IF WS-AUD-RECORD-LENGTH < 31
004200         MOVE "?" TO AUD-CHANNEL
004210         MOVE SPACES TO AUD-LANG-CODE
004220     END-IF.
004230     IF WS-AUD-RECORD-LENGTH < 40
004240         MOVE ZERO TO AUD-SEQUENCE
004250     END-IF.
004260     MOVE AUD-PSEUDO TO SRT-PSEUDO.
004270     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
004280     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
004290     MOVE AUD-CHANNEL TO SRT-CHANNEL.
004300     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
004310     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
004320     RELEASE SRT-RECORD.
004330     PERFORM 1810-READ-RAW-AUDIT-RECORD
004340         THRU 1810-READ-RAW-AUDIT-RECORD-EXIT.
004350 1820-RELEASE-ONE-RECORD-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390* 2000-MATCH-ROSTER-TO-AUDIT - CLASSIC TWO-FILE MATCH.  BOTH     *
004400*                              STREAMS ARRIVE IN PSEUDO ORDER -  *
004410*                              THE ROSTER BY ITS KEY, THE AUDIT  *
004420*                              LOG FROM THE SORT - SO ONE PASS   *
004430*                              PAIRS THEM UP.                    *
004440******************************************************************
004450 2000-MATCH-ROSTER-TO-AUDIT.
004460     OPEN INPUT SORTED-FILE.
004470     IF NOT WS-SRT-OK
004480         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
004490             WS-SRT-FILE-STATUS
004500         MOVE "Y" TO WS-AUD-EOF-SW
004510         MOVE HIGH-VALUES TO WS-AUD-NEXT-PSEUDO
004520     ELSE
004530         PERFORM 2400-READ-AUDIT-RECORD
004540             THRU 2400-READ-AUDIT-RECORD-EXIT
004550     END-IF.
004560*
004570     IF NOT WS-PURGE-ABSENT
004580         OPEN INPUT SORTED-PURGED-FILE
004590         IF NOT WS-SPG-OK
004600             DISPLAY "SORTED-PURGED OPEN FAILED - STATUS "
004610                 WS-SPG-FILE-STATUS
004620             MOVE "Y" TO WS-SPG-EOF-SW
004630             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
004640         ELSE
004650             PERFORM 2450-READ-PURGED-RECORD
004660                 THRU 2450-READ-PURGED-RECORD-EXIT
004670         END-IF
004680     END-IF.
004690*
004700     PERFORM 2200-READ-ROSTER-RECORD
004710         THRU 2200-READ-ROSTER-RECORD-EXIT.
004720     PERFORM 2500-READ-AUDIT-GROUP
004730         THRU 2500-READ-AUDIT-GROUP-EXIT.
004740     PERFORM 2550-READ-PURGED-GROUP
004750         THRU 2550-READ-PURGED-GROUP-EXIT.
004760     PERFORM 2050-COMBINE-ROSTER-SIDE
004770         THRU 2050-COMBINE-ROSTER-SIDE-EXIT.
004780*
004790     PERFORM 2100-MATCH-ONE-PSEUDO
004800         THRU 2100-MATCH-ONE-PSEUDO-EXIT
004810         UNTIL WS-CMB-KEY = HIGH-VALUES
004820           AND WS-AUD-KEY = HIGH-VALUES.
004830*
004840     CLOSE SORTED-FILE.
004850     IF NOT WS-PURGE-ABSENT
004860         CLOSE SORTED-PURGED-FILE
004870     END-IF.
004880 2000-MATCH-ROSTER-TO-AUDIT-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920* 2100-MATCH-ONE-PSEUDO - COMPARE THE CURRENT ROSTER KEY WITH    *
004930*                         THE CURRENT AUDIT GROUP AND REPORT     *
004940*                         WHICHEVER EXCEPTION APPLIES.           *
004950******************************************************************
004960 2100-MATCH-ONE-PSEUDO.
004970     IF WS-CMB-KEY < WS-AUD-KEY
004980         ADD 1 TO WS-ROSTER-ONLY-COUNT
004990         MOVE WS-CMB-KEY TO WS-DTL-PSEUDO
005000         MOVE WS-CMB-COUNT TO WS-DTL-ROSTER-COUNT
005010         MOVE ZERO TO WS-DTL-AUDIT-COUNT
005020         MOVE "NO AUDIT RECORDS" TO WS-DTL-STATUS
005030         PERFORM 2600-WRITE-DETAIL-LINE
005040             THRU 2600-WRITE-DETAIL-LINE-EXIT
005050         PERFORM 2060-ADVANCE-ROSTER-SIDE
005060             THRU 2060-ADVANCE-ROSTER-SIDE-EXIT
005070         GO TO 2100-MATCH-ONE-PSEUDO-EXIT
005080     END-IF.
005090*
005100     IF WS-AUD-KEY < WS-CMB-KEY
005110         ADD 1 TO WS-AUDIT-ONLY-COUNT
005120         MOVE WS-AUD-KEY TO WS-DTL-PSEUDO
005130         MOVE ZERO TO WS-DTL-ROSTER-COUNT
005140         MOVE WS-AUD-GROUP-COUNT TO WS-DTL-AUDIT-COUNT
005150         MOVE "NOT ON ROSTER" TO WS-DTL-STATUS
005160         PERFORM 2600-WRITE-DETAIL-LINE
005170             THRU 2600-WRITE-DETAIL-LINE-EXIT
005180         PERFORM 2500-READ-AUDIT-GROUP
005190             THRU 2500-READ-AUDIT-GROUP-EXIT
005200         GO TO 2100-MATCH-ONE-PSEUDO-EXIT
005210     END-IF.
005220*
005230     IF WS-CMB-COUNT = WS-AUD-GROUP-COUNT
005240         ADD 1 TO WS-IN-BALANCE-COUNT
005250     ELSE
005260         ADD 1 TO WS-MISMATCH-COUNT
005270         MOVE WS-CMB-KEY TO WS-DTL-PSEUDO
005280         MOVE WS-CMB-COUNT TO WS-DTL-ROSTER-COUNT
005290         MOVE WS-AUD-GROUP-COUNT TO WS-DTL-AUDIT-COUNT
005300         MOVE "COUNTS DISAGREE" TO WS-DTL-STATUS
005310         PERFORM 2600-WRITE-DETAIL-LINE
005320             THRU 2600-WRITE-DETAIL-LINE-EXIT
005330     END-IF.
005340     PERFORM 2060-ADVANCE-ROSTER-SIDE
005350         THRU 2060-ADVANCE-ROSTER-SIDE-EXIT.
005360     PERFORM 2500-READ-AUDIT-GROUP
005370         THRU 2500-READ-AUDIT-GROUP-EXIT.
005380 2100-MATCH-ONE-PSEUDO-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420* 2050-COMBINE-ROSTER-SIDE - THE ROSTER SIDE OF THE MATCH IS THE *
005430*                            LIVE ROSTER PLUS THE PURGE ARCHIVE. *
005440*                            THE LOWER OF THE TWO KEYS IS THE    *
005450*                            NEXT PSEUDO; WHEN BOTH STREAMS      *
005460*                            CARRY IT, THE COUNTS ARE SUMMED     *
005470*                            (A PSEUDO THAT RE-REGISTERED AFTER  *
005480*                            A PURGE).                           *
005490******************************************************************
005500 2050-COMBINE-ROSTER-SIDE.
005510     IF WS-UM-KEY < WS-PRG-KEY
005520         MOVE WS-UM-KEY TO WS-CMB-KEY
005530         MOVE WS-UM-VISITS TO WS-CMB-COUNT
005540         GO TO 2050-COMBINE-ROSTER-SIDE-EXIT
005550     END-IF.
005560     IF WS-PRG-KEY < WS-UM-KEY
005570         MOVE WS-PRG-KEY TO WS-CMB-KEY
005580         MOVE WS-PRG-GROUP-COUNT TO WS-CMB-COUNT
005590         GO TO 2050-COMBINE-ROSTER-SIDE-EXIT
005600     END-IF.
005610     MOVE WS-UM-KEY TO WS-CMB-KEY.
005620     COMPUTE WS-CMB-COUNT
005630         = WS-UM-VISITS + WS-PRG-GROUP-COUNT.
005640 2050-COMBINE-ROSTER-SIDE-EXIT.
005650     EXIT.
005660*
005670 2060-ADVANCE-ROSTER-SIDE.
005680     IF WS-UM-KEY = WS-CMB-KEY
005690         PERFORM 2200-READ-ROSTER-RECORD
005700             THRU 2200-READ-ROSTER-RECORD-EXIT
005710     END-IF.
005720     IF WS-PRG-KEY = WS-CMB-KEY
005730         PERFORM 2550-READ-PURGED-GROUP
005740             THRU 2550-READ-PURGED-GROUP-EXIT
005750     END-IF.
005760     PERFORM 2050-COMBINE-ROSTER-SIDE
005770         THRU 2050-COMBINE-ROSTER-SIDE-EXIT.
005780 2060-ADVANCE-ROSTER-SIDE-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820* 2200-READ-ROSTER-RECORD - NEXT ROSTER RECORD IN KEY ORDER;     *
005830*                           HIGH-VALUES IN WS-UM-KEY AT EOF.     *
005840******************************************************************
005850 2200-READ-ROSTER-RECORD.
005860     IF WS-END-OF-ROSTER
005870         MOVE HIGH-VALUES TO WS-UM-KEY
005880         GO TO 2200-READ-ROSTER-RECORD-EXIT
005890     END-IF.
005900     READ USER-MASTER-FILE NEXT RECORD
005910         AT END
005920             MOVE "Y" TO WS-UM-EOF-SW
005930             MOVE HIGH-VALUES TO WS-UM-KEY
005940         NOT AT END
005950             ADD 1 TO WS-ROSTER-READ-COUNT
005960             MOVE UM-PSEUDO TO WS-UM-KEY
005970             MOVE UM-VISIT-COUNT TO WS-UM-VISITS
005980     END-READ.
005990 2200-READ-ROSTER-RECORD-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030* 2400-READ-AUDIT-RECORD - ONE-RECORD LOOKAHEAD ON THE SORTED    *
006040*                          AUDIT FILE; HIGH-VALUES AT EOF.       *
006050*                          MARKER RECORDS ("*..." PSEUDOS LEFT   *
006060*                          BY THE PRIVACY DELETION RUN) ARE      *
006070*                          COUNTED AND SKIPPED - THEY HAVE NO    *
006080*                          ROSTER RECORD TO BALANCE AGAINST.     *
006090******************************************************************
006100 2400-READ-AUDIT-RECORD.
006110     READ SORTED-FILE
006120         AT END
006130             MOVE "Y" TO WS-AUD-EOF-SW
006140             MOVE HIGH-VALUES TO WS-AUD-NEXT-PSEUDO
006150         NOT AT END
006160             ADD 1 TO WS-AUDIT-READ-COUNT
006170             MOVE OUT-PSEUDO TO WS-AUD-NEXT-PSEUDO
006180     END-READ.
006190     IF NOT WS-END-OF-AUDIT
006200        AND WS-AUD-NEXT-PSEUDO(1:1) = "*"
006210         ADD 1 TO WS-MARKER-SKIP-COUNT
006220         GO TO 2400-READ-AUDIT-RECORD
006230     END-IF.
006240 2400-READ-AUDIT-RECORD-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280* 2500-READ-AUDIT-GROUP - COLLAPSE THE RUN OF SORTED AUDIT       *
006290*                         RECORDS FOR ONE PSEUDO INTO A KEY AND  *
006300*                         A COUNT.                               *
006310******************************************************************
006320 2500-READ-AUDIT-GROUP.
006330     MOVE WS-AUD-NEXT-PSEUDO TO WS-AUD-KEY.
006340     MOVE ZERO TO WS-AUD-GROUP-COUNT.
006350     IF WS-AUD-KEY = HIGH-VALUES
006360         GO TO 2500-READ-AUDIT-GROUP-EXIT
006370     END-IF.
006380     PERFORM 2510-COUNT-ONE-AUDIT-RECORD
006390         THRU 2510-COUNT-ONE-AUDIT-RECORD-EXIT
006400         UNTIL WS-AUD-NEXT-PSEUDO NOT = WS-AUD-KEY.
006410 2500-READ-AUDIT-GROUP-EXIT.
006420     EXIT.
006430*
006440 2510-COUNT-ONE-AUDIT-RECORD.
006450     ADD 1 TO WS-AUD-GROUP-COUNT.
006460     PERFORM 2400-READ-AUDIT-RECORD
006470         THRU 2400-READ-AUDIT-RECORD-EXIT.
006480 2510-COUNT-ONE-AUDIT-RECORD-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520* 2450-READ-PURGED-RECORD - ONE-RECORD LOOKAHEAD ON THE SORTED   *
006530*                           PURGE ARCHIVE; HIGH-VALUES AT EOF.   *
006540*                           MARKER RECORDS (PRIVACY-SCRUBBED     *
006550*                           PURGED PSEUDOS) ARE COUNTED AND      *
006560*                           SKIPPED, AS ON THE AUDIT SIDE.       *
006570******************************************************************
006580 2450-READ-PURGED-RECORD.
006590     READ SORTED-PURGED-FILE
006600         AT END
006610             MOVE "Y" TO WS-SPG-EOF-SW
006620             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
006630         NOT AT END
006640             ADD 1 TO WS-PURGED-READ-COUNT
006650             MOVE SPG-PSEUDO TO WS-SPG-NEXT-PSEUDO
006660             MOVE SPG-VISIT-COUNT TO WS-SPG-NEXT-VISITS
006670     END-READ.
006680     IF NOT WS-END-OF-PURGED
006690        AND WS-SPG-NEXT-PSEUDO(1:1) = "*"
006700         ADD 1 TO WS-MARKER-SKIP-COUNT
006710         GO TO 2450-READ-PURGED-RECORD
006720     END-IF.
006730 2450-READ-PURGED-RECORD-EXIT.
006740     EXIT.
006750*
006760******************************************************************
006770* 2550-READ-PURGED-GROUP - COLLAPSE THE RUN OF SORTED PURGE      *
006780*                          RECORDS FOR ONE PSEUDO INTO A KEY     *
006790*                          AND A SUMMED VISIT COUNT (THE SAME    *
006800*                          PSEUDO MAY HAVE BEEN PURGED MORE      *
006810*                          THAN ONCE).                           *
006820******************************************************************
006830 2550-READ-PURGED-GROUP.
006840     MOVE WS-SPG-NEXT-PSEUDO TO WS-PRG-KEY.
006850     MOVE ZERO TO WS-PRG-GROUP-COUNT.
006860     IF WS-PRG-KEY = HIGH-VALUES
006870         GO TO 2550-READ-PURGED-GROUP-EXIT
006880     END-IF.
006890     PERFORM 2560-SUM-ONE-PURGED-RECORD
006900         THRU 2560-SUM-ONE-PURGED-RECORD-EXIT
006910         UNTIL WS-SPG-NEXT-PSEUDO NOT = WS-PRG-KEY.
006920 2550-READ-PURGED-GROUP-EXIT.
006930     EXIT.
006940*
006950 2560-SUM-ONE-PURGED-RECORD.
006960     ADD WS-SPG-NEXT-VISITS TO WS-PRG-GROUP-COUNT.
006970     PERFORM 2450-READ-PURGED-RECORD
006980         THRU 2450-READ-PURGED-RECORD-EXIT.
006990 2560-SUM-ONE-PURGED-RECORD-EXIT.
007000     EXIT.
007010*
007020 2600-WRITE-DETAIL-LINE.
007030     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
007040     WRITE REPORT-RECORD.
007050     PERFORM 5100-CHECK-REPORT-WRITE
007060         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007070 2600-WRITE-DETAIL-LINE-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110* 5000-WRITE-TOTALS - PRINT THE RECONCILIATION TOTALS.           *
007120******************************************************************
007130 5000-WRITE-TOTALS.
007140     MOVE SPACES TO REPORT-RECORD.
007150     WRITE REPORT-RECORD.
007160     PERFORM 5100-CHECK-REPORT-WRITE
007170         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007180*
007190     MOVE WS-ROSTER-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007200     MOVE SPACES TO REPORT-RECORD.
007210     STRING "ROSTER RECORDS READ . . . . . . : " DELIMITED BY SIZE
007220             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007230             INTO REPORT-RECORD.
007240     WRITE REPORT-RECORD.
007250     PERFORM 5100-CHECK-REPORT-WRITE
007260         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007270     MOVE WS-PURGED-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007280     MOVE SPACES TO REPORT-RECORD.
007290     STRING "PURGE ARCHIVE RECORDS READ  . . : " DELIMITED BY SIZE
007300             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007310             INTO REPORT-RECORD.
007320     WRITE REPORT-RECORD.
007330     PERFORM 5100-CHECK-REPORT-WRITE
007340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007350*
007360     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007370     MOVE SPACES TO REPORT-RECORD.
007380     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
007390             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007400             INTO REPORT-RECORD.
007410     WRITE REPORT-RECORD.
007420     PERFORM 5100-CHECK-REPORT-WRITE
007430         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007440*
007450     MOVE WS-MARKER-SKIP-COUNT TO WS-REPORT-NUMERIC-EDIT.
007460     MOVE SPACES TO REPORT-RECORD.
007470     STRING "ANONYMIZED RECORDS SKIPPED  . . : " DELIMITED BY SIZE
007480             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007490             INTO REPORT-RECORD.
007500     WRITE REPORT-RECORD.
007510     PERFORM 5100-CHECK-REPORT-WRITE
007520         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007530*
007540     MOVE WS-IN-BALANCE-COUNT TO WS-REPORT-NUMERIC-EDIT.
007550     MOVE SPACES TO REPORT-RECORD.
007560     STRING "PSEUDOS IN BALANCE  . . . . . . : " DELIMITED BY SIZE
007570             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007580             INTO REPORT-RECORD.
007590     WRITE REPORT-RECORD.
007600     PERFORM 5100-CHECK-REPORT-WRITE
007610         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007620*
007630     MOVE WS-MISMATCH-COUNT TO WS-REPORT-NUMERIC-EDIT.
007640     MOVE SPACES TO REPORT-RECORD.
007650     STRING "COUNTS IN DISAGREEMENT  . . . . : " DELIMITED BY SIZE
007660             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007670             INTO REPORT-RECORD.
007680     WRITE REPORT-RECORD.
007690     PERFORM 5100-CHECK-REPORT-WRITE
007700         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007710*
007720     MOVE WS-ROSTER-ONLY-COUNT TO WS-REPORT-NUMERIC-EDIT.
007730     MOVE SPACES TO REPORT-RECORD.
007740     STRING "ON ROSTER, NO AUDIT . . . . . . : " DELIMITED BY SIZE
007750             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007760             INTO REPORT-RECORD.
007770     WRITE REPORT-RECORD.
007780     PERFORM 5100-CHECK-REPORT-WRITE
007790         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007800*
007810     MOVE WS-AUDIT-ONLY-COUNT TO WS-REPORT-NUMERIC-EDIT.
007820     MOVE SPACES TO REPORT-RECORD.
007830     STRING "ON AUDIT, NOT ON ROSTER . . . . : " DELIMITED BY SIZE
007840             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007850             INTO REPORT-RECORD.
007860     WRITE REPORT-RECORD.
007870     PERFORM 5100-CHECK-REPORT-WRITE
007880         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007890*
007900     MOVE SPACES TO REPORT-RECORD.
007910     IF WS-MISMATCH-COUNT = ZERO
007920        AND WS-ROSTER-ONLY-COUNT = ZERO
007930        AND WS-AUDIT-ONLY-COUNT = ZERO
007940         MOVE "RESULT: IN BALANCE" TO REPORT-RECORD
007950     ELSE
007960         MOVE "RESULT: OUT OF BALANCE" TO REPORT-RECORD
007970     END-IF.
007980     WRITE REPORT-RECORD.
007990     PERFORM 5100-CHECK-REPORT-WRITE
008000         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008010 5000-WRITE-TOTALS-EXIT.
008020     EXIT.
008030*
008040 5100-CHECK-REPORT-WRITE.
008050     IF NOT WS-RPT-OK
008060         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
008070             WS-RPT-FILE-STATUS
008080     END-IF.
008090 5100-CHECK-REPORT-WRITE-EXIT.
008100     EXIT.
008110*
008120******************************************************************
008130* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
008140*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
008150*                          BY EVERY BATCH PROGRAM VIA            *
008160*                          JRNLPUT.CPY.                          *
008170******************************************************************
008180     COPY JRNLPUT.
008190*
008200******************************************************************
008210* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
008220*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
008230*                          BY EVERY NIGHTLY PROGRAM VIA          *
008240*                          BUSDGET.CPY.                          *
008250******************************************************************
008260     COPY BUSDGET.
008270*
008280******************************************************************
008290* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
008300******************************************************************
008310 9999-TERMINATE.
008320     IF NOT WS-ROSTER-ABSENT
008330         CLOSE USER-MASTER-FILE
008340     END-IF.
008350     CLOSE REPORT-FILE.
008360 9999-TERMINATE-EXIT.
008370     EXIT.
