000590*                     31 (SEE AUDITLOG.CPY).  THE REPLAY KEYS    *
000600*                     ONLY ON PSEUDO AND DATE, SO OLD AND NEW    *
000610*                     RECORDS REPLAY ALIKE.                      *
000620*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000630*                     CARRY AUD-SEQUENCE; A RECORD SHORTER THAN  *
000640*                     40 IS TREATED AS UNSEQUENCED (SEQUENCE     *
000650*                     ZERO).                                     *
000660*                                                                *
000670******************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.    IBM-370.
000710 OBJECT-COMPUTER.    IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS UM-PSEUDO
000780         FILE STATUS IS WS-UM-FILE-STATUS.
000790*
000800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-AUD-FILE-STATUS.
000830*
000840     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000850*
000860     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-SRT-FILE-STATUS.
000890*
000900     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-PRG-FILE-STATUS.
000930*
000940     SELECT PURGE-SORT-FILE ASSIGN TO "SRTWRK2".
000950*
000960     SELECT SORTED-PURGED-FILE ASSIGN TO "SRTOUT2"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-SPG-FILE-STATUS.
000990*
001000     SELECT REPORT-FILE ASSIGN TO "RCVRRPT"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-RPT-FILE-STATUS.
001030*
001040     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-RNJ-FILE-STATUS.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  USER-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY USRMSTR.
001130*
001140 FD  AUDIT-LOG-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001170         DEPENDING ON WS-AUD-RECORD-LENGTH.
001180 COPY AUDITLOG.
001190*
001200 SD  SORT-WORK-FILE.
001210 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
001220                         AUD-PSEUDO BY SRT-PSEUDO
001230                         AUD-RUN-DATE BY SRT-RUN-DATE
001240                         AUD-RUN-TIME BY SRT-RUN-TIME
001250                         AUD-CHANNEL BY SRT-CHANNEL
001260                         AUD-LANG-CODE BY SRT-LANG-CODE
001270                         AUD-SEQUENCE BY SRT-SEQUENCE.
001280*
001290 FD  SORTED-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001320                         AUD-PSEUDO BY OUT-PSEUDO
001330                         AUD-RUN-DATE BY OUT-RUN-DATE
001340                         AUD-RUN-TIME BY OUT-RUN-TIME
001350                         AUD-CHANNEL BY OUT-CHANNEL
001360                         AUD-LANG-CODE BY OUT-LANG-CODE
001370                         AUD-SEQUENCE BY OUT-SEQUENCE.
001380*
001390 FD  PURGED-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001420                        UM-PSEUDO BY PRG-PSEUDO
001430                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001440                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001450                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001460                        UM-LANG-CODE BY PRG-LANG-CODE.
001470*
001480 SD  PURGE-SORT-FILE.
001490 COPY USRMSTR REPLACING UM-RECORD BY PSR-RECORD
001500                        UM-PSEUDO BY PSR-PSEUDO
001510                        UM-FIRST-SEEN-DATE BY PSR-FIRST-SEEN-DATE
001520                        UM-VISIT-COUNT BY PSR-VISIT-COUNT
001530                        UM-LAST-VISIT-DATE BY PSR-LAST-VISIT-DATE
001540                        UM-LANG-CODE BY PSR-LANG-CODE.
001550*
001560 FD  SORTED-PURGED-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 COPY USRMSTR REPLACING UM-RECORD BY SPG-RECORD
001590                        UM-PSEUDO BY SPG-PSEUDO
001600                        UM-FIRST-SEEN-DATE BY SPG-FIRST-SEEN-DATE
001610                        UM-VISIT-COUNT BY SPG-VISIT-COUNT
001620                        UM-LAST-VISIT-DATE BY SPG-LAST-VISIT-DATE
001630                        UM-LANG-CODE BY SPG-LANG-CODE.
001640*
001650 FD  REPORT-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  REPORT-RECORD                   PIC X(80).
001680*
001690 FD  RUN-JOURNAL-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 COPY RUNJRNL.
001720*
001730 WORKING-STORAGE SECTION.
001740 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001750*
001760 01  WS-FILE-SWITCHES.
001770     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001780         88  WS-UM-OK                    VALUE "00".
001790         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001800     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001810         88  WS-AUD-OK                   VALUE "00".
001820         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001830     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001840         88  WS-SRT-OK                   VALUE "00".
001850     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
001860         88  WS-PRG-OK                   VALUE "00".
001870         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
001880     05  WS-SPG-FILE-STATUS          PIC X(02) VALUE SPACES.
001890         88  WS-SPG-OK                   VALUE "00".
001900     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001910         88  WS-RPT-OK                   VALUE "00".
001920     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001930         88  WS-RNJ-OK                   VALUE "00".
001940*
001950 01  WS-CONTROL-SWITCHES.
001960     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001970         88  WS-END-OF-ROSTER            VALUE "Y".
001980     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001990         88  WS-END-OF-AUDIT             VALUE "Y".
002000     05  WS-RAW-EOF-SW               PIC X(01) VALUE "N".
002010         88  WS-END-OF-RAW-AUDIT         VALUE "Y".
002020     05  WS-SPG-EOF-SW               PIC X(01) VALUE "N".
002030         88  WS-END-OF-PURGED            VALUE "Y".
002040     05  WS-PURGE-ABSENT-SW          PIC X(01) VALUE "N".
002050         88  WS-PURGE-ABSENT             VALUE "Y".
002060*
002070 01  WS-MATCH-KEYS.
002080     05  WS-UM-KEY                   PIC X(12) VALUE HIGH-VALUES.
002090     05  WS-AUD-KEY                  PIC X(12) VALUE HIGH-VALUES.
002100     05  WS-AUD-GROUP-COUNT          PIC 9(08) COMP VALUE ZERO.
002110     05  WS-AUD-FIRST-DATE           PIC 9(08) VALUE ZERO.
002120     05  WS-AUD-LAST-DATE            PIC 9(08) VALUE ZERO.
002130     05  WS-AUD-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002140     05  WS-AUD-NEXT-DATE            PIC 9(08) VALUE ZERO.
002150     05  WS-PRG-KEY                  PIC X(12) VALUE HIGH-VALUES.
002160     05  WS-PRG-GROUP-COUNT          PIC 9(08) COMP VALUE ZERO.
002170     05  WS-SPG-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002180     05  WS-SPG-NEXT-VISITS          PIC 9(07) COMP VALUE ZERO.
002190     05  WS-TRUTH-KEY                PIC X(12) VALUE HIGH-VALUES.
002200     05  WS-TARGET-COUNT             PIC S9(08) COMP VALUE ZERO.
002210*
002220 01  WS-COUNTERS.
002230     05  WS-ROSTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002240     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002250     05  WS-PURGED-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002260     05  WS-MARKER-SKIP-COUNT        PIC 9(08) COMP VALUE ZERO.
002270     05  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
002280     05  WS-CORRECTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002290     05  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
002300     05  WS-DELETED-COUNT            PIC 9(08) COMP VALUE ZERO.
002310     05  WS-NO-AUDIT-COUNT           PIC 9(08) COMP VALUE ZERO.
002320     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002330*
002340 01  WS-CURRENT-DATE-FIELDS.
002350     05  WS-CURRENT-DATE             PIC 9(08).
002360*
002370 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002380 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002390*
002400 01  WS-DETAIL-LINE.
002410     05  WS-DTL-PSEUDO               PIC X(12).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  WS-DTL-ROSTER-COUNT         PIC ZZZZZZZ9.
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  WS-DTL-TARGET-COUNT         PIC ZZZZZZZ9.
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  WS-DTL-ACTION               PIC X(20).
002480     05  FILLER                      PIC X(26) VALUE SPACES.
002490*
002500 PROCEDURE DIVISION.
002510*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-INITIALIZE-EXIT.
002550*
002560     SORT SORT-WORK-FILE
002570         ON ASCENDING KEY SRT-PSEUDO
002580         INPUT PROCEDURE IS 1800-FEED-SORT
002590             THRU 1800-FEED-SORT-EXIT
002600         GIVING SORTED-FILE.
002610*
002620     IF NOT WS-PURGE-ABSENT
002630         SORT PURGE-SORT-FILE
002640             ON ASCENDING KEY PSR-PSEUDO
002650             USING PURGED-FILE
002660             GIVING SORTED-PURGED-FILE
002670     END-IF.
002680*
002690     PERFORM 2000-RECOVER-ROSTER
002700         THRU 2000-RECOVER-ROSTER-EXIT.
002710*
002720     PERFORM 5000-WRITE-TOTALS
002730         THRU 5000-WRITE-TOTALS-EXIT.
002740*
002750     PERFORM 9999-TERMINATE
002760         THRU 9999-TERMINATE-EXIT.
002770*
002780     IF WS-NO-AUDIT-COUNT > ZERO
002790         MOVE 4 TO RETURN-CODE
002800     END-IF.
002810     IF WS-IO-FAIL-COUNT > ZERO
002820         MOVE 8 TO RETURN-CODE
002830     END-IF.
002840     MOVE "E" TO RJ-RECORD-TYPE.
002850     MOVE WS-AUDIT-READ-COUNT TO RJ-READ-COUNT.
002860     COMPUTE RJ-WRITTEN-COUNT
002870         = WS-CORRECTED-COUNT + WS-ADDED-COUNT + WS-DELETED-COUNT.
002880     COMPUTE RJ-ERROR-COUNT
002890         = WS-IO-FAIL-COUNT + WS-NO-AUDIT-COUNT.
002900     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002910     PERFORM 6500-WRITE-RUN-JOURNAL
002920         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002930     STOP RUN.
002940*
002950******************************************************************
002960* 1000-INITIALIZE - OPEN THE ROSTER I-O (IT IS BEING CORRECTED)  *
002970*                   AND THE REPORT FILE, AND PROBE THE PURGE     *
002980*                   ARCHIVE.  THE AUDIT LOG IS OPENED BY THE     *
002990*                   SORT INPUT PROCEDURE.                        *
003000******************************************************************
003010 1000-INITIALIZE.
003020     MOVE "UserRcvr" TO RJ-PROGRAM-NAME.
003030     MOVE "S" TO RJ-RECORD-TYPE.
003040     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003050                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003060     PERFORM 6500-WRITE-RUN-JOURNAL
003070         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003080*
003090     OPEN I-O USER-MASTER-FILE.
003100     IF NOT WS-UM-OK
003110         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
003120             WS-UM-FILE-STATUS
003130         ADD 1 TO WS-IO-FAIL-COUNT
003140         MOVE "Y" TO WS-UM-EOF-SW
003150     END-IF.
003160*
003170*    PROBE THE PURGE ARCHIVE - A FILE THAT DOES NOT EXIST YET
003180*    (NO PURGE HAS EVER RUN) JUST MEANS AN EMPTY EXTENSION.
003190     OPEN INPUT PURGED-FILE.
003200     IF WS-PRG-FILE-NOT-PRESENT
003210         MOVE "Y" TO WS-PURGE-ABSENT-SW
003220         MOVE "Y" TO WS-SPG-EOF-SW
003230     ELSE
003240         IF WS-PRG-OK
003250             CLOSE PURGED-FILE
003260         ELSE
003270             DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
003280                 WS-PRG-FILE-STATUS
003290             MOVE "Y" TO WS-PURGE-ABSENT-SW
003300             MOVE "Y" TO WS-SPG-EOF-SW
003310         END-IF
003320     END-IF.
003330*
003340     OPEN OUTPUT REPORT-FILE.
003350     IF NOT WS-RPT-OK
003360         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003370             WS-RPT-FILE-STATUS
003380     END-IF.
003390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003400*
003410     MOVE SPACES TO REPORT-RECORD.
003420     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003430     STRING "COBILISTE - ROSTER FORWARD RECOVERY  "
003440             DELIMITED BY SIZE
003450             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003460             INTO REPORT-RECORD.
003470     WRITE REPORT-RECORD.
003480     PERFORM 5100-CHECK-REPORT-WRITE
003490         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003500     MOVE SPACES TO REPORT-RECORD.
003510     MOVE "PSEUDO          ROSTER    TARGET  ACTION"
003520         TO REPORT-RECORD.
003530     WRITE REPORT-RECORD.
003540     PERFORM 5100-CHECK-REPORT-WRITE
003550         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003560 1000-INITIALIZE-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600* 1800-FEED-SORT - RELEASE THE LIFETIME AUDIT TRAIL TO THE       *
003610*                  SORT, NORMALIZING THE 28-BYTE RECORDS         *
003620*                  WRITTEN BEFORE AUD-CHANNEL EXISTED TO         *
003630*                  CHANNEL "?" AND A BLANK LANGUAGE, SO          *
003640*                  NOTHING UNDEFINED RIDES THROUGH THE FIXED-    *
003650*                  LENGTH SORT RECORD (SAME PATTERN AS           *
003660*                  UserHist).  MARKER RECORDS ARE KEPT HERE -    *
003670*                  THE MATCH SKIPS THEM ON THE SORTED SIDE,      *
003680*                  EXACTLY AS THE RECONCILIATION RUN DOES.       *
003690******************************************************************
003700 1800-FEED-SORT.
003710     OPEN INPUT AUDIT-LOG-FILE.
003720     IF WS-AUD-FILE-NOT-PRESENT
003730         MOVE "Y" TO WS-RAW-EOF-SW
003740         GO TO 1800-FEED-SORT-EXIT
003750     END-IF.
003760     IF NOT WS-AUD-OK
003770         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003780             WS-AUD-FILE-STATUS
003790         ADD 1 TO WS-IO-FAIL-COUNT
003800         MOVE "Y" TO WS-RAW-EOF-SW
003810         GO TO 1800-FEED-SORT-EXIT
003820     END-IF.
003830     PERFORM 1810-READ-RAW-AUDIT-RECORD
003840         THRU 1810-READ-RAW-AUDIT-RECORD-EXIT.
003850     PERFORM 1820-RELEASE-ONE-RECORD
003860         THRU 1820-RELEASE-ONE-RECORD-EXIT
003870         UNTIL WS-END-OF-RAW-AUDIT.
003880     CLOSE AUDIT-LOG-FILE.
003890 1800-FEED-SORT-EXIT.
003900     EXIT.
003910*
003920 1810-READ-RAW-AUDIT-RECORD.
003930     READ AUDIT-LOG-FILE
003940         AT END
003950             MOVE "Y" TO WS-RAW-EOF-SW
003960     END-READ.
003970 1810-READ-RAW-AUDIT-RECORD-EXIT.
003980     EXIT.
003990*
004000 1820-RELEASE-ONE-RECORD.
004010     IF WS-AUD-RECORD-LENGTH < 31
004020         MOVE "?" TO AUD-CHANNEL
004030         MOVE SPACES TO AUD-LANG-CODE
004040     END-IF.
004050     IF WS-AUD-RECORD-LENGTH < 40
004060         MOVE ZERO TO AUD-SEQUENCE
004070     END-IF.
004080     MOVE AUD-PSEUDO TO SRT-PSEUDO.
004090     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
004100     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
004110     MOVE AUD-CHANNEL TO SRT-CHANNEL.
004120     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
004130     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
004140     RELEASE SRT-RECORD.
004150     PERFORM 1810-READ-RAW-AUDIT-RECORD
004160         THRU 1810-READ-RAW-AUDIT-RECORD-EXIT.
004170 1820-RELEASE-ONE-RECORD-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 2000-RECOVER-ROSTER - THREE-STREAM MATCH IN PSEUDO ORDER: THE  *
004220*                       RESTORED ROSTER, THE SORTED AUDIT LOG    *
004230*                       AND THE SORTED PURGE ARCHIVE.  THE       *
004240*                       AUDIT COUNT LESS THE PURGED COUNT IS     *
004250*                       THE TRUTH THE ROSTER IS CORRECTED TO.    *
004260******************************************************************
004270 2000-RECOVER-ROSTER.
004280     OPEN INPUT SORTED-FILE.
004290     IF NOT WS-SRT-OK
004300         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
004310             WS-SRT-FILE-STATUS
004320         ADD 1 TO WS-IO-FAIL-COUNT
004330         MOVE "Y" TO WS-AUD-EOF-SW
004340         MOVE HIGH-VALUES TO WS-AUD-NEXT-PSEUDO
004350     ELSE
004360         PERFORM 2400-READ-AUDIT-RECORD
004370             THRU 2400-READ-AUDIT-RECORD-EXIT
004380     END-IF.
004390*
004400     IF NOT WS-PURGE-ABSENT
004410         OPEN INPUT SORTED-PURGED-FILE
004420         IF NOT WS-SPG-OK
004430             DISPLAY "SORTED-PURGED OPEN FAILED - STATUS "
004440                 WS-SPG-FILE-STATUS
004450             MOVE "Y" TO WS-SPG-EOF-SW
004460             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
004470         ELSE
004480             PERFORM 2450-READ-PURGED-RECORD
004490                 THRU 2450-READ-PURGED-RECORD-EXIT
004500         END-IF
004510     END-IF.
004520*
004530     PERFORM 2200-READ-ROSTER-RECORD
004540         THRU 2200-READ-ROSTER-RECORD-EXIT.
004550     PERFORM 2500-READ-AUDIT-GROUP
004560         THRU 2500-READ-AUDIT-GROUP-EXIT.
004570     PERFORM 2550-READ-PURGED-GROUP
004580         THRU 2550-READ-PURGED-GROUP-EXIT.
004590*
004600     PERFORM 2100-RECOVER-ONE-PSEUDO
004610         THRU 2100-RECOVER-ONE-PSEUDO-EXIT
004620         UNTIL WS-UM-KEY = HIGH-VALUES
004630           AND WS-AUD-KEY = HIGH-VALUES
004640           AND WS-PRG-KEY = HIGH-VALUES.
004650*
004660     CLOSE SORTED-FILE.
004670     IF NOT WS-PURGE-ABSENT
004680         CLOSE SORTED-PURGED-FILE
004690     END-IF.
004700 2000-RECOVER-ROSTER-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740* 2100-RECOVER-ONE-PSEUDO - SETTLE THE LOWEST OUTSTANDING KEY    *
004750*                           ACROSS THE THREE STREAMS.            *
004760******************************************************************
004770 2100-RECOVER-ONE-PSEUDO.
004780     MOVE WS-AUD-KEY TO WS-TRUTH-KEY.
004790     IF WS-PRG-KEY < WS-TRUTH-KEY
004800         MOVE WS-PRG-KEY TO WS-TRUTH-KEY
004810     END-IF.
004820*
004830*    A ROSTER RECORD WITH NO AUDIT OR PURGE HISTORY AT ALL: THE
004840*    SNAPSHOT KNEW IT BUT THE AUDIT TRAIL DOES NOT.  AN ARCHIVE
004850*    GENERATION IS PROBABLY MISSING FROM THE AUDITLOG DD - THE
004860*    RECORD IS LEFT ALONE AND NAMED SO IT CAN BE CHASED.
004870     IF WS-UM-KEY < WS-TRUTH-KEY
004880         ADD 1 TO WS-NO-AUDIT-COUNT
004890         MOVE WS-UM-KEY TO WS-DTL-PSEUDO
004900         MOVE UM-VISIT-COUNT TO WS-DTL-ROSTER-COUNT
004910         MOVE ZERO TO WS-DTL-TARGET-COUNT
004920         MOVE "NO AUDIT HISTORY" TO WS-DTL-ACTION
004930         PERFORM 2600-WRITE-DETAIL-LINE
004940             THRU 2600-WRITE-DETAIL-LINE-EXIT
004950         PERFORM 2200-READ-ROSTER-RECORD
004960             THRU 2200-READ-ROSTER-RECORD-EXIT
004970         GO TO 2100-RECOVER-ONE-PSEUDO-EXIT
004980     END-IF.
004990*
005000     MOVE ZERO TO WS-TARGET-COUNT.
005010     IF WS-AUD-KEY = WS-TRUTH-KEY
005020         ADD WS-AUD-GROUP-COUNT TO WS-TARGET-COUNT
005030     END-IF.
005040     IF WS-PRG-KEY = WS-TRUTH-KEY
005050         SUBTRACT WS-PRG-GROUP-COUNT FROM WS-TARGET-COUNT
005060     END-IF.
005070*
005080     IF WS-UM-KEY = WS-TRUTH-KEY
005090         PERFORM 2110-SETTLE-EXISTING-RECORD
005100             THRU 2110-SETTLE-EXISTING-RECORD-EXIT
005110     ELSE
005120         PERFORM 2120-SETTLE-MISSING-RECORD
005130             THRU 2120-SETTLE-MISSING-RECORD-EXIT
005140     END-IF.
005150*
005160     IF WS-UM-KEY = WS-TRUTH-KEY
005170         PERFORM 2200-READ-ROSTER-RECORD
005180             THRU 2200-READ-ROSTER-RECORD-EXIT
005190     END-IF.
005200     IF WS-AUD-KEY = WS-TRUTH-KEY
005210         PERFORM 2500-READ-AUDIT-GROUP
005220             THRU 2500-READ-AUDIT-GROUP-EXIT
005230     END-IF.
005240     IF WS-PRG-KEY = WS-TRUTH-KEY
005250         PERFORM 2550-READ-PURGED-GROUP
005260             THRU 2550-READ-PURGED-GROUP-EXIT
005270     END-IF.
005280 2100-RECOVER-ONE-PSEUDO-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320* 2110-SETTLE-EXISTING-RECORD - THE ROSTER HOLDS THE PSEUDO.  A  *
005330*                               POSITIVE TARGET CORRECTS COUNT   *
005340*                               AND LAST-VISIT DATE; A TARGET    *
005350*                               OF ZERO OR LESS MEANS THE WHOLE  *
005360*                               HISTORY WAS PURGED AFTER THE     *
005370*                               SNAPSHOT AND THE RECORD GOES.    *
005380******************************************************************
005390 2110-SETTLE-EXISTING-RECORD.
005400     IF WS-TARGET-COUNT > ZERO
005410         IF UM-VISIT-COUNT = WS-TARGET-COUNT
005420            AND UM-LAST-VISIT-DATE NOT < WS-AUD-LAST-DATE
005430             ADD 1 TO WS-UNCHANGED-COUNT
005440             GO TO 2110-SETTLE-EXISTING-RECORD-EXIT
005450         END-IF
005460         MOVE WS-UM-KEY TO WS-DTL-PSEUDO
005470         MOVE UM-VISIT-COUNT TO WS-DTL-ROSTER-COUNT
005480         MOVE WS-TARGET-COUNT TO WS-DTL-TARGET-COUNT
005490         MOVE WS-TARGET-COUNT TO UM-VISIT-COUNT
005500         IF WS-AUD-LAST-DATE > UM-LAST-VISIT-DATE
005510             MOVE WS-AUD-LAST-DATE TO UM-LAST-VISIT-DATE
005520         END-IF
005530         REWRITE UM-RECORD
005540             INVALID KEY
005550                 DISPLAY "USER-MASTER REWRITE FAILED - STATUS "
005560                     WS-UM-FILE-STATUS
005570                 ADD 1 TO WS-IO-FAIL-COUNT
005580         END-REWRITE
005590         IF WS-UM-OK
005600             ADD 1 TO WS-CORRECTED-COUNT
005610             MOVE "BROUGHT FORWARD" TO WS-DTL-ACTION
005620             PERFORM 2600-WRITE-DETAIL-LINE
005630                 THRU 2600-WRITE-DETAIL-LINE-EXIT
005640         END-IF
005650         GO TO 2110-SETTLE-EXISTING-RECORD-EXIT
005660     END-IF.
005670*
005680     MOVE WS-UM-KEY TO WS-DTL-PSEUDO.
005690     MOVE UM-VISIT-COUNT TO WS-DTL-ROSTER-COUNT.
005700     MOVE ZERO TO WS-DTL-TARGET-COUNT.
005710     DELETE USER-MASTER-FILE
005720         INVALID KEY
005730             DISPLAY "USER-MASTER DELETE FAILED - STATUS "
005740                 WS-UM-FILE-STATUS
005750             ADD 1 TO WS-IO-FAIL-COUNT
005760     END-DELETE.
005770     IF WS-UM-OK
005780         ADD 1 TO WS-DELETED-COUNT
005790         MOVE "RE-PURGED" TO WS-DTL-ACTION
005800         PERFORM 2600-WRITE-DETAIL-LINE
005810             THRU 2600-WRITE-DETAIL-LINE-EXIT
005820     END-IF.
005830 2110-SETTLE-EXISTING-RECORD-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870* 2120-SETTLE-MISSING-RECORD - NO ROSTER RECORD.  UNPURGED       *
005880*                              AUDIT HISTORY MEANS THE PSEUDO    *
005890*                              REGISTERED AFTER THE SNAPSHOT     *
005900*                              AND IS RE-ADDED; FULLY PURGED     *
005910*                              HISTORY ALREADY BALANCES          *
005920*                              THROUGH THE ARCHIVE.              *
005930******************************************************************
005940 2120-SETTLE-MISSING-RECORD.
005950     IF WS-TARGET-COUNT NOT > ZERO
005960         GO TO 2120-SETTLE-MISSING-RECORD-EXIT
005970     END-IF.
005980     MOVE WS-TRUTH-KEY TO UM-PSEUDO.
005990     MOVE WS-AUD-FIRST-DATE TO UM-FIRST-SEEN-DATE.
006000     MOVE WS-TARGET-COUNT TO UM-VISIT-COUNT.
006010     MOVE WS-AUD-LAST-DATE TO UM-LAST-VISIT-DATE.
006020     MOVE SPACES TO UM-LANG-CODE.
006030     WRITE UM-RECORD
006040         INVALID KEY
006050             DISPLAY "USER-MASTER WRITE FAILED - STATUS "
006060                 WS-UM-FILE-STATUS
006070             ADD 1 TO WS-IO-FAIL-COUNT
006080     END-WRITE.
006090     IF WS-UM-OK
006100         ADD 1 TO WS-ADDED-COUNT
006110         MOVE WS-TRUTH-KEY TO WS-DTL-PSEUDO
006120         MOVE ZERO TO WS-DTL-ROSTER-COUNT
006130         MOVE WS-TARGET-COUNT TO WS-DTL-TARGET-COUNT
006140         MOVE "ADDED FROM AUDIT" TO WS-DTL-ACTION
006150         PERFORM 2600-WRITE-DETAIL-LINE
006160             THRU 2600-WRITE-DETAIL-LINE-EXIT
006170     END-IF.
006180 2120-SETTLE-MISSING-RECORD-EXIT.
006190     EXIT.
006200*
006210******************************************************************
006220* 2200-READ-ROSTER-RECORD - NEXT ROSTER RECORD IN KEY ORDER;     *
006230*                           HIGH-VALUES IN WS-UM-KEY AT EOF.     *
006240******************************************************************
006250 2200-READ-ROSTER-RECORD.
006260     IF WS-END-OF-ROSTER
006270         MOVE HIGH-VALUES TO WS-UM-KEY
006280         GO TO 2200-READ-ROSTER-RECORD-EXIT
006290     END-IF.
006300     READ USER-MASTER-FILE NEXT RECORD
006310         AT END
006320             MOVE "Y" TO WS-UM-EOF-SW
006330             MOVE HIGH-VALUES TO WS-UM-KEY
006340         NOT AT END
006350             ADD 1 TO WS-ROSTER-READ-COUNT
006360             MOVE UM-PSEUDO TO WS-UM-KEY
006370     END-READ.
006380 2200-READ-ROSTER-RECORD-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420* 2400-READ-AUDIT-RECORD - ONE-RECORD LOOKAHEAD ON THE SORTED    *
006430*                          AUDIT FILE; HIGH-VALUES AT EOF.       *
006440*                          MARKER RECORDS ARE COUNTED AND        *
006450*                          SKIPPED, AS ON THE RECONCILIATION.    *
006460******************************************************************
006470 2400-READ-AUDIT-RECORD.
006480     READ SORTED-FILE
006490         AT END
006500             MOVE "Y" TO WS-AUD-EOF-SW
006510             MOVE HIGH-VALUES TO WS-AUD-NEXT-PSEUDO
006520             MOVE ZERO TO WS-AUD-NEXT-DATE
006530         NOT AT END
006540             ADD 1 TO WS-AUDIT-READ-COUNT
006550             MOVE OUT-PSEUDO TO WS-AUD-NEXT-PSEUDO
006560             MOVE OUT-RUN-DATE TO WS-AUD-NEXT-DATE
006570     END-READ.
006580     IF NOT WS-END-OF-AUDIT
006590        AND WS-AUD-NEXT-PSEUDO(1:1) = "*"
006600         ADD 1 TO WS-MARKER-SKIP-COUNT
006610         GO TO 2400-READ-AUDIT-RECORD
006620     END-IF.
006630 2400-READ-AUDIT-RECORD-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670* 2500-READ-AUDIT-GROUP - COLLAPSE THE RUN OF SORTED AUDIT       *
006680*                         RECORDS FOR ONE PSEUDO INTO A KEY, A   *
006690*                         COUNT AND THE EARLIEST AND LATEST      *
006700*                         RUN DATES.                             *
006710******************************************************************
006720 2500-READ-AUDIT-GROUP.
006730     MOVE WS-AUD-NEXT-PSEUDO TO WS-AUD-KEY.
006740     MOVE ZERO TO WS-AUD-GROUP-COUNT.
006750     MOVE 99999999 TO WS-AUD-FIRST-DATE.
006760     MOVE ZERO TO WS-AUD-LAST-DATE.
006770     IF WS-AUD-KEY = HIGH-VALUES
006780         GO TO 2500-READ-AUDIT-GROUP-EXIT
006790     END-IF.
006800     PERFORM 2510-COUNT-ONE-AUDIT-RECORD
006810         THRU 2510-COUNT-ONE-AUDIT-RECORD-EXIT
006820         UNTIL WS-AUD-NEXT-PSEUDO NOT = WS-AUD-KEY.
006830 2500-READ-AUDIT-GROUP-EXIT.
006840     EXIT.
006850*
006860 2510-COUNT-ONE-AUDIT-RECORD.
006870     ADD 1 TO WS-AUD-GROUP-COUNT.
006880     IF WS-AUD-NEXT-DATE < WS-AUD-FIRST-DATE
006890         MOVE WS-AUD-NEXT-DATE TO WS-AUD-FIRST-DATE
006900     END-IF.
006910     IF WS-AUD-NEXT-DATE > WS-AUD-LAST-DATE
006920         MOVE WS-AUD-NEXT-DATE TO WS-AUD-LAST-DATE
006930     END-IF.
006940     PERFORM 2400-READ-AUDIT-RECORD
006950         THRU 2400-READ-AUDIT-RECORD-EXIT.
006960 2510-COUNT-ONE-AUDIT-RECORD-EXIT.
006970     EXIT.
006980*
006990******************************************************************
007000* 2450-READ-PURGED-RECORD - ONE-RECORD LOOKAHEAD ON THE SORTED   *
007010*                           PURGE ARCHIVE; HIGH-VALUES AT EOF.   *
007020*                           MARKER RECORDS ARE COUNTED AND       *
007030*                           SKIPPED, AS ON THE AUDIT SIDE.       *
007040******************************************************************
007050 2450-READ-PURGED-RECORD.
007060     READ SORTED-PURGED-FILE
007070         AT END
007080             MOVE "Y" TO WS-SPG-EOF-SW
007090             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
007100         NOT AT END
007110             ADD 1 TO WS-PURGED-READ-COUNT
007120             MOVE SPG-PSEUDO TO WS-SPG-NEXT-PSEUDO
007130             MOVE SPG-VISIT-COUNT TO WS-SPG-NEXT-VISITS
007140     END-READ.
007150     IF NOT WS-END-OF-PURGED
007160        AND WS-SPG-NEXT-PSEUDO(1:1) = "*"
007170         ADD 1 TO WS-MARKER-SKIP-COUNT
007180         GO TO 2450-READ-PURGED-RECORD
007190     END-IF.
007200 2450-READ-PURGED-RECORD-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240* 2550-READ-PURGED-GROUP - COLLAPSE THE RUN OF SORTED PURGE      *
007250*                          RECORDS FOR ONE PSEUDO INTO A KEY     *
007260*                          AND A SUMMED VISIT COUNT.             *
007270******************************************************************
007280 2550-READ-PURGED-GROUP.
007290     MOVE WS-SPG-NEXT-PSEUDO TO WS-PRG-KEY.
007300     MOVE ZERO TO WS-PRG-GROUP-COUNT.
007310     IF WS-PRG-KEY = HIGH-VALUES
007320         GO TO 2550-READ-PURGED-GROUP-EXIT
007330     END-IF.
007340     PERFORM 2560-SUM-ONE-PURGED-RECORD
007350         THRU 2560-SUM-ONE-PURGED-RECORD-EXIT
007360         UNTIL WS-SPG-NEXT-PSEUDO NOT = WS-PRG-KEY.
007370 2550-READ-PURGED-GROUP-EXIT.
007380     EXIT.
007390*
007400 2560-SUM-ONE-PURGED-RECORD.
007410     ADD WS-SPG-NEXT-VISITS TO WS-PRG-GROUP-COUNT.
007420     PERFORM 2450-READ-PURGED-RECORD
007430         THRU 2450-READ-PURGED-RECORD-EXIT.
007440 2560-SUM-ONE-PURGED-RECORD-EXIT.
007450     EXIT.
007460*
007470 2600-WRITE-DETAIL-LINE.
007480     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
007490     WRITE REPORT-RECORD.
007500     PERFORM 5100-CHECK-REPORT-WRITE
007510         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007520 2600-WRITE-DETAIL-LINE-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560* 5000-WRITE-TOTALS - PRINT THE RECOVERY TOTALS.                 *
007570******************************************************************
007580 5000-WRITE-TOTALS.
007590     MOVE SPACES TO REPORT-RECORD.
007600     WRITE REPORT-RECORD.
007610     PERFORM 5100-CHECK-REPORT-WRITE
007620         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007630*
007640     MOVE WS-ROSTER-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007650     MOVE SPACES TO REPORT-RECORD.
007660     STRING "ROSTER RECORDS READ . . . . . . : " DELIMITED BY SIZE
007670             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007680             INTO REPORT-RECORD.
007690     WRITE REPORT-RECORD.
007700     PERFORM 5100-CHECK-REPORT-WRITE
007710         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007720*
007730     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007740     MOVE SPACES TO REPORT-RECORD.
007750     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
007760             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007770             INTO REPORT-RECORD.
007780     WRITE REPORT-RECORD.
007790     PERFORM 5100-CHECK-REPORT-WRITE
007800         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007810*
007820     MOVE WS-PURGED-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
007830     MOVE SPACES TO REPORT-RECORD.
007840     STRING "PURGE ARCHIVE RECORDS READ  . . : " DELIMITED BY SIZE
007850             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007860             INTO REPORT-RECORD.
007870     WRITE REPORT-RECORD.
007880     PERFORM 5100-CHECK-REPORT-WRITE
007890         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007900*
007910     MOVE WS-MARKER-SKIP-COUNT TO WS-REPORT-NUMERIC-EDIT.
007920     MOVE SPACES TO REPORT-RECORD.
007930     STRING "ANONYMIZED RECORDS SKIPPED  . . : " DELIMITED BY SIZE
007940             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007950             INTO REPORT-RECORD.
007960     WRITE REPORT-RECORD.
007970     PERFORM 5100-CHECK-REPORT-WRITE
007980         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007990*
008000     MOVE WS-UNCHANGED-COUNT TO WS-REPORT-NUMERIC-EDIT.
008010     MOVE SPACES TO REPORT-RECORD.
008020     STRING "PSEUDOS ALREADY CURRENT . . . . : " DELIMITED BY SIZE
008030             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008040             INTO REPORT-RECORD.
008050     WRITE REPORT-RECORD.
008060     PERFORM 5100-CHECK-REPORT-WRITE
008070         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008080*
008090     MOVE WS-CORRECTED-COUNT TO WS-REPORT-NUMERIC-EDIT.
008100     MOVE SPACES TO REPORT-RECORD.
008110     STRING "PSEUDOS BROUGHT FORWARD . . . . : " DELIMITED BY SIZE
008120             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008130             INTO REPORT-RECORD.
008140     WRITE REPORT-RECORD.
008150     PERFORM 5100-CHECK-REPORT-WRITE
008160         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008170*
008180     MOVE WS-ADDED-COUNT TO WS-REPORT-NUMERIC-EDIT.
008190     MOVE SPACES TO REPORT-RECORD.
008200     STRING "PSEUDOS ADDED FROM AUDIT  . . . : " DELIMITED BY SIZE
008210             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008220             INTO REPORT-RECORD.
008230     WRITE REPORT-RECORD.
008240     PERFORM 5100-CHECK-REPORT-WRITE
008250         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008260*
008270     MOVE WS-DELETED-COUNT TO WS-REPORT-NUMERIC-EDIT.
008280     MOVE SPACES TO REPORT-RECORD.
008290     STRING "PSEUDOS RE-PURGED . . . . . . . : " DELIMITED BY SIZE
008300             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008310             INTO REPORT-RECORD.
008320     WRITE REPORT-RECORD.
008330     PERFORM 5100-CHECK-REPORT-WRITE
008340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008350*
008360     MOVE WS-NO-AUDIT-COUNT TO WS-REPORT-NUMERIC-EDIT.
008370     MOVE SPACES TO REPORT-RECORD.
008380     STRING "PSEUDOS WITH NO AUDIT HISTORY . : " DELIMITED BY SIZE
008390             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008400             INTO REPORT-RECORD.
008410     WRITE REPORT-RECORD.
008420     PERFORM 5100-CHECK-REPORT-WRITE
008430         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008440 5000-WRITE-TOTALS-EXIT.
008450     EXIT.
008460*
008470 5100-CHECK-REPORT-WRITE.
008480     IF NOT WS-RPT-OK
008490         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
008500             WS-RPT-FILE-STATUS
008510     END-IF.
008520 5100-CHECK-REPORT-WRITE-EXIT.
008530     EXIT.
008540*
008550******************************************************************
008560* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
008570*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
008580*                          BY EVERY BATCH PROGRAM VIA            *
008590*                          JRNLPUT.CPY.                          *
008600******************************************************************
008610     COPY JRNLPUT.
008620*
008630******************************************************************
008640* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
008650******************************************************************
008660 9999-TERMINATE.
008670     CLOSE USER-MASTER-FILE.
008680     CLOSE REPORT-FILE.
008690 9999-TERMINATE-EXIT.
008700     EXIT.
