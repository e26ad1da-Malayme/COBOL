000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserCoh.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserCoh                                                    *
000110*                                                                *
000120*    COHORT RETENTION REPORT.  EVERY USER EVER SEEN IS PUT IN    *
000130*    THE COHORT OF THE MONTH OF THEIR UM-FIRST-SEEN-DATE, AND    *
000140*    FOR EACH COHORT THE REPORT SHOWS THE SHARE OF ITS USERS     *
000150*    ACTIVE (GREETED AT LEAST ONCE) IN EACH OF THE TWELVE        *
000160*    FOLLOWING MONTHS - M1 IS THE MONTH AFTER THE FIRST-SEEN     *
000170*    MONTH - THEN THE SHARE THAT CAME BACK AT ALL IN THOSE       *
000180*    MONTHS (EVER) AND THE SHARE THAT CAME BACK ON THEIR OWN,    *
000190*    THROUGH THE CONSOLE OR ONLINE FRONT END RATHER THAN A       *
000200*    BATCH RUN (OWN).  THE SAME FIGURES ARE THEN GIVEN BY FIRST  *
000210*    CHANNEL (THE FRONT END OF THE USER'S EARLIEST GREETING) AND *
000220*    BY LANGUAGE, SO A BATCH-REGISTERED USER WHO NEVER CAME      *
000230*    BACK UNPROMPTED SHOWS AS SUCH.  A MONTH NOT YET COMPLETE    *
000240*    IS LEFT OUT OF EVERY SHARE, SO A YOUNG COHORT SHOWS BLANKS  *
000250*    RATHER THAN A FALSE DROP.                                   *
000260*                                                                *
000270*    WHO IS COUNTED, ONCE EACH, IN PSEUDO ORDER:                 *
000280*                                                                *
000290*      - THE USER-MASTER ROSTER.                                 *
000300*      - THE DORMANCY PURGE ARCHIVE (UserDorm), SORTED FIRST AS  *
000310*        IN UserIntg.  A PSEUDO ON BOTH (A PURGED USER WHO       *
000320*        REGISTERED AGAIN) IS ONE USER IN THE COHORT OF THEIR    *
000330*        EARLIEST FIRST-SEEN DATE.                               *
000340*      - THE DELETED-USER COHORT TALLY (COHDEL.CPY), ONE         *
000350*        ANONYMOUS RECORD PER USER UserDel HAS FORGOTTEN,        *
000360*        WHETHER FROM THE ROSTER, THE PURGE ARCHIVE OR BOTH.     *
000370*                                                                *
000380*    MARKER RECORDS ON THE PURGE ARCHIVE ARE PURGED USERS SINCE  *
000390*    FORGOTTEN.  UserDel ZEROES THE FIRST-SEEN DATE ON EVERY     *
000400*    MARKER IT WRITES, AS THE TALLY ALREADY COUNTS THAT USER,    *
000410*    AND THOSE ARE PASSED OVER.  A MARKER STILL DATED WAS        *
000420*    WRITTEN BEFORE THE TALLY EXISTED AND IS COUNTED AS ONE      *
000430*    USER; A USER PURGED TWICE AND FORGOTTEN THEN LEFT TWO AND   *
000440*    COUNTS TWICE.                                               *
000450*                                                                *
000460*    ACTIVITY COMES FROM THE AUDIT-HISTORY KSDS (AUDHIST.CPY),   *
000470*    WHICH UserHist REBUILDS EACH NIGHT FROM THE LIFETIME AUDIT  *
000480*    TRAIL ALREADY IN PSEUDO AND DATE ORDER, SO THE REPORT IS    *
000490*    AS OF LAST NIGHT.  A FORGOTTEN USER'S HISTORY IS            *
000500*    ANONYMIZED AND IS NOT ON AUDHIST: A DELETED USER'S MONTHS   *
000510*    ACTIVE ARE THOSE UserDel NOTED ON THE TALLY, AND A DATED    *
000520*    MARKER COUNTS IN THE STARTING SIZE ONLY, WITH FIRST CHANNEL *
000530*    UNKNOWN.  THE MATCH IS BY PSEUDO; A RENAME SCRUBS THE TRAIL *
000540*    ONTO THE NEW PSEUDO, SO RENAMED USERS KEEP THEIR HISTORY.   *
000550*                                                                *
000560*    COHORTS RUN BACK TEN YEARS FROM THE CURRENT MONTH; ANY      *
000570*    USER FIRST SEEN BEFORE THAT IS SHOWN ON ONE "EARLIER" LINE. *
000580*                                                                *
000590*    SEE JCL/USERCOH.JCL.  NOTHING IS UPDATED.                   *
000600*                                                                *
000610*    RETURN CODES:  0 - REPORT COMPLETE (A PURGE ARCHIVE OR      *
000620*                       COHORT TALLY NOT CREATED YET IS TAKEN AS *
000630*                       EMPTY).                                  *
000640*                   8 - OPEN OR READ FAILURE, OR NO AUDIT        *
000650*                       HISTORY BUILT YET; THE FIGURES ARE       *
000660*                       INCOMPLETE.                              *
000670*                                                                *
000680*    MODIFICATION HISTORY                                       *
000690*    DATE       INIT  DESCRIPTION                                *
000700*    2026-10-15  ML   ORIGINAL VERSION.                          *
000710*                                                                *
000720******************************************************************
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.    IBM-370.
000760 OBJECT-COMPUTER.    IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS UM-PSEUDO
000830         FILE STATUS IS WS-UM-FILE-STATUS.
000840*
000850     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-PRG-FILE-STATUS.
000880*
000890     SELECT PURGE-SORT-FILE ASSIGN TO "SRTWORK".
000900*
000910     SELECT SORTED-PURGED-FILE ASSIGN TO "SRTOUT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-SPG-FILE-STATUS.
000940*
000950     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS AH-KEY
000990         FILE STATUS IS WS-AHS-FILE-STATUS.
001000*
001010     SELECT COHORT-TALLY-FILE ASSIGN TO "COHDEL"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-CDL-FILE-STATUS.
001040*
001050     SELECT REPORT-FILE ASSIGN TO "COHRPT"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-RPT-FILE-STATUS.
001080*
001090     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-RNJ-FILE-STATUS.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  USER-MASTER-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY USRMSTR.
001180*
001190 FD  PURGED-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001220                        UM-PSEUDO BY PRG-PSEUDO
001230                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001240                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001250                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001260                        UM-LANG-CODE BY PRG-LANG-CODE.
001270*
001280 SD  PURGE-SORT-FILE.
001290 COPY USRMSTR REPLACING UM-RECORD BY PSR-RECORD
001300                        UM-PSEUDO BY PSR-PSEUDO
001310                        UM-FIRST-SEEN-DATE BY PSR-FIRST-SEEN-DATE
001320                        UM-VISIT-COUNT BY PSR-VISIT-COUNT
001330                        UM-LAST-VISIT-DATE BY PSR-LAST-VISIT-DATE
001340                        UM-LANG-CODE BY PSR-LANG-CODE.
001350*
001360 FD  SORTED-PURGED-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY USRMSTR REPLACING UM-RECORD BY SPG-RECORD
001390                        UM-PSEUDO BY SPG-PSEUDO
001400                        UM-FIRST-SEEN-DATE BY SPG-FIRST-SEEN-DATE
001410                        UM-VISIT-COUNT BY SPG-VISIT-COUNT
001420                        UM-LAST-VISIT-DATE BY SPG-LAST-VISIT-DATE
001430                        UM-LANG-CODE BY SPG-LANG-CODE.
001440*
001450 FD  AUDIT-HISTORY-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 COPY AUDHIST.
001480*
001490 FD  COHORT-TALLY-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY COHDEL.
001520*
001530 FD  REPORT-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  REPORT-RECORD                   PIC X(80).
001560*
001570 FD  RUN-JOURNAL-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY RUNJRNL.
001600*
001610 WORKING-STORAGE SECTION.
001620 01  WS-FILE-SWITCHES.
001630     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001640         88  WS-UM-OK                    VALUE "00".
001650     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
001660         88  WS-PRG-OK                   VALUE "00".
001670         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
001680     05  WS-SPG-FILE-STATUS          PIC X(02) VALUE SPACES.
001690         88  WS-SPG-OK                   VALUE "00".
001700     05  WS-AHS-FILE-STATUS          PIC X(02) VALUE SPACES.
001710         88  WS-AHS-OK                   VALUE "00".
001720         88  WS-AHS-FILE-NOT-PRESENT     VALUE "35".
001730     05  WS-CDL-FILE-STATUS          PIC X(02) VALUE SPACES.
001740         88  WS-CDL-OK                   VALUE "00".
001750         88  WS-CDL-FILE-NOT-PRESENT     VALUE "35".
001760     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001770         88  WS-RPT-OK                   VALUE "00".
001780     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001790         88  WS-RNJ-OK                   VALUE "00".
001800*
001810 01  WS-CONTROL-SWITCHES.
001820     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001830         88  WS-END-OF-ROSTER            VALUE "Y".
001840     05  WS-SPG-EOF-SW               PIC X(01) VALUE "N".
001850         88  WS-END-OF-PURGED            VALUE "Y".
001860     05  WS-AHS-EOF-SW               PIC X(01) VALUE "N".
001870         88  WS-END-OF-HISTORY           VALUE "Y".
001880     05  WS-CDL-EOF-SW               PIC X(01) VALUE "N".
001890         88  WS-END-OF-TALLY             VALUE "Y".
001900     05  WS-PURGE-ABSENT-SW          PIC X(01) VALUE "N".
001910         88  WS-PURGE-ABSENT             VALUE "Y".
001920     05  WS-TALLY-ABSENT-SW          PIC X(01) VALUE "N".
001930         88  WS-TALLY-ABSENT             VALUE "Y".
001940     05  WS-HISTORY-ABSENT-SW        PIC X(01) VALUE "N".
001950         88  WS-HISTORY-ABSENT           VALUE "Y".
001960     05  WS-ROSTER-OPEN-SW           PIC X(01) VALUE "N".
001970         88  WS-ROSTER-OPEN              VALUE "Y".
001980*
001990 01  WS-COUNTERS.
002000     05  WS-ROSTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002010     05  WS-PURGED-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002020     05  WS-MARKER-COUNT             PIC 9(08) COMP VALUE ZERO.
002030     05  WS-HISTORY-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
002040     05  WS-TALLY-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002050     05  WS-USER-COUNT               PIC 9(08) COMP VALUE ZERO.
002060     05  WS-UNMATCHED-COUNT          PIC 9(08) COMP VALUE ZERO.
002070     05  WS-NO-DATE-COUNT            PIC 9(08) COMP VALUE ZERO.
002080     05  WS-COHORT-COUNT             PIC 9(08) COMP VALUE ZERO.
002090     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002100*
002110 01  WS-CURRENT-DATE-FIELDS.
002120     05  WS-CURRENT-DATE             PIC 9(08).
002130*
002140*    THE NEXT PSEUDO WAITING ON EACH INPUT, HIGH-VALUES ONCE THE
002150*    FILE IS EXHAUSTED, AND THE LOWEST OF THE ROSTER AND PURGE
002160*    SIDES - THE USER BEING COUNTED.
002170 01  WS-MATCH-KEYS.
002180     05  WS-UM-NEXT-PSEUDO           PIC X(12) VALUE HIGH-VALUES.
002190     05  WS-SPG-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002200     05  WS-AHS-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002210     05  WS-LOW-PSEUDO               PIC X(12).
002220*
002230*    THE USER BEING COUNTED.  MONTH NUMBERS ARE CCYY * 12 + MM
002240*    - 1, SO THE DIFFERENCE OF TWO IS A COUNT OF MONTHS.
002250*    WS-MBR-ACTIVE-MONTH(N) IS "S" WHEN THE USER WAS SEEN IN THE
002260*    NTH FOLLOWING MONTH ON THEIR OWN, "A" WHEN ONLY THROUGH A
002270*    BATCH OR UNKNOWN CHANNEL - THE SAME CODING AS CD-ACTIVE-
002280*    MONTH ON THE COHORT TALLY.
002290 01  WS-MEMBER-FIELDS.
002300     05  WS-MBR-FIRST-SEEN-DATE      PIC 9(08).
002310     05  WS-MBR-LANG-CODE            PIC X(02).
002320     05  WS-MBR-CHANNEL              PIC X(01).
002330     05  WS-MBR-KIND                 PIC X(01).
002340         88  WS-MBR-ON-ROSTER            VALUE "R".
002350         88  WS-MBR-PURGED               VALUE "P".
002360         88  WS-MBR-DELETED              VALUE "D".
002370     05  WS-MBR-HISTORY-SW           PIC X(01).
002380         88  WS-MBR-HISTORY-SEEN         VALUE "Y".
002390     05  WS-MBR-EVER-SW              PIC X(01).
002400         88  WS-MBR-CAME-BACK            VALUE "Y".
002410     05  WS-MBR-OWN-SW               PIC X(01).
002420         88  WS-MBR-CAME-BACK-ON-OWN     VALUE "Y".
002430     05  WS-MBR-COHORT-NO            PIC 9(06) COMP.
002440     05  WS-MBR-ACTIVE-FLAGS.
002450         10  WS-MBR-ACTIVE-MONTH OCCURS 12 TIMES
002460                                     PIC X(01).
002470*
002480 01  WS-MONTH-FIELDS.
002490     05  WS-CURRENT-MONTH-NO         PIC 9(06) COMP.
002500     05  WS-FIRST-COHORT-NO          PIC 9(06) COMP.
002510     05  WS-VISIT-MONTH-NO           PIC 9(06) COMP.
002520     05  WS-MONTH-OFFSET             PIC S9(06) COMP.
002530     05  WS-MONTH-IDX                PIC 9(02) COMP.
002540     05  WS-LABEL-YEAR               PIC 9(04) COMP.
002550     05  WS-LABEL-MONTH              PIC 9(02) COMP.
002560*
002570*    RETENTION GROUPS.  ENTRIES 1 TO 4 ARE THE FIRST CHANNELS
002580*    (CONSOLE, ONLINE, BATCH, UNKNOWN), 5 IS ALL USERS, 6 TO 25
002590*    ONE PER LANGUAGE IN ORDER OF FIRST APPEARANCE (A LANGUAGE
002600*    PAST THE LAST ENTRY IS ADDED TO IT, RELABELLED "**"), 26
002610*    THE COHORTS OLDER THAN TEN YEARS AND 27 TO 146 ONE PER
002620*    COHORT MONTH, OLDEST FIRST, ENDING AT THE CURRENT MONTH.
002630*    WS-GRP-ELIGIBLE(N) COUNTS THE USERS WHOSE NTH FOLLOWING
002640*    MONTH IS COMPLETE, WS-GRP-ACTIVE(N) THOSE OF THEM SEEN IN
002650*    IT; WS-GRP-EVER-ELIGIBLE THE USERS WITH AT LEAST ONE
002660*    COMPLETE FOLLOWING MONTH.
002670 01  WS-GROUP-FIELDS.
002680     05  WS-GRP-SUB                  PIC 9(04) COMP VALUE ZERO.
002690     05  WS-CHANNEL-GRP-SUB          PIC 9(04) COMP VALUE ZERO.
002700     05  WS-LANG-GRP-SUB             PIC 9(04) COMP VALUE ZERO.
002710     05  WS-COHORT-GRP-SUB           PIC 9(04) COMP VALUE ZERO.
002720     05  WS-ALL-GRP-SUB              PIC 9(04) COMP VALUE 5.
002730     05  WS-LANG-GRP-FIRST           PIC 9(04) COMP VALUE 6.
002740     05  WS-LANG-GRP-LAST            PIC 9(04) COMP VALUE 5.
002750     05  WS-LANG-GRP-MAX             PIC 9(04) COMP VALUE 25.
002760     05  WS-EARLIER-GRP-SUB          PIC 9(04) COMP VALUE 26.
002770     05  WS-COHORT-GRP-FIRST         PIC 9(04) COMP VALUE 27.
002780     05  WS-GRP-MAX                  PIC 9(04) COMP VALUE 146.
002790*
002800 01  WS-GROUP-TABLE.
002810     05  WS-GROUP OCCURS 146 TIMES.
002820         10  WS-GRP-LABEL            PIC X(08).
002830         10  WS-GRP-START            PIC 9(08) COMP.
002840         10  WS-GRP-PURGED           PIC 9(08) COMP.
002850         10  WS-GRP-DELETED          PIC 9(08) COMP.
002860         10  WS-GRP-EVER-ELIGIBLE    PIC 9(08) COMP.
002870         10  WS-GRP-EVER             PIC 9(08) COMP.
002880         10  WS-GRP-OWN              PIC 9(08) COMP.
002890         10  WS-GRP-MONTH OCCURS 12 TIMES.
002900             15  WS-GRP-ELIGIBLE     PIC 9(08) COMP.
002910             15  WS-GRP-ACTIVE       PIC 9(08) COMP.
002920*
002930 01  WS-COHORT-LABEL.
002940     05  WS-CL-YEAR                  PIC 9(04).
002950     05  FILLER                      PIC X(01) VALUE "-".
002960     05  WS-CL-MONTH                 PIC 9(02).
002970     05  FILLER                      PIC X(01) VALUE SPACES.
002980*
002990 01  WS-PERCENT                      PIC 9(03).
003000 01  WS-PERCENT-CELL.
003010     05  FILLER                      PIC X(01) VALUE SPACES.
003020     05  WS-PERCENT-EDIT             PIC ZZ9.
003030*
003040 01  WS-REPORT-DATE-EDIT             PIC 9(08).
003050 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
003060*
003070 01  WS-LABEL-LINE.
003080     05  WS-LBL-TEXT                 PIC X(34).
003090     05  WS-LBL-VALUE                PIC X(46).
003100*
003110 01  WS-COLUMN-HEADING-1.
003120     05  FILLER                      PIC X(16) VALUE SPACES.
003130     05  FILLER                      PIC X(32)
003140         VALUE "----- % ACTIVE IN MONTH N AFTER ".
003150     05  FILLER                      PIC X(16)
003160         VALUE "FIRST SEEN -----".
003170     05  FILLER                      PIC X(16)
003180         VALUE "    % BACK      ".
003190*
003200 01  WS-COLUMN-HEADING-2.
003210     05  WS-HDG-LABEL                PIC X(08).
003220     05  FILLER                      PIC X(36)
003230         VALUE "STARTED   M1  M2  M3  M4  M5  M6  M7".
003240     05  FILLER                      PIC X(32)
003250         VALUE "  M8  M9 M10 M11 M12  EVER  OWN".
003260     05  FILLER                      PIC X(04) VALUE SPACES.
003270*
003280 01  WS-DETAIL-LINE.
003290     05  WS-DL-LABEL                 PIC X(08).
003300     05  WS-DL-START                 PIC ZZZZZZ9.
003310     05  FILLER                      PIC X(01) VALUE SPACES.
003320     05  WS-DL-CELL OCCURS 12 TIMES  PIC X(04).
003330     05  FILLER                      PIC X(02) VALUE SPACES.
003340     05  WS-DL-EVER                  PIC X(04).
003350     05  FILLER                      PIC X(01) VALUE SPACES.
003360     05  WS-DL-OWN                   PIC X(04).
003370     05  FILLER                      PIC X(05) VALUE SPACES.
003380*
003390 01  WS-MAKEUP-HEADING.
003400     05  FILLER                      PIC X(42)
003410         VALUE "COHORT  STARTED   ROSTER   PURGED  DELETED".
003420     05  FILLER                      PIC X(38) VALUE SPACES.
003430*
003440 01  WS-MAKEUP-LINE.
003450     05  WS-ML-LABEL                 PIC X(08).
003460     05  WS-ML-START                 PIC ZZZZZZ9.
003470     05  FILLER                      PIC X(02) VALUE SPACES.
003480     05  WS-ML-ROSTER                PIC ZZZZZZ9.
003490     05  FILLER                      PIC X(02) VALUE SPACES.
003500     05  WS-ML-PURGED                PIC ZZZZZZ9.
003510     05  FILLER                      PIC X(02) VALUE SPACES.
003520     05  WS-ML-DELETED               PIC ZZZZZZ9.
003530     05  FILLER                      PIC X(38) VALUE SPACES.
003540*
003550 COPY DATEWRK.
003560*
003570 PROCEDURE DIVISION.
003580*
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT.
003620*
003630*    THE PURGE ARCHIVE ACCUMULATES ACROSS RUNS, SO IT IS NOT IN
003640*    KEY ORDER AS A WHOLE AND THE SAME PSEUDO MAY APPEAR MORE
003650*    THAN ONCE - SORT IT BY PSEUDO, EARLIEST FIRST-SEEN FIRST.
003660     IF NOT WS-PURGE-ABSENT
003670         SORT PURGE-SORT-FILE
003680             ON ASCENDING KEY PSR-PSEUDO
003690                              PSR-FIRST-SEEN-DATE
003700             USING PURGED-FILE
003710             GIVING SORTED-PURGED-FILE
003720     END-IF.
003730*
003740     PERFORM 3000-COUNT-USERS
003750         THRU 3000-COUNT-USERS-EXIT.
003760     PERFORM 4000-COUNT-DELETED-USERS
003770         THRU 4000-COUNT-DELETED-USERS-EXIT.
003780     PERFORM 5000-WRITE-REPORT
003790         THRU 5000-WRITE-REPORT-EXIT.
003800*
003810     PERFORM 9999-TERMINATE
003820         THRU 9999-TERMINATE-EXIT.
003830*
003840     IF WS-IO-FAIL-COUNT > ZERO
003850         MOVE 8 TO RETURN-CODE
003860     END-IF.
003870     MOVE "E" TO RJ-RECORD-TYPE.
003880     MOVE WS-USER-COUNT TO RJ-READ-COUNT.
003890     MOVE WS-COHORT-COUNT TO RJ-WRITTEN-COUNT.
003900     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
003910     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003920     PERFORM 6500-WRITE-RUN-JOURNAL
003930         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003940     STOP RUN.
003950*
003960******************************************************************
003970* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT, WORK     *
003980*                   OUT THE TEN-YEAR COHORT RANGE, LABEL THE     *
003990*                   FIXED GROUPS AND PROBE THE PURGE ARCHIVE.    *
004000*                   THE OTHER FILES ARE OPENED WHERE THEY ARE    *
004010*                   READ.                                        *
004020******************************************************************
004030 1000-INITIALIZE.
004040     MOVE "UserCoh" TO RJ-PROGRAM-NAME.
004050     MOVE "S" TO RJ-RECORD-TYPE.
004060     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
004070                  RJ-ERROR-COUNT RJ-RETURN-CODE.
004080     PERFORM 6500-WRITE-RUN-JOURNAL
004090         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004100*
004110     OPEN OUTPUT REPORT-FILE.
004120     IF NOT WS-RPT-OK
004130         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
004140             WS-RPT-FILE-STATUS
004150     END-IF.
004160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004170     MOVE WS-CURRENT-DATE TO DC-DATE.
004180     COMPUTE WS-CURRENT-MONTH-NO = DC-YEAR * 12 + DC-MONTH - 1.
004190     COMPUTE WS-FIRST-COHORT-NO =
004200         WS-CURRENT-MONTH-NO - WS-GRP-MAX + WS-COHORT-GRP-FIRST.
004210*
004220     PERFORM 1100-CLEAR-GROUP
004230         THRU 1100-CLEAR-GROUP-EXIT
004240         VARYING WS-GRP-SUB FROM 1 BY 1
004250         UNTIL WS-GRP-SUB > WS-GRP-MAX.
004260     MOVE "CONSOLE" TO WS-GRP-LABEL(1).
004270     MOVE "ONLINE" TO WS-GRP-LABEL(2).
004280     MOVE "BATCH" TO WS-GRP-LABEL(3).
004290     MOVE "UNKNOWN" TO WS-GRP-LABEL(4).
004300     MOVE "ALL" TO WS-GRP-LABEL(WS-ALL-GRP-SUB).
004310     MOVE "EARLIER" TO WS-GRP-LABEL(WS-EARLIER-GRP-SUB).
004320     PERFORM 1200-LABEL-ONE-COHORT
004330         THRU 1200-LABEL-ONE-COHORT-EXIT
004340         VARYING WS-GRP-SUB FROM WS-COHORT-GRP-FIRST BY 1
004350         UNTIL WS-GRP-SUB > WS-GRP-MAX.
004360*
004370*    PROBE THE PURGE ARCHIVE - A FILE THAT DOES NOT EXIST YET
004380*    (NO PURGE HAS EVER RUN) JUST MEANS AN EMPTY ARCHIVE.
004390     OPEN INPUT PURGED-FILE.
004400     IF WS-PRG-FILE-NOT-PRESENT
004410         MOVE "Y" TO WS-PURGE-ABSENT-SW
004420     ELSE
004430         IF WS-PRG-OK
004440             CLOSE PURGED-FILE
004450         ELSE
004460             DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
004470                 WS-PRG-FILE-STATUS
004480             ADD 1 TO WS-IO-FAIL-COUNT
004490             MOVE "Y" TO WS-PURGE-ABSENT-SW
004500         END-IF
004510     END-IF.
004520 1000-INITIALIZE-EXIT.
004530     EXIT.
004540*
004550 1100-CLEAR-GROUP.
004560     MOVE SPACES TO WS-GRP-LABEL(WS-GRP-SUB).
004570     MOVE ZERO TO WS-GRP-START(WS-GRP-SUB)
004580                  WS-GRP-PURGED(WS-GRP-SUB)
004590                  WS-GRP-DELETED(WS-GRP-SUB)
004600                  WS-GRP-EVER-ELIGIBLE(WS-GRP-SUB)
004610                  WS-GRP-EVER(WS-GRP-SUB)
004620                  WS-GRP-OWN(WS-GRP-SUB).
004630     PERFORM 1150-CLEAR-GROUP-MONTH
004640         THRU 1150-CLEAR-GROUP-MONTH-EXIT
004650         VARYING WS-MONTH-IDX FROM 1 BY 1
004660         UNTIL WS-MONTH-IDX > 12.
004670 1100-CLEAR-GROUP-EXIT.
004680     EXIT.
004690*
004700 1150-CLEAR-GROUP-MONTH.
004710     MOVE ZERO TO WS-GRP-ELIGIBLE(WS-GRP-SUB, WS-MONTH-IDX)
004720                  WS-GRP-ACTIVE(WS-GRP-SUB, WS-MONTH-IDX).
004730 1150-CLEAR-GROUP-MONTH-EXIT.
004740     EXIT.
004750*
004760 1200-LABEL-ONE-COHORT.
004770     COMPUTE WS-VISIT-MONTH-NO = WS-FIRST-COHORT-NO
004780                               + WS-GRP-SUB - WS-COHORT-GRP-FIRST.
004790     DIVIDE WS-VISIT-MONTH-NO BY 12
004800         GIVING WS-LABEL-YEAR
004810         REMAINDER WS-LABEL-MONTH.
004820     MOVE WS-LABEL-YEAR TO WS-CL-YEAR.
004830     COMPUTE WS-CL-MONTH = WS-LABEL-MONTH + 1.
004840     MOVE WS-COHORT-LABEL TO WS-GRP-LABEL(WS-GRP-SUB).
004850 1200-LABEL-ONE-COHORT-EXIT.
004860     EXIT.
004870*
004880******************************************************************
004890* 3000-COUNT-USERS - WALK THE ROSTER, THE SORTED PURGE ARCHIVE   *
004900*                    AND THE AUDIT HISTORY TOGETHER IN PSEUDO    *
004910*                    ORDER, COUNTING EACH USER ONCE INTO THEIR   *
004920*                    GROUPS.  HISTORY LEFT OVER AT THE END       *
004930*                    BELONGS TO NO USER.                         *
004940******************************************************************
004950 3000-COUNT-USERS.
004960     OPEN INPUT USER-MASTER-FILE.
004970     IF NOT WS-UM-OK
004980         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004990             WS-UM-FILE-STATUS
005000         ADD 1 TO WS-IO-FAIL-COUNT
005010         MOVE "Y" TO WS-UM-EOF-SW
005020     ELSE
005030         MOVE "Y" TO WS-ROSTER-OPEN-SW
005040     END-IF.
005050*
005060     IF WS-PURGE-ABSENT
005070         MOVE "Y" TO WS-SPG-EOF-SW
005080     ELSE
005090         OPEN INPUT SORTED-PURGED-FILE
005100         IF NOT WS-SPG-OK
005110             DISPLAY "SORTED-PURGED OPEN FAILED - STATUS "
005120                 WS-SPG-FILE-STATUS
005130             ADD 1 TO WS-IO-FAIL-COUNT
005140             MOVE "Y" TO WS-PURGE-ABSENT-SW
005150             MOVE "Y" TO WS-SPG-EOF-SW
005160         END-IF
005170     END-IF.
005180*
005190*    NO AUDIT HISTORY MEANS NO ACTIVITY TO REPORT - THE NIGHTLY
005200*    HIST STEP HAS NOT BUILT IT YET.  THE USERS ARE STILL
005210*    COUNTED, BUT THE RUN ENDS RC=8.
005220     OPEN INPUT AUDIT-HISTORY-FILE.
005230     IF NOT WS-AHS-OK
005240         IF WS-AHS-FILE-NOT-PRESENT
005250             DISPLAY "AUDIT-HISTORY NOT BUILT YET - RUN AFTER "
005260                 "THE NIGHTLY HIST STEP."
005270         ELSE
005280             DISPLAY "AUDIT-HISTORY OPEN FAILED - STATUS "
005290                 WS-AHS-FILE-STATUS
005300         END-IF
005310         ADD 1 TO WS-IO-FAIL-COUNT
005320         MOVE "Y" TO WS-HISTORY-ABSENT-SW
005330         MOVE "Y" TO WS-AHS-EOF-SW
005340     END-IF.
005350*
005360     PERFORM 3050-READ-ROSTER-RECORD
005370         THRU 3050-READ-ROSTER-RECORD-EXIT.
005380     PERFORM 3060-READ-PURGED-RECORD
005390         THRU 3060-READ-PURGED-RECORD-EXIT.
005400     PERFORM 3070-READ-HISTORY-RECORD
005410         THRU 3070-READ-HISTORY-RECORD-EXIT.
005420     PERFORM 3100-COUNT-ONE-USER
005430         THRU 3100-COUNT-ONE-USER-EXIT
005440         UNTIL WS-UM-NEXT-PSEUDO = HIGH-VALUES
005450           AND WS-SPG-NEXT-PSEUDO = HIGH-VALUES.
005460     PERFORM 3400-SKIP-ONE-HISTORY
005470         THRU 3400-SKIP-ONE-HISTORY-EXIT
005480         UNTIL WS-AHS-NEXT-PSEUDO = HIGH-VALUES.
005490*
005500     IF WS-ROSTER-OPEN
005510         CLOSE USER-MASTER-FILE
005520     END-IF.
005530     IF NOT WS-PURGE-ABSENT
005540         CLOSE SORTED-PURGED-FILE
005550     END-IF.
005560     IF NOT WS-HISTORY-ABSENT
005570         CLOSE AUDIT-HISTORY-FILE
005580     END-IF.
005590 3000-COUNT-USERS-EXIT.
005600     EXIT.
005610*
005620 3050-READ-ROSTER-RECORD.
005630     IF WS-END-OF-ROSTER
005640         MOVE HIGH-VALUES TO WS-UM-NEXT-PSEUDO
005650         GO TO 3050-READ-ROSTER-RECORD-EXIT
005660     END-IF.
005670     READ USER-MASTER-FILE NEXT RECORD
005680         AT END
005690             MOVE "Y" TO WS-UM-EOF-SW
005700             MOVE HIGH-VALUES TO WS-UM-NEXT-PSEUDO
005710             GO TO 3050-READ-ROSTER-RECORD-EXIT
005720     END-READ.
005730     IF NOT WS-UM-OK
005740         DISPLAY "USER-MASTER READ FAILED - STATUS "
005750             WS-UM-FILE-STATUS
005760         ADD 1 TO WS-IO-FAIL-COUNT
005770         MOVE "Y" TO WS-UM-EOF-SW
005780         MOVE HIGH-VALUES TO WS-UM-NEXT-PSEUDO
005790         GO TO 3050-READ-ROSTER-RECORD-EXIT
005800     END-IF.
005810     ADD 1 TO WS-ROSTER-READ-COUNT.
005820     MOVE UM-PSEUDO TO WS-UM-NEXT-PSEUDO.
005830 3050-READ-ROSTER-RECORD-EXIT.
005840     EXIT.
005850*
005860 3060-READ-PURGED-RECORD.
005870     IF WS-END-OF-PURGED
005880         MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
005890         GO TO 3060-READ-PURGED-RECORD-EXIT
005900     END-IF.
005910     READ SORTED-PURGED-FILE
005920         AT END
005930             MOVE "Y" TO WS-SPG-EOF-SW
005940             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
005950         NOT AT END
005960             ADD 1 TO WS-PURGED-READ-COUNT
005970             MOVE SPG-PSEUDO TO WS-SPG-NEXT-PSEUDO
005980     END-READ.
005990 3060-READ-PURGED-RECORD-EXIT.
006000     EXIT.
006010*
006020 3070-READ-HISTORY-RECORD.
006030     IF WS-END-OF-HISTORY
006040         MOVE HIGH-VALUES TO WS-AHS-NEXT-PSEUDO
006050         GO TO 3070-READ-HISTORY-RECORD-EXIT
006060     END-IF.
006070     READ AUDIT-HISTORY-FILE NEXT RECORD
006080         AT END
006090             MOVE "Y" TO WS-AHS-EOF-SW
006100             MOVE HIGH-VALUES TO WS-AHS-NEXT-PSEUDO
006110             GO TO 3070-READ-HISTORY-RECORD-EXIT
006120     END-READ.
006130     IF NOT WS-AHS-OK
006140         DISPLAY "AUDIT-HISTORY READ FAILED - STATUS "
006150             WS-AHS-FILE-STATUS
006160         ADD 1 TO WS-IO-FAIL-COUNT
006170         MOVE "Y" TO WS-AHS-EOF-SW
006180         MOVE HIGH-VALUES TO WS-AHS-NEXT-PSEUDO
006190         GO TO 3070-READ-HISTORY-RECORD-EXIT
006200     END-IF.
006210     ADD 1 TO WS-HISTORY-READ-COUNT.
006220     MOVE AH-PSEUDO TO WS-AHS-NEXT-PSEUDO.
006230 3070-READ-HISTORY-RECORD-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270* 3100-COUNT-ONE-USER - TAKE THE LOWEST PSEUDO WAITING ON THE    *
006280*                       ROSTER OR THE PURGE ARCHIVE, SETTLE ITS  *
006290*                       COHORT AND LANGUAGE, READ ITS AUDIT      *
006300*                       HISTORY FOR ITS FIRST CHANNEL AND THE    *
006310*                       MONTHS IT WAS ACTIVE, AND COUNT IT.  A   *
006320*                       MARKER RECORD ("*" PSEUDO) ON THE PURGE  *
006330*                       ARCHIVE IS A FORGOTTEN PURGED USER.  ONE *
006340*                       WITH ITS FIRST-SEEN DATE ZEROED IS ON    *
006350*                       THE DELETED-USER TALLY AND IS PASSED     *
006360*                       OVER; ONE STILL DATED PREDATES THE TALLY *
006370*                       AND IS A USER OF ITS OWN, WITH NO        *
006380*                       HISTORY LEFT TO READ.                    *
006390******************************************************************
006400 3100-COUNT-ONE-USER.
006410     MOVE 99999999 TO WS-MBR-FIRST-SEEN-DATE.
006420     MOVE SPACES TO WS-MBR-LANG-CODE.
006430     MOVE "?" TO WS-MBR-CHANNEL.
006440     MOVE "N" TO WS-MBR-HISTORY-SW.
006450     MOVE SPACES TO WS-MBR-ACTIVE-FLAGS.
006460*
006470     IF WS-SPG-NEXT-PSEUDO(1:1) = "*"
006480        AND WS-SPG-NEXT-PSEUDO < WS-UM-NEXT-PSEUDO
006490         ADD 1 TO WS-MARKER-COUNT
006500         MOVE "D" TO WS-MBR-KIND
006510         MOVE SPG-FIRST-SEEN-DATE TO WS-MBR-FIRST-SEEN-DATE
006520         MOVE SPG-LANG-CODE TO WS-MBR-LANG-CODE
006530         PERFORM 3060-READ-PURGED-RECORD
006540             THRU 3060-READ-PURGED-RECORD-EXIT
006550         IF WS-MBR-FIRST-SEEN-DATE = ZERO
006560             GO TO 3100-COUNT-ONE-USER-EXIT
006570         END-IF
006580         PERFORM 3500-TALLY-ONE-USER
006590             THRU 3500-TALLY-ONE-USER-EXIT
006600         GO TO 3100-COUNT-ONE-USER-EXIT
006610     END-IF.
006620*
006630     IF WS-UM-NEXT-PSEUDO < WS-SPG-NEXT-PSEUDO
006640         MOVE WS-UM-NEXT-PSEUDO TO WS-LOW-PSEUDO
006650     ELSE
006660         MOVE WS-SPG-NEXT-PSEUDO TO WS-LOW-PSEUDO
006670     END-IF.
006680     MOVE "P" TO WS-MBR-KIND.
006690     IF WS-UM-NEXT-PSEUDO = WS-LOW-PSEUDO
006700         MOVE "R" TO WS-MBR-KIND
006710         MOVE UM-FIRST-SEEN-DATE TO WS-MBR-FIRST-SEEN-DATE
006720         MOVE UM-LANG-CODE TO WS-MBR-LANG-CODE
006730         PERFORM 3050-READ-ROSTER-RECORD
006740             THRU 3050-READ-ROSTER-RECORD-EXIT
006750     END-IF.
006760     PERFORM 3150-TAKE-ONE-PURGED
006770         THRU 3150-TAKE-ONE-PURGED-EXIT
006780         UNTIL WS-SPG-NEXT-PSEUDO NOT = WS-LOW-PSEUDO.
006790*
006800     PERFORM 3400-SKIP-ONE-HISTORY
006810         THRU 3400-SKIP-ONE-HISTORY-EXIT
006820         UNTIL WS-AHS-NEXT-PSEUDO NOT < WS-LOW-PSEUDO.
006830*
006840*    A RECORD WITH NO FIRST-SEEN DATE CANNOT BE PLACED IN A
006850*    COHORT; ITS HISTORY IS PASSED OVER WITH IT.
006860     IF WS-MBR-FIRST-SEEN-DATE = ZERO
006870        OR WS-MBR-FIRST-SEEN-DATE = 99999999
006880         ADD 1 TO WS-NO-DATE-COUNT
006890         PERFORM 3450-PASS-OVER-ONE-HISTORY
006900             THRU 3450-PASS-OVER-ONE-HISTORY-EXIT
006910             UNTIL WS-AHS-NEXT-PSEUDO NOT = WS-LOW-PSEUDO
006920         GO TO 3100-COUNT-ONE-USER-EXIT
006930     END-IF.
006940     MOVE WS-MBR-FIRST-SEEN-DATE TO DC-DATE.
006950     COMPUTE WS-MBR-COHORT-NO = DC-YEAR * 12 + DC-MONTH - 1.
006960     PERFORM 3200-TAKE-ONE-VISIT
006970         THRU 3200-TAKE-ONE-VISIT-EXIT
006980         UNTIL WS-AHS-NEXT-PSEUDO NOT = WS-LOW-PSEUDO.
006990     PERFORM 3500-TALLY-ONE-USER
007000         THRU 3500-TALLY-ONE-USER-EXIT.
007010 3100-COUNT-ONE-USER-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050* 3150-TAKE-ONE-PURGED - A PURGE ARCHIVE RECORD FOR THE USER.    *
007060*                        THE EARLIEST FIRST-SEEN DATE WINS; THE  *
007070*                        ROSTER'S LANGUAGE IS KEPT WHEN THERE IS *
007080*                        ONE.                                    *
007090******************************************************************
007100 3150-TAKE-ONE-PURGED.
007110     IF SPG-FIRST-SEEN-DATE NOT = ZERO
007120        AND (SPG-FIRST-SEEN-DATE < WS-MBR-FIRST-SEEN-DATE
007130          OR WS-MBR-FIRST-SEEN-DATE = ZERO)
007140         MOVE SPG-FIRST-SEEN-DATE TO WS-MBR-FIRST-SEEN-DATE
007150     END-IF.
007160     IF WS-MBR-LANG-CODE = SPACES
007170         MOVE SPG-LANG-CODE TO WS-MBR-LANG-CODE
007180     END-IF.
007190     PERFORM 3060-READ-PURGED-RECORD
007200         THRU 3060-READ-PURGED-RECORD-EXIT.
007210 3150-TAKE-ONE-PURGED-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250* 3200-TAKE-ONE-VISIT - ONE AUDIT-HISTORY RECORD FOR THE USER.   *
007260*                       THE FIRST (EARLIEST) GIVES THE FIRST     *
007270*                       CHANNEL; ANY RECORD IN ONE OF THE TWELVE *
007280*                       FOLLOWING MONTHS MARKS THAT MONTH        *
007290*                       ACTIVE - ON THEIR OWN WHEN IT CAME       *
007300*                       THROUGH THE CONSOLE OR ONLINE.           *
007310******************************************************************
007320 3200-TAKE-ONE-VISIT.
007330     IF NOT WS-MBR-HISTORY-SEEN
007340         MOVE "Y" TO WS-MBR-HISTORY-SW
007350         MOVE AH-CHANNEL TO WS-MBR-CHANNEL
007360     END-IF.
007370     MOVE AH-RUN-DATE TO DC-DATE.
007380     COMPUTE WS-VISIT-MONTH-NO = DC-YEAR * 12 + DC-MONTH - 1.
007390     COMPUTE WS-MONTH-OFFSET = WS-VISIT-MONTH-NO
007400                             - WS-MBR-COHORT-NO.
007410     IF WS-MONTH-OFFSET < 1 OR WS-MONTH-OFFSET > 12
007420         GO TO 3200-TAKE-ONE-VISIT-READ
007430     END-IF.
007440     IF AH-CHANNEL = "C" OR AH-CHANNEL = "O"
007450         MOVE "S" TO WS-MBR-ACTIVE-MONTH(WS-MONTH-OFFSET)
007460     ELSE
007470         IF WS-MBR-ACTIVE-MONTH(WS-MONTH-OFFSET) = SPACE
007480             MOVE "A" TO WS-MBR-ACTIVE-MONTH(WS-MONTH-OFFSET)
007490         END-IF
007500     END-IF.
007510*
007520 3200-TAKE-ONE-VISIT-READ.
007530     PERFORM 3070-READ-HISTORY-RECORD
007540         THRU 3070-READ-HISTORY-RECORD-EXIT.
007550 3200-TAKE-ONE-VISIT-EXIT.
007560     EXIT.
007570*
007580******************************************************************
007590* 3400-SKIP-ONE-HISTORY - AUDIT HISTORY FOR A PSEUDO ON NEITHER  *
007600*                         THE ROSTER NOR THE PURGE ARCHIVE       *
007610*                         (UserIntg AND UserRecon REPORT THOSE). *
007620*                         COUNTED AND PASSED OVER.               *
007630******************************************************************
007640 3400-SKIP-ONE-HISTORY.
007650     ADD 1 TO WS-UNMATCHED-COUNT.
007660     PERFORM 3070-READ-HISTORY-RECORD
007670         THRU 3070-READ-HISTORY-RECORD-EXIT.
007680 3400-SKIP-ONE-HISTORY-EXIT.
007690     EXIT.
007700*
007710 3450-PASS-OVER-ONE-HISTORY.
007720     PERFORM 3070-READ-HISTORY-RECORD
007730         THRU 3070-READ-HISTORY-RECORD-EXIT.
007740 3450-PASS-OVER-ONE-HISTORY-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780* 3500-TALLY-ONE-USER - COUNT THE USER IN WS-MEMBER-FIELDS INTO  *
007790*                       THE ALL-USERS GROUP AND THE GROUPS FOR   *
007800*                       THEIR FIRST CHANNEL, LANGUAGE AND        *
007810*                       COHORT.  SHARED BY THE ROSTER/ARCHIVE    *
007820*                       WALK AND THE DELETED-USER TALLY.         *
007830******************************************************************
007840 3500-TALLY-ONE-USER.
007850     ADD 1 TO WS-USER-COUNT.
007860     MOVE WS-MBR-FIRST-SEEN-DATE TO DC-DATE.
007870     COMPUTE WS-MBR-COHORT-NO = DC-YEAR * 12 + DC-MONTH - 1.
007880*
007890     MOVE "N" TO WS-MBR-EVER-SW WS-MBR-OWN-SW.
007900     PERFORM 3550-CHECK-ONE-MONTH
007910         THRU 3550-CHECK-ONE-MONTH-EXIT
007920         VARYING WS-MONTH-IDX FROM 1 BY 1
007930         UNTIL WS-MONTH-IDX > 12.
007940*
007950     MOVE 4 TO WS-CHANNEL-GRP-SUB.
007960     IF WS-MBR-CHANNEL = "C"
007970         MOVE 1 TO WS-CHANNEL-GRP-SUB
007980     END-IF.
007990     IF WS-MBR-CHANNEL = "O"
008000         MOVE 2 TO WS-CHANNEL-GRP-SUB
008010     END-IF.
008020     IF WS-MBR-CHANNEL = "B"
008030         MOVE 3 TO WS-CHANNEL-GRP-SUB
008040     END-IF.
008050*
008060     IF WS-MBR-COHORT-NO < WS-FIRST-COHORT-NO
008070         MOVE WS-EARLIER-GRP-SUB TO WS-COHORT-GRP-SUB
008080     ELSE
008090         IF WS-MBR-COHORT-NO > WS-CURRENT-MONTH-NO
008100             MOVE WS-GRP-MAX TO WS-COHORT-GRP-SUB
008110         ELSE
008120             COMPUTE WS-COHORT-GRP-SUB = WS-COHORT-GRP-FIRST
008130                 + WS-MBR-COHORT-NO - WS-FIRST-COHORT-NO
008140         END-IF
008150     END-IF.
008160*
008170     PERFORM 3700-FIND-LANGUAGE-GROUP
008180         THRU 3700-FIND-LANGUAGE-GROUP-EXIT.
008190*
008200     MOVE WS-ALL-GRP-SUB TO WS-GRP-SUB.
008210     PERFORM 3600-ADD-USER-TO-GROUP
008220         THRU 3600-ADD-USER-TO-GROUP-EXIT.
008230     MOVE WS-CHANNEL-GRP-SUB TO WS-GRP-SUB.
008240     PERFORM 3600-ADD-USER-TO-GROUP
008250         THRU 3600-ADD-USER-TO-GROUP-EXIT.
008260     MOVE WS-LANG-GRP-SUB TO WS-GRP-SUB.
008270     PERFORM 3600-ADD-USER-TO-GROUP
008280         THRU 3600-ADD-USER-TO-GROUP-EXIT.
008290     MOVE WS-COHORT-GRP-SUB TO WS-GRP-SUB.
008300     PERFORM 3600-ADD-USER-TO-GROUP
008310         THRU 3600-ADD-USER-TO-GROUP-EXIT.
008320 3500-TALLY-ONE-USER-EXIT.
008330     EXIT.
008340*
008350*    ONLY COMPLETE MONTHS COUNT TOWARDS EVER AND OWN.
008360 3550-CHECK-ONE-MONTH.
008370     IF WS-MBR-COHORT-NO + WS-MONTH-IDX NOT < WS-CURRENT-MONTH-NO
008380         GO TO 3550-CHECK-ONE-MONTH-EXIT
008390     END-IF.
008400     IF WS-MBR-ACTIVE-MONTH(WS-MONTH-IDX) NOT = SPACE
008410         MOVE "Y" TO WS-MBR-EVER-SW
008420     END-IF.
008430     IF WS-MBR-ACTIVE-MONTH(WS-MONTH-IDX) = "S"
008440         MOVE "Y" TO WS-MBR-OWN-SW
008450     END-IF.
008460 3550-CHECK-ONE-MONTH-EXIT.
008470     EXIT.
008480*
008490******************************************************************
008500* 3600-ADD-USER-TO-GROUP - COUNT THE USER INTO GROUP WS-GRP-SUB: *
008510*                          THE STARTING SIZE, AND FOR EACH       *
008520*                          COMPLETE FOLLOWING MONTH, ELIGIBLE    *
008530*                          AND (WHEN SEEN) ACTIVE.               *
008540******************************************************************
008550 3600-ADD-USER-TO-GROUP.
008560     ADD 1 TO WS-GRP-START(WS-GRP-SUB).
008570     IF WS-MBR-PURGED
008580         ADD 1 TO WS-GRP-PURGED(WS-GRP-SUB)
008590     END-IF.
008600     IF WS-MBR-DELETED
008610         ADD 1 TO WS-GRP-DELETED(WS-GRP-SUB)
008620     END-IF.
008630     IF WS-MBR-COHORT-NO + 1 < WS-CURRENT-MONTH-NO
008640         ADD 1 TO WS-GRP-EVER-ELIGIBLE(WS-GRP-SUB)
008650         IF WS-MBR-CAME-BACK
008660             ADD 1 TO WS-GRP-EVER(WS-GRP-SUB)
008670         END-IF
008680         IF WS-MBR-CAME-BACK-ON-OWN
008690             ADD 1 TO WS-GRP-OWN(WS-GRP-SUB)
008700         END-IF
008710     END-IF.
008720     PERFORM 3650-ADD-ONE-MONTH
008730         THRU 3650-ADD-ONE-MONTH-EXIT
008740         VARYING WS-MONTH-IDX FROM 1 BY 1
008750         UNTIL WS-MONTH-IDX > 12.
008760 3600-ADD-USER-TO-GROUP-EXIT.
008770     EXIT.
008780*
008790 3650-ADD-ONE-MONTH.
008800     IF WS-MBR-COHORT-NO + WS-MONTH-IDX NOT < WS-CURRENT-MONTH-NO
008810         GO TO 3650-ADD-ONE-MONTH-EXIT
008820     END-IF.
008830     ADD 1 TO WS-GRP-ELIGIBLE(WS-GRP-SUB, WS-MONTH-IDX).
008840     IF WS-MBR-ACTIVE-MONTH(WS-MONTH-IDX) NOT = SPACE
008850         ADD 1 TO WS-GRP-ACTIVE(WS-GRP-SUB, WS-MONTH-IDX)
008860     END-IF.
008870 3650-ADD-ONE-MONTH-EXIT.
008880     EXIT.
008890*
008900 3700-FIND-LANGUAGE-GROUP.
008910     IF WS-MBR-LANG-CODE = SPACES
008920         MOVE "??" TO WS-MBR-LANG-CODE
008930     END-IF.
008940     PERFORM 3750-COMPARE-ONE-LANGUAGE
008950         THRU 3750-COMPARE-ONE-LANGUAGE-EXIT
008960         VARYING WS-LANG-GRP-SUB FROM WS-LANG-GRP-FIRST BY 1
008970         UNTIL WS-LANG-GRP-SUB > WS-LANG-GRP-LAST
008980            OR WS-GRP-LABEL(WS-LANG-GRP-SUB) = WS-MBR-LANG-CODE.
008990     IF WS-LANG-GRP-SUB NOT > WS-LANG-GRP-LAST
009000         GO TO 3700-FIND-LANGUAGE-GROUP-EXIT
009010     END-IF.
009020     IF WS-LANG-GRP-LAST < WS-LANG-GRP-MAX
009030         ADD 1 TO WS-LANG-GRP-LAST
009040         MOVE WS-LANG-GRP-LAST TO WS-LANG-GRP-SUB
009050         MOVE WS-MBR-LANG-CODE TO WS-GRP-LABEL(WS-LANG-GRP-SUB)
009060     ELSE
009070         MOVE WS-LANG-GRP-MAX TO WS-LANG-GRP-SUB
009080         MOVE "**" TO WS-GRP-LABEL(WS-LANG-GRP-SUB)
009090     END-IF.
009100 3700-FIND-LANGUAGE-GROUP-EXIT.
009110     EXIT.
009120*
009130 3750-COMPARE-ONE-LANGUAGE.
009140*    THE TEST IS IN THE VARYING CLAUSE; NOTHING TO DO PER ENTRY.
009150     CONTINUE.
009160 3750-COMPARE-ONE-LANGUAGE-EXIT.
009170     EXIT.
009180*
009190******************************************************************
009200* 4000-COUNT-DELETED-USERS - ONE USER PER RECORD ON THE DELETED- *
009210*                            USER COHORT TALLY, WITH THE FIRST   *
009220*                            CHANNEL, LANGUAGE AND MONTHS ACTIVE *
009230*                            UserDel NOTED BEFORE ANONYMIZING.   *
009240*                            A TALLY NOT CREATED YET (NO         *
009250*                            DELETION HAS RUN SINCE) IS EMPTY.   *
009260******************************************************************
009270 4000-COUNT-DELETED-USERS.
009280     OPEN INPUT COHORT-TALLY-FILE.
009290     IF WS-CDL-FILE-NOT-PRESENT
009300         MOVE "Y" TO WS-TALLY-ABSENT-SW
009310         GO TO 4000-COUNT-DELETED-USERS-EXIT
009320     END-IF.
009330     IF NOT WS-CDL-OK
009340         DISPLAY "COHORT-TALLY OPEN FAILED - STATUS "
009350             WS-CDL-FILE-STATUS
009360         ADD 1 TO WS-IO-FAIL-COUNT
009370         MOVE "Y" TO WS-TALLY-ABSENT-SW
009380         GO TO 4000-COUNT-DELETED-USERS-EXIT
009390     END-IF.
009400     PERFORM 4100-READ-TALLY-RECORD
009410         THRU 4100-READ-TALLY-RECORD-EXIT.
009420     PERFORM 4200-COUNT-ONE-DELETED-USER
009430         THRU 4200-COUNT-ONE-DELETED-USER-EXIT
009440         UNTIL WS-END-OF-TALLY.
009450     CLOSE COHORT-TALLY-FILE.
009460 4000-COUNT-DELETED-USERS-EXIT.
009470     EXIT.
009480*
009490 4100-READ-TALLY-RECORD.
009500     READ COHORT-TALLY-FILE
009510         AT END
009520             MOVE "Y" TO WS-CDL-EOF-SW
009530             GO TO 4100-READ-TALLY-RECORD-EXIT
009540     END-READ.
009550     IF NOT WS-CDL-OK
009560         DISPLAY "COHORT-TALLY READ FAILED - STATUS "
009570             WS-CDL-FILE-STATUS
009580         ADD 1 TO WS-IO-FAIL-COUNT
009590         MOVE "Y" TO WS-CDL-EOF-SW
009600         GO TO 4100-READ-TALLY-RECORD-EXIT
009610     END-IF.
009620     ADD 1 TO WS-TALLY-READ-COUNT.
009630 4100-READ-TALLY-RECORD-EXIT.
009640     EXIT.
009650*
009660 4200-COUNT-ONE-DELETED-USER.
009670     IF CD-COHORT-MONTH NOT NUMERIC
009680        OR CD-COHORT-MONTH = ZERO
009690         ADD 1 TO WS-NO-DATE-COUNT
009700         GO TO 4200-COUNT-ONE-DELETED-USER-READ
009710     END-IF.
009720     MOVE "D" TO WS-MBR-KIND.
009730     COMPUTE WS-MBR-FIRST-SEEN-DATE = CD-COHORT-MONTH * 100 + 1.
009740     MOVE CD-FIRST-CHANNEL TO WS-MBR-CHANNEL.
009750     MOVE CD-LANG-CODE TO WS-MBR-LANG-CODE.
009760     MOVE CD-ACTIVE-FLAGS TO WS-MBR-ACTIVE-FLAGS.
009770     PERFORM 3500-TALLY-ONE-USER
009780         THRU 3500-TALLY-ONE-USER-EXIT.
009790*
009800 4200-COUNT-ONE-DELETED-USER-READ.
009810     PERFORM 4100-READ-TALLY-RECORD
009820         THRU 4100-READ-TALLY-RECORD-EXIT.
009830 4200-COUNT-ONE-DELETED-USER-EXIT.
009840     EXIT.
009850*
009860******************************************************************
009870* 5000-WRITE-REPORT - RETENTION BY COHORT, BY FIRST CHANNEL AND  *
009880*                     BY LANGUAGE, EACH CLOSED BY THE ALL-USERS  *
009890*                     LINE, THEN THE MAKE-UP OF EACH COHORT AND  *
009900*                     THE RUN COUNTS.                            *
009910******************************************************************
009920 5000-WRITE-REPORT.
009930     MOVE SPACES TO REPORT-RECORD.
009940     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
009950     STRING "COBILISTE - COHORT RETENTION REPORT  "
009960             DELIMITED BY SIZE
009970             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
009980             INTO REPORT-RECORD.
009990     WRITE REPORT-RECORD.
010000     PERFORM 5900-CHECK-REPORT-WRITE
010010         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010020     MOVE "% OF EACH GROUP ACTIVE IN THE NTH MONTH AFTER ITS "
010030         TO REPORT-RECORD.
010040     WRITE REPORT-RECORD.
010050     PERFORM 5900-CHECK-REPORT-WRITE
010060         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010070     MOVE "FIRST-SEEN MONTH, BLANK UNTIL THAT MONTH IS OVER."
010080         TO REPORT-RECORD.
010090     WRITE REPORT-RECORD.
010100     PERFORM 5900-CHECK-REPORT-WRITE
010110         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010120     MOVE "EVER = IN ANY OF THEM, OWN = VIA CONSOLE/ONLINE."
010130         TO REPORT-RECORD.
010140     WRITE REPORT-RECORD.
010150     PERFORM 5900-CHECK-REPORT-WRITE
010160         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010170*
010180     MOVE "BY COHORT (MONTH FIRST SEEN)" TO WS-LBL-TEXT.
010190     MOVE "COHORT" TO WS-HDG-LABEL.
010200     PERFORM 5800-WRITE-SECTION-HEADING
010210         THRU 5800-WRITE-SECTION-HEADING-EXIT.
010220     PERFORM 5100-WRITE-COHORT-LINE
010230         THRU 5100-WRITE-COHORT-LINE-EXIT
010240         VARYING WS-GRP-SUB FROM WS-EARLIER-GRP-SUB BY 1
010250         UNTIL WS-GRP-SUB > WS-GRP-MAX.
010260     MOVE WS-ALL-GRP-SUB TO WS-GRP-SUB.
010270     PERFORM 5700-WRITE-GROUP-LINE
010280         THRU 5700-WRITE-GROUP-LINE-EXIT.
010290*
010300     MOVE "BY FIRST CHANNEL" TO WS-LBL-TEXT.
010310     MOVE "CHANNEL" TO WS-HDG-LABEL.
010320     PERFORM 5800-WRITE-SECTION-HEADING
010330         THRU 5800-WRITE-SECTION-HEADING-EXIT.
010340     PERFORM 5200-WRITE-SUMMARY-LINE
010350         THRU 5200-WRITE-SUMMARY-LINE-EXIT
010360         VARYING WS-GRP-SUB FROM 1 BY 1
010370         UNTIL WS-GRP-SUB > 4.
010380     MOVE WS-ALL-GRP-SUB TO WS-GRP-SUB.
010390     PERFORM 5700-WRITE-GROUP-LINE
010400         THRU 5700-WRITE-GROUP-LINE-EXIT.
010410*
010420     MOVE "BY LANGUAGE" TO WS-LBL-TEXT.
010430     MOVE "LANGUAGE" TO WS-HDG-LABEL.
010440     PERFORM 5800-WRITE-SECTION-HEADING
010450         THRU 5800-WRITE-SECTION-HEADING-EXIT.
010460     PERFORM 5200-WRITE-SUMMARY-LINE
010470         THRU 5200-WRITE-SUMMARY-LINE-EXIT
010480         VARYING WS-GRP-SUB FROM WS-LANG-GRP-FIRST BY 1
010490         UNTIL WS-GRP-SUB > WS-LANG-GRP-LAST.
010500     MOVE WS-ALL-GRP-SUB TO WS-GRP-SUB.
010510     PERFORM 5700-WRITE-GROUP-LINE
010520         THRU 5700-WRITE-GROUP-LINE-EXIT.
010530*
010540     PERFORM 5300-WRITE-COHORT-MAKE-UP
010550         THRU 5300-WRITE-COHORT-MAKE-UP-EXIT.
010560     PERFORM 5400-WRITE-RUN-COUNTS
010570         THRU 5400-WRITE-RUN-COUNTS-EXIT.
010580 5000-WRITE-REPORT-EXIT.
010590     EXIT.
010600*
010610 5100-WRITE-COHORT-LINE.
010620     IF WS-GRP-START(WS-GRP-SUB) = ZERO
010630         GO TO 5100-WRITE-COHORT-LINE-EXIT
010640     END-IF.
010650     ADD 1 TO WS-COHORT-COUNT.
010660     PERFORM 5700-WRITE-GROUP-LINE
010670         THRU 5700-WRITE-GROUP-LINE-EXIT.
010680 5100-WRITE-COHORT-LINE-EXIT.
010690     EXIT.
010700*
010710 5200-WRITE-SUMMARY-LINE.
010720     IF WS-GRP-START(WS-GRP-SUB) = ZERO
010730         GO TO 5200-WRITE-SUMMARY-LINE-EXIT
010740     END-IF.
010750     PERFORM 5700-WRITE-GROUP-LINE
010760         THRU 5700-WRITE-GROUP-LINE-EXIT.
010770 5200-WRITE-SUMMARY-LINE-EXIT.
010780     EXIT.
010790*
010800******************************************************************
010810* 5300-WRITE-COHORT-MAKE-UP - HOW EACH COHORT'S STARTING SIZE    *
010820*                             SPLITS BETWEEN USERS STILL ON THE  *
010830*                             ROSTER, PURGED AS DORMANT, AND     *
010840*                             FORGOTTEN ON REQUEST.              *
010850******************************************************************
010860 5300-WRITE-COHORT-MAKE-UP.
010870     MOVE SPACES TO REPORT-RECORD.
010880     WRITE REPORT-RECORD.
010890     PERFORM 5900-CHECK-REPORT-WRITE
010900         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010910     MOVE "COHORT MAKE-UP" TO REPORT-RECORD.
010920     WRITE REPORT-RECORD.
010930     PERFORM 5900-CHECK-REPORT-WRITE
010940         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010950     MOVE WS-MAKEUP-HEADING TO REPORT-RECORD.
010960     WRITE REPORT-RECORD.
010970     PERFORM 5900-CHECK-REPORT-WRITE
010980         THRU 5900-CHECK-REPORT-WRITE-EXIT.
010990     PERFORM 5350-WRITE-MAKE-UP-LINE
011000         THRU 5350-WRITE-MAKE-UP-LINE-EXIT
011010         VARYING WS-GRP-SUB FROM WS-EARLIER-GRP-SUB BY 1
011020         UNTIL WS-GRP-SUB > WS-GRP-MAX.
011030     MOVE WS-ALL-GRP-SUB TO WS-GRP-SUB.
011040     PERFORM 5350-WRITE-MAKE-UP-LINE
011050         THRU 5350-WRITE-MAKE-UP-LINE-EXIT.
011060 5300-WRITE-COHORT-MAKE-UP-EXIT.
011070     EXIT.
011080*
011090 5350-WRITE-MAKE-UP-LINE.
011100     IF WS-GRP-START(WS-GRP-SUB) = ZERO
011110         GO TO 5350-WRITE-MAKE-UP-LINE-EXIT
011120     END-IF.
011130     MOVE WS-GRP-LABEL(WS-GRP-SUB) TO WS-ML-LABEL.
011140     MOVE WS-GRP-START(WS-GRP-SUB) TO WS-ML-START.
011150     COMPUTE WS-ML-ROSTER = WS-GRP-START(WS-GRP-SUB)
011160                          - WS-GRP-PURGED(WS-GRP-SUB)
011170                          - WS-GRP-DELETED(WS-GRP-SUB).
011180     MOVE WS-GRP-PURGED(WS-GRP-SUB) TO WS-ML-PURGED.
011190     MOVE WS-GRP-DELETED(WS-GRP-SUB) TO WS-ML-DELETED.
011200     MOVE WS-MAKEUP-LINE TO REPORT-RECORD.
011210     WRITE REPORT-RECORD.
011220     PERFORM 5900-CHECK-REPORT-WRITE
011230         THRU 5900-CHECK-REPORT-WRITE-EXIT.
011240 5350-WRITE-MAKE-UP-LINE-EXIT.
011250     EXIT.
011260*
011270 5400-WRITE-RUN-COUNTS.
011280     MOVE SPACES TO REPORT-RECORD.
011290     WRITE REPORT-RECORD.
011300     PERFORM 5900-CHECK-REPORT-WRITE
011310         THRU 5900-CHECK-REPORT-WRITE-EXIT.
011320     MOVE SPACES TO WS-LABEL-LINE.
011330     MOVE "ROSTER RECORDS READ . . . . . . : " TO WS-LBL-TEXT.
011340     MOVE WS-ROSTER-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
011350     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011360     PERFORM 5950-WRITE-LABEL-LINE
011370         THRU 5950-WRITE-LABEL-LINE-EXIT.
011380     MOVE SPACES TO WS-LABEL-LINE.
011390     MOVE "PURGE ARCHIVE RECORDS READ  . . : " TO WS-LBL-TEXT.
011400     MOVE WS-PURGED-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
011410     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011420     PERFORM 5950-WRITE-LABEL-LINE
011430         THRU 5950-WRITE-LABEL-LINE-EXIT.
011440     MOVE SPACES TO WS-LABEL-LINE.
011450     MOVE "  OF WHICH FORGOTTEN (MARKERS)  : " TO WS-LBL-TEXT.
011460     MOVE WS-MARKER-COUNT TO WS-REPORT-NUMERIC-EDIT.
011470     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011480     PERFORM 5950-WRITE-LABEL-LINE
011490         THRU 5950-WRITE-LABEL-LINE-EXIT.
011500     MOVE SPACES TO WS-LABEL-LINE.
011510     MOVE "DELETED-USER TALLY RECORDS READ : " TO WS-LBL-TEXT.
011520     MOVE WS-TALLY-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
011530     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011540     PERFORM 5950-WRITE-LABEL-LINE
011550         THRU 5950-WRITE-LABEL-LINE-EXIT.
011560     MOVE SPACES TO WS-LABEL-LINE.
011570     MOVE "AUDIT-HISTORY RECORDS READ  . . : " TO WS-LBL-TEXT.
011580     MOVE WS-HISTORY-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
011590     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011600     PERFORM 5950-WRITE-LABEL-LINE
011610         THRU 5950-WRITE-LABEL-LINE-EXIT.
011620     MOVE SPACES TO WS-LABEL-LINE.
011630     MOVE "  OF WHICH FOR NO KNOWN USER  . : " TO WS-LBL-TEXT.
011640     MOVE WS-UNMATCHED-COUNT TO WS-REPORT-NUMERIC-EDIT.
011650     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011660     PERFORM 5950-WRITE-LABEL-LINE
011670         THRU 5950-WRITE-LABEL-LINE-EXIT.
011680     MOVE SPACES TO WS-LABEL-LINE.
011690     MOVE "USERS COUNTED . . . . . . . . . : " TO WS-LBL-TEXT.
011700     MOVE WS-USER-COUNT TO WS-REPORT-NUMERIC-EDIT.
011710     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011720     PERFORM 5950-WRITE-LABEL-LINE
011730         THRU 5950-WRITE-LABEL-LINE-EXIT.
011740     MOVE SPACES TO WS-LABEL-LINE.
011750     MOVE "USERS WITH NO FIRST-SEEN DATE . : " TO WS-LBL-TEXT.
011760     MOVE WS-NO-DATE-COUNT TO WS-REPORT-NUMERIC-EDIT.
011770     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011780     PERFORM 5950-WRITE-LABEL-LINE
011790         THRU 5950-WRITE-LABEL-LINE-EXIT.
011800     MOVE SPACES TO WS-LABEL-LINE.
011810     MOVE "COHORTS REPORTED  . . . . . . . : " TO WS-LBL-TEXT.
011820     MOVE WS-COHORT-COUNT TO WS-REPORT-NUMERIC-EDIT.
011830     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011840     PERFORM 5950-WRITE-LABEL-LINE
011850         THRU 5950-WRITE-LABEL-LINE-EXIT.
011860     IF WS-HISTORY-ABSENT
011870         MOVE SPACES TO REPORT-RECORD
011880         MOVE "(NO AUDIT HISTORY READ - EVERY SHARE IS ZERO)"
011890             TO REPORT-RECORD
011900         WRITE REPORT-RECORD
011910         PERFORM 5900-CHECK-REPORT-WRITE
011920             THRU 5900-CHECK-REPORT-WRITE-EXIT
011930     END-IF.
011940 5400-WRITE-RUN-COUNTS-EXIT.
011950     EXIT.
011960*
011970******************************************************************
011980* 5700-WRITE-GROUP-LINE - PRINT GROUP WS-GRP-SUB: ITS STARTING   *
011990*                         SIZE, THE SHARE ACTIVE IN EACH         *
012000*                         COMPLETE FOLLOWING MONTH, AND THE      *
012010*                         SHARE BACK AT ALL AND ON THEIR OWN.    *
012020******************************************************************
012030 5700-WRITE-GROUP-LINE.
012040     MOVE WS-GRP-LABEL(WS-GRP-SUB) TO WS-DL-LABEL.
012050     MOVE WS-GRP-START(WS-GRP-SUB) TO WS-DL-START.
012060     PERFORM 5750-EDIT-ONE-MONTH
012070         THRU 5750-EDIT-ONE-MONTH-EXIT
012080         VARYING WS-MONTH-IDX FROM 1 BY 1
012090         UNTIL WS-MONTH-IDX > 12.
012100     MOVE SPACES TO WS-DL-EVER WS-DL-OWN.
012110     IF WS-GRP-EVER-ELIGIBLE(WS-GRP-SUB) > ZERO
012120         COMPUTE WS-PERCENT ROUNDED =
012130             WS-GRP-EVER(WS-GRP-SUB) * 100
012140                 / WS-GRP-EVER-ELIGIBLE(WS-GRP-SUB)
012150         MOVE WS-PERCENT TO WS-PERCENT-EDIT
012160         MOVE WS-PERCENT-CELL TO WS-DL-EVER
012170         COMPUTE WS-PERCENT ROUNDED =
012180             WS-GRP-OWN(WS-GRP-SUB) * 100
012190                 / WS-GRP-EVER-ELIGIBLE(WS-GRP-SUB)
012200         MOVE WS-PERCENT TO WS-PERCENT-EDIT
012210         MOVE WS-PERCENT-CELL TO WS-DL-OWN
012220     END-IF.
012230     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
012240     WRITE REPORT-RECORD.
012250     PERFORM 5900-CHECK-REPORT-WRITE
012260         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012270 5700-WRITE-GROUP-LINE-EXIT.
012280     EXIT.
012290*
012300 5750-EDIT-ONE-MONTH.
012310     IF WS-GRP-ELIGIBLE(WS-GRP-SUB, WS-MONTH-IDX) = ZERO
012320         MOVE SPACES TO WS-DL-CELL(WS-MONTH-IDX)
012330         GO TO 5750-EDIT-ONE-MONTH-EXIT
012340     END-IF.
012350     COMPUTE WS-PERCENT ROUNDED =
012360         WS-GRP-ACTIVE(WS-GRP-SUB, WS-MONTH-IDX) * 100
012370             / WS-GRP-ELIGIBLE(WS-GRP-SUB, WS-MONTH-IDX).
012380     MOVE WS-PERCENT TO WS-PERCENT-EDIT.
012390     MOVE WS-PERCENT-CELL TO WS-DL-CELL(WS-MONTH-IDX).
012400 5750-EDIT-ONE-MONTH-EXIT.
012410     EXIT.
012420*
012430******************************************************************
012440* 5800-WRITE-SECTION-HEADING - A BLANK LINE, THE SECTION TITLE   *
012450*                              HELD IN WS-LBL-TEXT, AND THE TWO  *
012460*                              COLUMN HEADINGS.                  *
012470******************************************************************
012480 5800-WRITE-SECTION-HEADING.
012490     MOVE SPACES TO REPORT-RECORD.
012500     WRITE REPORT-RECORD.
012510     PERFORM 5900-CHECK-REPORT-WRITE
012520         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012530     MOVE WS-LBL-TEXT TO REPORT-RECORD.
012540     WRITE REPORT-RECORD.
012550     PERFORM 5900-CHECK-REPORT-WRITE
012560         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012570     MOVE WS-COLUMN-HEADING-1 TO REPORT-RECORD.
012580     WRITE REPORT-RECORD.
012590     PERFORM 5900-CHECK-REPORT-WRITE
012600         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012610     MOVE WS-COLUMN-HEADING-2 TO REPORT-RECORD.
012620     WRITE REPORT-RECORD.
012630     PERFORM 5900-CHECK-REPORT-WRITE
012640         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012650 5800-WRITE-SECTION-HEADING-EXIT.
012660     EXIT.
012670*
012680 5900-CHECK-REPORT-WRITE.
012690     IF NOT WS-RPT-OK
012700         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
012710             WS-RPT-FILE-STATUS
012720     END-IF.
012730 5900-CHECK-REPORT-WRITE-EXIT.
012740     EXIT.
012750*
012760 5950-WRITE-LABEL-LINE.
012770     MOVE WS-LABEL-LINE TO REPORT-RECORD.
012780     WRITE REPORT-RECORD.
012790     PERFORM 5900-CHECK-REPORT-WRITE
012800         THRU 5900-CHECK-REPORT-WRITE-EXIT.
012810 5950-WRITE-LABEL-LINE-EXIT.
012820     EXIT.
012830*
012840******************************************************************
012850* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
012860*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
012870*                          BY EVERY BATCH PROGRAM VIA            *
012880*                          JRNLPUT.CPY.                          *
012890******************************************************************
012900     COPY JRNLPUT.
012910*
012920******************************************************************
012930* 9999-TERMINATE - CLOSE THE REPORT BEFORE STOP RUN.  THE OTHER  *
012940*                  FILES ARE CLOSED WHERE THEY ARE READ.         *
012950******************************************************************
012960 9999-TERMINATE.
012970     CLOSE REPORT-FILE.
012980 9999-TERMINATE-EXIT.
012990     EXIT.
