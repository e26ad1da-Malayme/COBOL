000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserIntg.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserIntg                                                   *
000110*                                                                *
000120*    CROSS-FILE INTEGRITY SWEEP.  EACH PROGRAM KEEPS ITS OWN     *
000130*    FILE STRAIGHT, BUT NOTHING CHECKED THE FILES AGAINST ONE    *
000140*    ANOTHER: A PROFILE LEFT BEHIND BY A RENAME, A LANGUAGE      *
000150*    CODE DROPPED FROM LANGFILE WHILE USERS STILL CARRY IT, A    *
000160*    PSEUDO REGISTERED BEFORE IT WAS BLOCKED.  THIS PROGRAM      *
000170*    WALKS THE USER-MASTER ROSTER, THE PROFILE FILE, THE PURGE   *
000180*    ARCHIVE AND THE DORMANT-BAND FILE TOGETHER IN PSEUDO        *
000190*    ORDER, CHECKS EVERY ROSTER RECORD AGAINST THE LANGUAGE      *
000200*    TABLE AND THE BLOCKED LIST, AND PRINTS ONE LINE PER         *
000210*    EXCEPTION WITH A COUNT PER EXCEPTION CLASS AT THE END:      *
000220*                                                                *
000230*      BLOCKED PSEUDO ON ROSTER   - THE PSEUDO IS ON THE         *
000240*                                   RESERVED/BLOCKED LIST.       *
000250*      LANGUAGE NOT ON LANGFILE   - UM-LANG-CODE IS NOT A        *
000260*                                   LANGUAGE ON LANGFILE.        *
000270*      PURGED BUT STILL ON ROSTER - THE PURGE ARCHIVE HOLDS THE  *
000280*                                   SAME REGISTRATION THE ROSTER *
000290*                                   DOES (THE PURGE WROTE THE    *
000300*                                   ARCHIVE BUT NEVER DELETED).  *
000310*                                   A ROSTER RECORD FIRST SEEN   *
000320*                                   AFTER THE ARCHIVED LAST      *
000330*                                   VISIT IS A RE-REGISTRATION   *
000340*                                   AND IS NOT REPORTED.         *
000350*      PROFILE OF PURGED PSEUDO   - CONTACT DATA KEPT FOR A      *
000360*                                   PSEUDO THE PURGE REMOVED.    *
000370*      PROFILE WITH NO ROSTER     - CONTACT DATA FOR A PSEUDO    *
000380*                                   ON NEITHER THE ROSTER NOR    *
000390*                                   THE ARCHIVE (A RENAME OR     *
000400*                                   MERGE LEFTOVER).             *
000410*      BAND PSEUDO NOT ON ROSTER  - THE DORMANT-BAND FILE NAMES  *
000420*                                   A PSEUDO THAT IS GONE.       *
000430*      VISITED SINCE BAND CUT     - THE PSEUDO HAS VISITED SINCE *
000440*                                   UserDorm CUT ITS BAND.       *
000450*                                                                *
000460*    EITHER BAND CLASS MEANS THE BAND FILE IS STALE; RERUN THE   *
000470*    USERDORM JOB BEFORE THE NEXT OUTREACH RUN.                  *
000480*                                                                *
000490*    WITH THE LITERAL CORRECT AS THE JCL PARM, THE ONE SAFE FIX  *
000500*    IS ALSO WRITTEN TO THE INTGFIX CORRECTION FILE: EACH        *
000510*    ORPHANED LANGUAGE CODE BECOMES AN "L;PSEUDO;CODE"           *
000520*    TRANSACTION RESETTING THE USER TO THE SHOP DEFAULT          *
000530*    LANGUAGE (THE FIRST ENTRY OF THE LANGUAGE TABLE), IN THE    *
000540*    UserRen TRANSACTION FORMAT.  NOTHING IS APPLIED HERE - THE  *
000550*    FILE IS REVIEWED AND RUN THROUGH THE USERREN JOB.  EVERY    *
000560*    OTHER CLASS NEEDS A PERSON TO DECIDE AND IS REPORT ONLY.    *
000570*                                                                *
000580*    A PROFILE FILE, PURGE ARCHIVE OR BAND FILE THAT DOES NOT    *
000590*    EXIST YET IS TREATED AS EMPTY.  WHEN LANGFILE DOES NOT      *
000600*    EXIST THE LANGUAGE CHECK IS SKIPPED AND THE REPORT SAYS     *
000610*    SO - THE COMPILED-IN FALLBACK IS NOT A FAIR TEST.  THE      *
000620*    PURGE ARCHIVE ACCUMULATES ACROSS RUNS AND IS SORTED FIRST,  *
000630*    AS IN UserRecon; THE BAND FILE IS WRITTEN BY UserDorm IN    *
000640*    ROSTER KEY ORDER AND IS READ AS IT STANDS.                  *
000650*                                                                *
000660*    SCHEDULED NIGHTLY AFTER UserSeq - SEE JCL/NIGHTLY.JCL.      *
000670*                                                                *
000680*    RETURN CODES:  0 - NO EXCEPTIONS.                           *
000690*                   4 - EXCEPTIONS FOUND; SEE THE REPORT.        *
000700*                   8 - A FILE COULD NOT BE READ OR WRITTEN;     *
000710*                       THE SWEEP IS INCOMPLETE.                 *
000720*                                                                *
000730*    MODIFICATION HISTORY                                       *
000740*    DATE       INIT  DESCRIPTION                                *
000750*    2026-10-15  ML   ORIGINAL VERSION.                          *
000760*                                                                *
000770******************************************************************
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.    IBM-370.
000810 OBJECT-COMPUTER.    IBM-370.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS UM-PSEUDO
000880         FILE STATUS IS WS-UM-FILE-STATUS.
000890*
000900     SELECT PROFILE-FILE ASSIGN TO "PROFILE"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS PF-PSEUDO
000940         FILE STATUS IS WS-PRF-FILE-STATUS.
000950*
000960     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-PRG-FILE-STATUS.
000990*
001000     SELECT PURGE-SORT-FILE ASSIGN TO "SRTWRK2".
001010*
001020     SELECT SORTED-PURGED-FILE ASSIGN TO "SRTOUT2"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-SPG-FILE-STATUS.
001050*
001060     SELECT BAND-FILE ASSIGN TO "DORMOUT"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-BND-FILE-STATUS.
001090*
001100     SELECT LANGUAGE-FILE ASSIGN TO "LANGFILE"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS LR-SORT-KEY
001140         FILE STATUS IS WS-LNG-FILE-STATUS.
001150*
001160     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS BL-PSEUDO
001200         FILE STATUS IS WS-BLK-FILE-STATUS.
001210*
001220     SELECT REPORT-FILE ASSIGN TO "INTGRPT"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-RPT-FILE-STATUS.
001250*
001260     SELECT FIX-FILE ASSIGN TO "INTGFIX"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-FIX-FILE-STATUS.
001290*
001300     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS BD-BDT-FILE-STATUS.
001330*
001340     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-RNJ-FILE-STATUS.
001370*
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  USER-MASTER-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY USRMSTR.
001430*
001440 FD  PROFILE-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY PROFILE.
001470*
001480 FD  PURGED-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001510                        UM-PSEUDO BY PRG-PSEUDO
001520                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001530                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001540                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001550                        UM-LANG-CODE BY PRG-LANG-CODE.
001560*
001570 SD  PURGE-SORT-FILE.
001580 COPY USRMSTR REPLACING UM-RECORD BY PSR-RECORD
001590                        UM-PSEUDO BY PSR-PSEUDO
001600                        UM-FIRST-SEEN-DATE BY PSR-FIRST-SEEN-DATE
001610                        UM-VISIT-COUNT BY PSR-VISIT-COUNT
001620                        UM-LAST-VISIT-DATE BY PSR-LAST-VISIT-DATE
001630                        UM-LANG-CODE BY PSR-LANG-CODE.
001640*
001650 FD  SORTED-PURGED-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 COPY USRMSTR REPLACING UM-RECORD BY SPG-RECORD
001680                        UM-PSEUDO BY SPG-PSEUDO
001690                        UM-FIRST-SEEN-DATE BY SPG-FIRST-SEEN-DATE
001700                        UM-VISIT-COUNT BY SPG-VISIT-COUNT
001710                        UM-LAST-VISIT-DATE BY SPG-LAST-VISIT-DATE
001720                        UM-LANG-CODE BY SPG-LANG-CODE.
001730*
001740 FD  BAND-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 COPY DORMBAND.
001770*
001780 FD  LANGUAGE-FILE
001790     LABEL RECORDS ARE STANDARD.
001800 COPY LANGREC.
001810*
001820 FD  BLOCKLIST-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 COPY BLOCKLST.
001850*
001860 FD  REPORT-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 01  REPORT-RECORD                   PIC X(80).
001890*
001900 FD  FIX-FILE
001910     LABEL RECORDS ARE STANDARD.
001920 01  FIX-RECORD                      PIC X(80).
001930*
001940 FD  BUSINESS-DATE-FILE
001950     LABEL RECORDS ARE STANDARD.
001960 COPY BUSDATE.
001970*
001980 FD  RUN-JOURNAL-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 COPY RUNJRNL.
002010*
002020 WORKING-STORAGE SECTION.
002030 77  WS-CLASS-MAX                    PIC 9(02) COMP VALUE 7.
002040 77  WS-CLASS-NO                     PIC 9(02) COMP VALUE ZERO.
002050 77  WS-CLASS-IDX                    PIC 9(02) COMP VALUE ZERO.
002060*
002070 01  WS-FILE-SWITCHES.
002080     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002090         88  WS-UM-OK                    VALUE "00".
002100         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002110     05  WS-PRF-FILE-STATUS          PIC X(02) VALUE SPACES.
002120         88  WS-PRF-OK                   VALUE "00".
002130         88  WS-PRF-FILE-NOT-PRESENT     VALUE "35".
002140     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
002150         88  WS-PRG-OK                   VALUE "00".
002160         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
002170     05  WS-SPG-FILE-STATUS          PIC X(02) VALUE SPACES.
002180         88  WS-SPG-OK                   VALUE "00".
002190     05  WS-BND-FILE-STATUS          PIC X(02) VALUE SPACES.
002200         88  WS-BND-OK                   VALUE "00".
002210         88  WS-BND-FILE-NOT-PRESENT     VALUE "35".
002220     05  WS-LNG-FILE-STATUS          PIC X(02) VALUE SPACES.
002230         88  WS-LNG-OK                   VALUE "00".
002240         88  WS-LNG-FILE-NOT-PRESENT     VALUE "35".
002250     05  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
002260         88  WS-BLK-OK                   VALUE "00".
002270         88  WS-BLK-FILE-NOT-PRESENT     VALUE "35".
002280     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002290         88  WS-RPT-OK                   VALUE "00".
002300     05  WS-FIX-FILE-STATUS          PIC X(02) VALUE SPACES.
002310         88  WS-FIX-OK                   VALUE "00".
002320     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002330         88  WS-RNJ-OK                   VALUE "00".
002340*
002350 01  WS-CONTROL-SWITCHES.
002360     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
002370         88  WS-END-OF-ROSTER            VALUE "Y".
002380     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002390         88  WS-ROSTER-ABSENT            VALUE "Y".
002400     05  WS-PRF-EOF-SW               PIC X(01) VALUE "N".
002410         88  WS-END-OF-PROFILES          VALUE "Y".
002420     05  WS-PROFILE-ABSENT-SW        PIC X(01) VALUE "N".
002430         88  WS-PROFILE-ABSENT           VALUE "Y".
002440     05  WS-SPG-EOF-SW               PIC X(01) VALUE "N".
002450         88  WS-END-OF-PURGED            VALUE "Y".
002460     05  WS-PURGE-ABSENT-SW          PIC X(01) VALUE "N".
002470         88  WS-PURGE-ABSENT             VALUE "Y".
002480     05  WS-BND-EOF-SW               PIC X(01) VALUE "N".
002490         88  WS-END-OF-BANDS             VALUE "Y".
002500     05  WS-BAND-ABSENT-SW           PIC X(01) VALUE "N".
002510         88  WS-BAND-ABSENT              VALUE "Y".
002520     05  WS-FIX-OPEN-SW              PIC X(01) VALUE "N".
002530         88  WS-FIX-FILE-OPEN            VALUE "Y".
002540*
002550*    WS-NAME AND THE VALIDITY SWITCH ARE THE BLCKCHK.CPY
002560*    INTERFACE; HERE "INVALID" MEANS THE ROSTER PSEUDO IS
002570*    COVERED BY A BLOCKED-LIST ENTRY.
002580 01  WS-NAME                         PIC X(12).
002590*
002600 01  WS-VALIDATION-SWITCHES.
002610     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "Y".
002620         88  WS-PSEUDO-VALID             VALUE "Y".
002630         88  WS-PSEUDO-INVALID           VALUE "N".
002640*
002650 COPY LANGTXT.
002660*
002670 COPY BLOCKTBL.
002680*
002690 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
002700 01  WS-PARM-FIELDS.
002710     05  WS-PARM-WORD                PIC X(08) VALUE SPACES.
002720         88  WS-PARM-IS-CORRECT          VALUE "CORRECT".
002730*
002740 01  WS-MATCH-KEYS.
002750     05  WS-LOW-KEY                  PIC X(12) VALUE HIGH-VALUES.
002760     05  WS-UM-KEY                   PIC X(12) VALUE HIGH-VALUES.
002770     05  WS-UM-LAST-ACTIVE           PIC 9(08) VALUE ZERO.
002780     05  WS-PF-KEY                   PIC X(12) VALUE HIGH-VALUES.
002790     05  WS-PRG-KEY                  PIC X(12) VALUE HIGH-VALUES.
002800     05  WS-PRG-LAST-ACTIVE          PIC 9(08) VALUE ZERO.
002810     05  WS-SPG-NEXT-PSEUDO          PIC X(12) VALUE HIGH-VALUES.
002820     05  WS-SPG-NEXT-ACTIVE          PIC 9(08) VALUE ZERO.
002830     05  WS-BND-KEY                  PIC X(12) VALUE HIGH-VALUES.
002840*
002850*    THE EXCEPTION CLASSES, IN REPORT ORDER.  WS-CLASS-NO IS SET
002860*    FROM THE CONSTANTS BELOW BEFORE 4000-RECORD-EXCEPTION.
002870 01  WS-CLASS-NUMBERS.
002880     05  WS-CLS-BLOCKED              PIC 9(02) COMP VALUE 1.
002890     05  WS-CLS-LANGUAGE             PIC 9(02) COMP VALUE 2.
002900     05  WS-CLS-PURGE-INCOMPLETE     PIC 9(02) COMP VALUE 3.
002910     05  WS-CLS-PROFILE-PURGED       PIC 9(02) COMP VALUE 4.
002920     05  WS-CLS-PROFILE-ORPHAN       PIC 9(02) COMP VALUE 5.
002930     05  WS-CLS-BAND-GONE            PIC 9(02) COMP VALUE 6.
002940     05  WS-CLS-BAND-STALE           PIC 9(02) COMP VALUE 7.
002950*
002960 01  WS-CLASS-NAME-VALUES.
002970     05  FILLER                      PIC X(26)
002980                          VALUE "BLOCKED PSEUDO ON ROSTER".
002990     05  FILLER                      PIC X(26)
003000                          VALUE "LANGUAGE NOT ON LANGFILE".
003010     05  FILLER                      PIC X(26)
003020                          VALUE "PURGED BUT STILL ON ROSTER".
003030     05  FILLER                      PIC X(26)
003040                          VALUE "PROFILE OF PURGED PSEUDO".
003050     05  FILLER                      PIC X(26)
003060                          VALUE "PROFILE WITH NO ROSTER".
003070     05  FILLER                      PIC X(26)
003080                          VALUE "BAND PSEUDO NOT ON ROSTER".
003090     05  FILLER                      PIC X(26)
003100                          VALUE "VISITED SINCE BAND CUT".
003110 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
003120     05  WS-CLASS-NAME               PIC X(26) OCCURS 7 TIMES.
003130*
003140 01  WS-CLASS-COUNT-TABLE.
003150     05  WS-CLASS-COUNT              PIC 9(08) COMP
003160                                     OCCURS 7 TIMES.
003170*
003180 01  WS-COUNTERS.
003190     05  WS-ROSTER-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
003200     05  WS-PROFILE-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
003210     05  WS-PURGED-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
003220     05  WS-MARKER-SKIP-COUNT        PIC 9(08) COMP VALUE ZERO.
003230     05  WS-BAND-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
003240     05  WS-EXCEPTION-COUNT          PIC 9(08) COMP VALUE ZERO.
003250     05  WS-FIX-WRITTEN-COUNT        PIC 9(08) COMP VALUE ZERO.
003260     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
003270*
003280 01  WS-CURRENT-DATE-FIELDS.
003290     05  WS-CURRENT-DATE             PIC 9(08).
003300*
003310 COPY BUSDWRK.
003320*
003330 01  WS-REPORT-DATE-EDIT             PIC 9(08).
003340 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
003350 01  WS-DEFAULT-LANG-CODE            PIC X(02) VALUE SPACES.
003360*
003370 01  WS-DETAIL-LINE.
003380     05  WS-DTL-PSEUDO               PIC X(12).
003390     05  FILLER                      PIC X(02) VALUE SPACES.
003400     05  WS-DTL-CLASS                PIC X(26).
003410     05  FILLER                      PIC X(02) VALUE SPACES.
003420     05  WS-DTL-DETAIL               PIC X(38).
003430*
003440 01  WS-CLASS-TOTAL-LINE.
003450     05  FILLER                      PIC X(02) VALUE SPACES.
003460     05  WS-CTL-CLASS                PIC X(26).
003470     05  FILLER                      PIC X(06) VALUE " . : ".
003480     05  WS-CTL-COUNT                PIC ZZZZZZZ9.
003490     05  FILLER                      PIC X(38) VALUE SPACES.
003500*
003510 LINKAGE SECTION.
003520 01  WS-PARM-AREA.
003530     05  WS-PARM-LENGTH              PIC S9(04) COMP.
003540     05  WS-PARM-TEXT                PIC X(20).
003550*
003560 PROCEDURE DIVISION USING WS-PARM-AREA.
003570*
003580 0000-MAINLINE.
003590     PERFORM 1000-INITIALIZE
003600         THRU 1000-INITIALIZE-EXIT.
003610*
003620*    THE PURGE ARCHIVE ACCUMULATES ACROSS RUNS, SO IT IS NOT IN
003630*    KEY ORDER AS A WHOLE AND THE SAME PSEUDO MAY APPEAR MORE
003640*    THAN ONCE - SORT IT AND COLLAPSE EACH PSEUDO'S GROUP ON
003650*    THE WAY IN (SAME PATTERN AS UserRecon).
003660     IF NOT WS-PURGE-ABSENT
003670         SORT PURGE-SORT-FILE
003680             ON ASCENDING KEY PSR-PSEUDO
003690             USING PURGED-FILE
003700             GIVING SORTED-PURGED-FILE
003710     END-IF.
003720*
003730     PERFORM 2000-SWEEP-FILES
003740         THRU 2000-SWEEP-FILES-EXIT.
003750*
003760     PERFORM 5000-WRITE-TOTALS
003770         THRU 5000-WRITE-TOTALS-EXIT.
003780*
003790     PERFORM 9999-TERMINATE
003800         THRU 9999-TERMINATE-EXIT.
003810*
003820     IF WS-EXCEPTION-COUNT > ZERO
003830         MOVE 4 TO RETURN-CODE
003840     END-IF.
003850     IF WS-IO-FAIL-COUNT > ZERO
003860         MOVE 8 TO RETURN-CODE
003870     END-IF.
003880     MOVE "E" TO RJ-RECORD-TYPE.
003890     MOVE WS-ROSTER-READ-COUNT TO RJ-READ-COUNT.
003900     MOVE WS-FIX-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
003910     COMPUTE RJ-ERROR-COUNT
003920         = WS-EXCEPTION-COUNT + WS-IO-FAIL-COUNT.
003930     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003940     PERFORM 6500-WRITE-RUN-JOURNAL
003950         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003960     STOP RUN.
003970*
003980******************************************************************
003990* 1000-INITIALIZE - PARSE THE PARM, LOAD THE LANGUAGE TABLE AND  *
004000*                   THE BLOCKED LIST, AND OPEN EVERYTHING.  ANY  *
004010*                   INPUT THAT DOES NOT EXIST YET - THE ROSTER   *
004020*                   INCLUDED - IS AN EMPTY FILE.  THE SORT VERB  *
004030*                   OPENS AND CLOSES ITS OWN FILES.              *
004040******************************************************************
004050 1000-INITIALIZE.
004060     MOVE "UserIntg" TO RJ-PROGRAM-NAME.
004070     MOVE "S" TO RJ-RECORD-TYPE.
004080     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
004090                  RJ-ERROR-COUNT RJ-RETURN-CODE.
004100     PERFORM 6500-WRITE-RUN-JOURNAL
004110         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004120*
004130     INITIALIZE WS-CLASS-COUNT-TABLE.
004140     PERFORM 1600-PARSE-PARM
004150         THRU 1600-PARSE-PARM-EXIT.
004160     PERFORM 1500-LOAD-LANGUAGE-TABLE
004170         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
004180     MOVE WS-LANGUAGE-CODE(1) TO WS-DEFAULT-LANG-CODE.
004190     PERFORM 1550-LOAD-BLOCKLIST
004200         THRU 1550-LOAD-BLOCKLIST-EXIT.
004210*
004220     OPEN INPUT USER-MASTER-FILE.
004230     IF WS-UM-FILE-NOT-PRESENT
004240         MOVE "Y" TO WS-ROSTER-ABSENT-SW
004250         MOVE "Y" TO WS-UM-EOF-SW
004260     ELSE
004270         IF NOT WS-UM-OK
004280             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004290                 WS-UM-FILE-STATUS
004300             ADD 1 TO WS-IO-FAIL-COUNT
004310             MOVE "Y" TO WS-ROSTER-ABSENT-SW
004320             MOVE "Y" TO WS-UM-EOF-SW
004330         END-IF
004340     END-IF.
004350*
004360     OPEN INPUT PROFILE-FILE.
004370     IF WS-PRF-FILE-NOT-PRESENT
004380         MOVE "Y" TO WS-PROFILE-ABSENT-SW
004390         MOVE "Y" TO WS-PRF-EOF-SW
004400     ELSE
004410         IF NOT WS-PRF-OK
004420             DISPLAY "PROFILE-FILE OPEN FAILED - STATUS "
004430                 WS-PRF-FILE-STATUS
004440             ADD 1 TO WS-IO-FAIL-COUNT
004450             MOVE "Y" TO WS-PROFILE-ABSENT-SW
004460             MOVE "Y" TO WS-PRF-EOF-SW
004470         END-IF
004480     END-IF.
004490*
004500*    PROBE THE PURGE ARCHIVE - A FILE THAT DOES NOT EXIST YET
004510*    (NO PURGE HAS EVER RUN) JUST MEANS AN EMPTY ARCHIVE.
004520     OPEN INPUT PURGED-FILE.
004530     IF WS-PRG-FILE-NOT-PRESENT
004540         MOVE "Y" TO WS-PURGE-ABSENT-SW
004550         MOVE "Y" TO WS-SPG-EOF-SW
004560     ELSE
004570         IF WS-PRG-OK
004580             CLOSE PURGED-FILE
004590         ELSE
004600             DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
004610                 WS-PRG-FILE-STATUS
004620             ADD 1 TO WS-IO-FAIL-COUNT
004630             MOVE "Y" TO WS-PURGE-ABSENT-SW
004640             MOVE "Y" TO WS-SPG-EOF-SW
004650         END-IF
004660     END-IF.
004670*
004680     OPEN INPUT BAND-FILE.
004690     IF WS-BND-FILE-NOT-PRESENT
004700         MOVE "Y" TO WS-BAND-ABSENT-SW
004710         MOVE "Y" TO WS-BND-EOF-SW
004720     ELSE
004730         IF NOT WS-BND-OK
004740             DISPLAY "BAND-FILE OPEN FAILED - STATUS "
004750                 WS-BND-FILE-STATUS
004760             ADD 1 TO WS-IO-FAIL-COUNT
004770             MOVE "Y" TO WS-BAND-ABSENT-SW
004780             MOVE "Y" TO WS-BND-EOF-SW
004790         END-IF
004800     END-IF.
004810*
004820     OPEN OUTPUT REPORT-FILE.
004830     IF NOT WS-RPT-OK
004840         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
004850             WS-RPT-FILE-STATUS
004860         ADD 1 TO WS-IO-FAIL-COUNT
004870     END-IF.
004880*
004890     IF WS-PARM-IS-CORRECT
004900         OPEN OUTPUT FIX-FILE
004910         IF WS-FIX-OK
004920             MOVE "Y" TO WS-FIX-OPEN-SW
004930             PERFORM 1700-WRITE-FIX-HEADER
004940                 THRU 1700-WRITE-FIX-HEADER-EXIT
004950         ELSE
004960             DISPLAY "CORRECTION-FILE OPEN FAILED - STATUS "
004970                 WS-FIX-FILE-STATUS
004980             ADD 1 TO WS-IO-FAIL-COUNT
004990         END-IF
005000     END-IF.
005010*
005020     PERFORM 6600-GET-BUSINESS-DATE
005030         THRU 6600-GET-BUSINESS-DATE-EXIT.
005040*
005050     MOVE SPACES TO REPORT-RECORD.
005060     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
005070     STRING "COBILISTE - CROSS-FILE INTEGRITY SWEEP   "
005080             DELIMITED BY SIZE
005090             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
005100             INTO REPORT-RECORD.
005110     WRITE REPORT-RECORD.
005120     PERFORM 5100-CHECK-REPORT-WRITE
005130         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005140     IF WS-LANGUAGE-FILE-ABSENT
005150         MOVE SPACES TO REPORT-RECORD
005160         MOVE "LANGFILE NOT AVAILABLE - LANGUAGE CHECK SKIPPED"
005170             TO REPORT-RECORD
005180         WRITE REPORT-RECORD
005190         PERFORM 5100-CHECK-REPORT-WRITE
005200             THRU 5100-CHECK-REPORT-WRITE-EXIT
005210     END-IF.
005220     MOVE SPACES TO REPORT-RECORD.
005230     MOVE "PSEUDO        EXCEPTION                   DETAIL"
005240         TO REPORT-RECORD.
005250     WRITE REPORT-RECORD.
005260     PERFORM 5100-CHECK-REPORT-WRITE
005270         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005280 1000-INITIALIZE-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320* 1500-LOAD-LANGUAGE-TABLE - LOAD THE LANGUAGES FROM LANGFILE    *
005330*                            WITH THE COMPILED-IN FR/EN FALLBACK *
005340*                            (LANGLOAD/LANGDFLT/LANGSTOR).  THE  *
005350*                            FIRST ENTRY IS THE SHOP DEFAULT.    *
005360******************************************************************
005370     COPY LANGLOAD.
005380*
005390     COPY LANGDFLT.
005400*
005410     COPY LANGSTOR.
005420*
005430******************************************************************
005440* 1550-LOAD-BLOCKLIST - LOAD THE RESERVED/BLOCKED PSEUDO LIST    *
005450*                       VIA BLCKLOAD.CPY AND BLCKSTOR.CPY.       *
005460******************************************************************
005470     COPY BLCKLOAD.
005480*
005490     COPY BLCKSTOR.
005500*
005510******************************************************************
005520* 1600-PARSE-PARM - THE ONLY PARM WORD RECOGNIZED IS THE         *
005530*                   LITERAL CORRECT; ANYTHING ELSE (OR NO PARM)  *
005540*                   IS A REPORT-ONLY SWEEP.                      *
005550******************************************************************
005560 1600-PARSE-PARM.
005570     MOVE SPACES TO WS-PARM-STRING.
005580     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
005590         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
005600     END-IF.
005610     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
005620         INTO WS-PARM-WORD.
005630 1600-PARSE-PARM-EXIT.
005640     EXIT.
005650*
005660******************************************************************
005670* 1700-WRITE-FIX-HEADER - COMMENT LINES AT THE HEAD OF THE       *
005680*                         CORRECTION FILE.  UserRen SKIPS ANY    *
005690*                         LINE BEGINNING WITH "*".               *
005700******************************************************************
005710 1700-WRITE-FIX-HEADER.
005720     MOVE SPACES TO FIX-RECORD.
005730     MOVE "* LANGUAGE CORRECTIONS FROM THE INTEGRITY SWEEP"
005740         TO FIX-RECORD.
005750     WRITE FIX-RECORD.
005760     PERFORM 5200-CHECK-FIX-WRITE
005770         THRU 5200-CHECK-FIX-WRITE-EXIT.
005780     MOVE SPACES TO FIX-RECORD.
005790     MOVE "* REVIEW, THEN RUN THROUGH THE USERREN JOB"
005800         TO FIX-RECORD.
005810     WRITE FIX-RECORD.
005820     PERFORM 5200-CHECK-FIX-WRITE
005830         THRU 5200-CHECK-FIX-WRITE-EXIT.
005840 1700-WRITE-FIX-HEADER-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880* 2000-SWEEP-FILES - FOUR-WAY MATCH.  THE ROSTER AND PROFILE     *
005890*                    FILES ARRIVE IN KEY ORDER, THE PURGE        *
005900*                    ARCHIVE FROM THE SORT AND THE BAND FILE AS  *
005910*                    UserDorm WROTE IT, SO ONE PASS OVER THE     *
005920*                    LOWEST CURRENT KEY SEES EVERY PSEUDO ON     *
005930*                    ANY OF THE FOUR.  EACH STREAM PARKS AT      *
005940*                    HIGH-VALUES WHEN IT RUNS OUT.               *
005950******************************************************************
005960 2000-SWEEP-FILES.
005970     IF NOT WS-PURGE-ABSENT
005980         OPEN INPUT SORTED-PURGED-FILE
005990         IF NOT WS-SPG-OK
006000             DISPLAY "SORTED-PURGED OPEN FAILED - STATUS "
006010                 WS-SPG-FILE-STATUS
006020             ADD 1 TO WS-IO-FAIL-COUNT
006030             MOVE "Y" TO WS-PURGE-ABSENT-SW
006040             MOVE "Y" TO WS-SPG-EOF-SW
006050             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
006060         ELSE
006070             PERFORM 2450-READ-PURGED-RECORD
006080                 THRU 2450-READ-PURGED-RECORD-EXIT
006090         END-IF
006100     END-IF.
006110*
006120     PERFORM 2200-READ-ROSTER-RECORD
006130         THRU 2200-READ-ROSTER-RECORD-EXIT.
006140     PERFORM 2300-READ-PROFILE-RECORD
006150         THRU 2300-READ-PROFILE-RECORD-EXIT.
006160     PERFORM 2550-READ-PURGED-GROUP
006170         THRU 2550-READ-PURGED-GROUP-EXIT.
006180     PERFORM 2600-READ-BAND-RECORD
006190         THRU 2600-READ-BAND-RECORD-EXIT.
006200     PERFORM 2050-FIND-LOW-KEY
006210         THRU 2050-FIND-LOW-KEY-EXIT.
006220*
006230     PERFORM 2100-CHECK-ONE-PSEUDO
006240         THRU 2100-CHECK-ONE-PSEUDO-EXIT
006250         UNTIL WS-LOW-KEY = HIGH-VALUES.
006260*
006270     IF NOT WS-PURGE-ABSENT
006280         CLOSE SORTED-PURGED-FILE
006290     END-IF.
006300 2000-SWEEP-FILES-EXIT.
006310     EXIT.
006320*
006330 2050-FIND-LOW-KEY.
006340     MOVE WS-UM-KEY TO WS-LOW-KEY.
006350     IF WS-PF-KEY < WS-LOW-KEY
006360         MOVE WS-PF-KEY TO WS-LOW-KEY
006370     END-IF.
006380     IF WS-PRG-KEY < WS-LOW-KEY
006390         MOVE WS-PRG-KEY TO WS-LOW-KEY
006400     END-IF.
006410     IF WS-BND-KEY < WS-LOW-KEY
006420         MOVE WS-BND-KEY TO WS-LOW-KEY
006430     END-IF.
006440 2050-FIND-LOW-KEY-EXIT.
006450     EXIT.
006460*
006470******************************************************************
006480* 2100-CHECK-ONE-PSEUDO - APPLY EVERY CHECK THAT CONCERNS THE    *
006490*                         LOW KEY, THEN ADVANCE EACH STREAM      *
006500*                         THAT WAS SITTING ON IT.                *
006510******************************************************************
006520 2100-CHECK-ONE-PSEUDO.
006530     IF WS-UM-KEY = WS-LOW-KEY
006540         PERFORM 3000-CHECK-ROSTER-RECORD
006550             THRU 3000-CHECK-ROSTER-RECORD-EXIT
006560     ELSE
006570         IF WS-PF-KEY = WS-LOW-KEY
006580             PERFORM 3200-CHECK-STRAY-PROFILE
006590                 THRU 3200-CHECK-STRAY-PROFILE-EXIT
006600         END-IF
006610     END-IF.
006620     IF WS-BND-KEY = WS-LOW-KEY
006630         PERFORM 3300-CHECK-BAND-RECORD
006640             THRU 3300-CHECK-BAND-RECORD-EXIT
006650     END-IF.
006660*
006670     IF WS-UM-KEY = WS-LOW-KEY
006680         PERFORM 2200-READ-ROSTER-RECORD
006690             THRU 2200-READ-ROSTER-RECORD-EXIT
006700     END-IF.
006710     IF WS-PF-KEY = WS-LOW-KEY
006720         PERFORM 2300-READ-PROFILE-RECORD
006730             THRU 2300-READ-PROFILE-RECORD-EXIT
006740     END-IF.
006750     IF WS-PRG-KEY = WS-LOW-KEY
006760         PERFORM 2550-READ-PURGED-GROUP
006770             THRU 2550-READ-PURGED-GROUP-EXIT
006780     END-IF.
006790     IF WS-BND-KEY = WS-LOW-KEY
006800         PERFORM 2600-READ-BAND-RECORD
006810             THRU 2600-READ-BAND-RECORD-EXIT
006820     END-IF.
006830     PERFORM 2050-FIND-LOW-KEY
006840         THRU 2050-FIND-LOW-KEY-EXIT.
006850 2100-CHECK-ONE-PSEUDO-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890* 2200-READ-ROSTER-RECORD - NEXT ROSTER RECORD IN KEY ORDER;     *
006900*                           HIGH-VALUES IN WS-UM-KEY AT EOF.     *
006910*                           A ZERO LAST-VISIT DATE (A RECORD     *
006920*                           WRITTEN BEFORE THE FIELD EXISTED)    *
006930*                           MEANS THE FIRST-SEEN DATE.           *
006940******************************************************************
006950 2200-READ-ROSTER-RECORD.
006960     IF WS-END-OF-ROSTER
006970         MOVE HIGH-VALUES TO WS-UM-KEY
006980         GO TO 2200-READ-ROSTER-RECORD-EXIT
006990     END-IF.
007000     READ USER-MASTER-FILE NEXT RECORD
007010         AT END
007020             MOVE "Y" TO WS-UM-EOF-SW
007030             MOVE HIGH-VALUES TO WS-UM-KEY
007040         NOT AT END
007050             ADD 1 TO WS-ROSTER-READ-COUNT
007060             MOVE UM-PSEUDO TO WS-UM-KEY
007070             MOVE UM-LAST-VISIT-DATE TO WS-UM-LAST-ACTIVE
007080             IF UM-LAST-VISIT-DATE = ZERO
007090                 MOVE UM-FIRST-SEEN-DATE TO WS-UM-LAST-ACTIVE
007100             END-IF
007110     END-READ.
007120 2200-READ-ROSTER-RECORD-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160* 2300-READ-PROFILE-RECORD - NEXT PROFILE IN KEY ORDER;          *
007170*                            HIGH-VALUES IN WS-PF-KEY AT EOF.    *
007180******************************************************************
007190 2300-READ-PROFILE-RECORD.
007200     IF WS-END-OF-PROFILES
007210         MOVE HIGH-VALUES TO WS-PF-KEY
007220         GO TO 2300-READ-PROFILE-RECORD-EXIT
007230     END-IF.
007240     READ PROFILE-FILE NEXT RECORD
007250         AT END
007260             MOVE "Y" TO WS-PRF-EOF-SW
007270             MOVE HIGH-VALUES TO WS-PF-KEY
007280         NOT AT END
007290             ADD 1 TO WS-PROFILE-READ-COUNT
007300             MOVE PF-PSEUDO TO WS-PF-KEY
007310     END-READ.
007320 2300-READ-PROFILE-RECORD-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360* 2450-READ-PURGED-RECORD - ONE-RECORD LOOKAHEAD ON THE SORTED   *
007370*                           PURGE ARCHIVE; HIGH-VALUES AT EOF.   *
007380*                           MARKER RECORDS (PRIVACY-SCRUBBED     *
007390*                           PURGED PSEUDOS) ARE COUNTED AND      *
007400*                           SKIPPED.                             *
007410******************************************************************
007420 2450-READ-PURGED-RECORD.
007430     IF WS-END-OF-PURGED
007440         MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
007450         GO TO 2450-READ-PURGED-RECORD-EXIT
007460     END-IF.
007470     READ SORTED-PURGED-FILE
007480         AT END
007490             MOVE "Y" TO WS-SPG-EOF-SW
007500             MOVE HIGH-VALUES TO WS-SPG-NEXT-PSEUDO
007510         NOT AT END
007520             ADD 1 TO WS-PURGED-READ-COUNT
007530             MOVE SPG-PSEUDO TO WS-SPG-NEXT-PSEUDO
007540             MOVE SPG-LAST-VISIT-DATE TO WS-SPG-NEXT-ACTIVE
007550             IF SPG-LAST-VISIT-DATE = ZERO
007560                 MOVE SPG-FIRST-SEEN-DATE TO WS-SPG-NEXT-ACTIVE
007570             END-IF
007580     END-READ.
007590     IF NOT WS-END-OF-PURGED
007600        AND WS-SPG-NEXT-PSEUDO(1:1) = "*"
007610         ADD 1 TO WS-MARKER-SKIP-COUNT
007620         GO TO 2450-READ-PURGED-RECORD
007630     END-IF.
007640 2450-READ-PURGED-RECORD-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680* 2550-READ-PURGED-GROUP - COLLAPSE THE RUN OF SORTED PURGE      *
007690*                          RECORDS FOR ONE PSEUDO INTO A KEY AND *
007700*                          THE LATEST ARCHIVED ACTIVITY DATE     *
007710*                          (THE SAME PSEUDO MAY HAVE BEEN PURGED *
007720*                          MORE THAN ONCE).                      *
007730******************************************************************
007740 2550-READ-PURGED-GROUP.
007750     MOVE WS-SPG-NEXT-PSEUDO TO WS-PRG-KEY.
007760     MOVE ZERO TO WS-PRG-LAST-ACTIVE.
007770     IF WS-PRG-KEY = HIGH-VALUES
007780         GO TO 2550-READ-PURGED-GROUP-EXIT
007790     END-IF.
007800     PERFORM 2560-TAKE-ONE-PURGED-RECORD
007810         THRU 2560-TAKE-ONE-PURGED-RECORD-EXIT
007820         UNTIL WS-SPG-NEXT-PSEUDO NOT = WS-PRG-KEY.
007830 2550-READ-PURGED-GROUP-EXIT.
007840     EXIT.
007850*
007860 2560-TAKE-ONE-PURGED-RECORD.
007870     IF WS-SPG-NEXT-ACTIVE > WS-PRG-LAST-ACTIVE
007880         MOVE WS-SPG-NEXT-ACTIVE TO WS-PRG-LAST-ACTIVE
007890     END-IF.
007900     PERFORM 2450-READ-PURGED-RECORD
007910         THRU 2450-READ-PURGED-RECORD-EXIT.
007920 2560-TAKE-ONE-PURGED-RECORD-EXIT.
007930     EXIT.
007940*
007950******************************************************************
007960* 2600-READ-BAND-RECORD - NEXT DORMANT-BAND RECORD; HIGH-VALUES  *
007970*                         IN WS-BND-KEY AT EOF.                  *
007980******************************************************************
007990 2600-READ-BAND-RECORD.
008000     IF WS-END-OF-BANDS
008010         MOVE HIGH-VALUES TO WS-BND-KEY
008020         GO TO 2600-READ-BAND-RECORD-EXIT
008030     END-IF.
008040     READ BAND-FILE
008050         AT END
008060             MOVE "Y" TO WS-BND-EOF-SW
008070             MOVE HIGH-VALUES TO WS-BND-KEY
008080         NOT AT END
008090             ADD 1 TO WS-BAND-READ-COUNT
008100             MOVE DB-PSEUDO TO WS-BND-KEY
008110     END-READ.
008120 2600-READ-BAND-RECORD-EXIT.
008130     EXIT.
008140*
008150******************************************************************
008160* 3000-CHECK-ROSTER-RECORD - THE BLOCKED-LIST, LANGUAGE AND      *
008170*                            PURGE CHECKS FOR A ROSTER PSEUDO.   *
008180*                            A PROFILE ALONGSIDE IT IS EXPECTED  *
008190*                            AND NEEDS NO CHECK.                 *
008200******************************************************************
008210 3000-CHECK-ROSTER-RECORD.
008220     MOVE UM-PSEUDO TO WS-NAME.
008230     MOVE "Y" TO WS-PSEUDO-VALID-SW.
008240     PERFORM 3500-CHECK-BLOCKLIST
008250         THRU 3500-CHECK-BLOCKLIST-EXIT.
008260     IF WS-PSEUDO-INVALID
008270         MOVE WS-CLS-BLOCKED TO WS-CLASS-NO
008280         MOVE "ON THE RESERVED/BLOCKED LIST" TO WS-DTL-DETAIL
008290         PERFORM 4000-RECORD-EXCEPTION
008300             THRU 4000-RECORD-EXCEPTION-EXIT
008310     END-IF.
008320*
008330     IF NOT WS-LANGUAGE-FILE-ABSENT
008340        AND UM-LANG-CODE NOT = SPACES
008350         PERFORM 3100-CHECK-LANGUAGE
008360             THRU 3100-CHECK-LANGUAGE-EXIT
008370     END-IF.
008380*
008390*    THE PURGE ARCHIVES A RECORD AND THEN DELETES IT, SO THE
008400*    SAME REGISTRATION ON BOTH FILES MEANS THE DELETE NEVER
008410*    HAPPENED.  A PSEUDO FIRST SEEN AFTER ITS LAST ARCHIVED
008420*    VISIT CAME BACK AND RE-REGISTERED, WHICH IS LEGITIMATE.
008430     IF WS-PRG-KEY = WS-LOW-KEY
008440        AND UM-FIRST-SEEN-DATE NOT > WS-PRG-LAST-ACTIVE
008450         MOVE WS-CLS-PURGE-INCOMPLETE TO WS-CLASS-NO
008460         MOVE SPACES TO WS-DTL-DETAIL
008470         STRING "ARCHIVED, LAST VISIT " DELIMITED BY SIZE
008480                 WS-PRG-LAST-ACTIVE DELIMITED BY SIZE
008490                 INTO WS-DTL-DETAIL
008500         PERFORM 4000-RECORD-EXCEPTION
008510             THRU 4000-RECORD-EXCEPTION-EXIT
008520     END-IF.
008530 3000-CHECK-ROSTER-RECORD-EXIT.
008540     EXIT.
008550*
008560******************************************************************
008570* 3100-CHECK-LANGUAGE - THE ROSTER LANGUAGE MUST BE ON THE       *
008580*                       LANGUAGE TABLE.  AN ORPHANED CODE IS THE *
008590*                       ONE CLASS WITH A SAFE FIX: IN CORRECT    *
008600*                       MODE, WRITE A UserRen TRANSACTION THAT   *
008610*                       RESETS THE USER TO THE SHOP DEFAULT.     *
008620******************************************************************
008630 3100-CHECK-LANGUAGE.
008640     SET WS-LANGUAGE-IDX TO 1.
008650     SEARCH WS-LANGUAGE-ENTRY
008660         AT END
008670             CONTINUE
008680         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) = UM-LANG-CODE
008690             GO TO 3100-CHECK-LANGUAGE-EXIT
008700     END-SEARCH.
008710*
008720     MOVE WS-CLS-LANGUAGE TO WS-CLASS-NO.
008730     MOVE SPACES TO WS-DTL-DETAIL.
008740     IF WS-FIX-FILE-OPEN
008750         STRING "CODE " DELIMITED BY SIZE
008760                 UM-LANG-CODE DELIMITED BY SIZE
008770                 ", RESET TO " DELIMITED BY SIZE
008780                 WS-DEFAULT-LANG-CODE DELIMITED BY SIZE
008790                 " WRITTEN" DELIMITED BY SIZE
008800                 INTO WS-DTL-DETAIL
008810         PERFORM 4100-WRITE-CORRECTION
008820             THRU 4100-WRITE-CORRECTION-EXIT
008830     ELSE
008840         STRING "CODE " DELIMITED BY SIZE
008850                 UM-LANG-CODE DELIMITED BY SIZE
008860                 ", SHOP DEFAULT IS " DELIMITED BY SIZE
008870                 WS-DEFAULT-LANG-CODE DELIMITED BY SIZE
008880                 INTO WS-DTL-DETAIL
008890     END-IF.
008900     PERFORM 4000-RECORD-EXCEPTION
008910         THRU 4000-RECORD-EXCEPTION-EXIT.
008920 3100-CHECK-LANGUAGE-EXIT.
008930     EXIT.
008940*
008950******************************************************************
008960* 3200-CHECK-STRAY-PROFILE - A PROFILE WITH NO ROSTER RECORD.    *
008970*                            IF THE PURGE ARCHIVE HOLDS THE      *
008980*                            PSEUDO THE CONTACT DATA OUTLIVED    *
008990*                            THE PURGE; OTHERWISE IT WAS LEFT    *
009000*                            BEHIND BY A RENAME OR MERGE.        *
009010******************************************************************
009020 3200-CHECK-STRAY-PROFILE.
009030     IF WS-PRG-KEY = WS-LOW-KEY
009040         MOVE WS-CLS-PROFILE-PURGED TO WS-CLASS-NO
009050         MOVE SPACES TO WS-DTL-DETAIL
009060         STRING "PURGED, LAST VISIT " DELIMITED BY SIZE
009070                 WS-PRG-LAST-ACTIVE DELIMITED BY SIZE
009080                 INTO WS-DTL-DETAIL
009090     ELSE
009100         MOVE WS-CLS-PROFILE-ORPHAN TO WS-CLASS-NO
009110         MOVE "NOT ON ROSTER OR PURGE ARCHIVE" TO WS-DTL-DETAIL
009120     END-IF.
009130     PERFORM 4000-RECORD-EXCEPTION
009140         THRU 4000-RECORD-EXCEPTION-EXIT.
009150 3200-CHECK-STRAY-PROFILE-EXIT.
009160     EXIT.
009170*
009180******************************************************************
009190* 3300-CHECK-BAND-RECORD - THE BAND FILE IS A SNAPSHOT.  A BAND  *
009200*                          PSEUDO NO LONGER ON THE ROSTER, OR    *
009210*                          ONE THAT HAS VISITED SINCE THE BAND   *
009220*                          WAS CUT, WOULD GET A LETTER IT        *
009230*                          SHOULD NOT.                           *
009240******************************************************************
009250 3300-CHECK-BAND-RECORD.
009260     MOVE SPACES TO WS-DTL-DETAIL.
009270     IF WS-UM-KEY NOT = WS-LOW-KEY
009280         MOVE WS-CLS-BAND-GONE TO WS-CLASS-NO
009290         STRING "BAND " DELIMITED BY SIZE
009300                 DB-BAND DELIMITED BY SIZE
009310                 ", RERUN USERDORM" DELIMITED BY SIZE
009320                 INTO WS-DTL-DETAIL
009330         PERFORM 4000-RECORD-EXCEPTION
009340             THRU 4000-RECORD-EXCEPTION-EXIT
009350         GO TO 3300-CHECK-BAND-RECORD-EXIT
009360     END-IF.
009370     IF WS-UM-LAST-ACTIVE > DB-LAST-VISIT-DATE
009380         MOVE WS-CLS-BAND-STALE TO WS-CLASS-NO
009390         STRING "BAND " DELIMITED BY SIZE
009400                 DB-BAND DELIMITED BY SIZE
009410                 " AT " DELIMITED BY SIZE
009420                 DB-LAST-VISIT-DATE DELIMITED BY SIZE
009430                 " VISITED " DELIMITED BY SIZE
009440                 WS-UM-LAST-ACTIVE DELIMITED BY SIZE
009450                 INTO WS-DTL-DETAIL
009460         PERFORM 4000-RECORD-EXCEPTION
009470             THRU 4000-RECORD-EXCEPTION-EXIT
009480     END-IF.
009490 3300-CHECK-BAND-RECORD-EXIT.
009500     EXIT.
009510*
009520******************************************************************
009530* 3500-CHECK-BLOCKLIST - IS THE PSEUDO IN WS-NAME COVERED BY THE *
009540*                        BLOCKED LIST?  SHARED WITH THE OTHER    *
009550*                        BATCH PROGRAMS VIA BLCKCHK.CPY.         *
009560******************************************************************
009570     COPY BLCKCHK.
009580*
009590 3600-BLOCKED-ERROR.
009600     MOVE "N" TO WS-PSEUDO-VALID-SW.
009610 3600-BLOCKED-ERROR-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650* 4000-RECORD-EXCEPTION - COUNT AND PRINT ONE EXCEPTION.  THE    *
009660*                         CALLER SETS WS-CLASS-NO AND            *
009670*                         WS-DTL-DETAIL; THE PSEUDO IS THE LOW   *
009680*                         KEY OF THE MATCH.                      *
009690******************************************************************
009700 4000-RECORD-EXCEPTION.
009710     ADD 1 TO WS-EXCEPTION-COUNT.
009720     ADD 1 TO WS-CLASS-COUNT(WS-CLASS-NO).
009730     MOVE WS-LOW-KEY TO WS-DTL-PSEUDO.
009740     MOVE WS-CLASS-NAME(WS-CLASS-NO) TO WS-DTL-CLASS.
009750     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
009760     WRITE REPORT-RECORD.
009770     PERFORM 5100-CHECK-REPORT-WRITE
009780         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009790 4000-RECORD-EXCEPTION-EXIT.
009800     EXIT.
009810*
009820******************************************************************
009830* 4100-WRITE-CORRECTION - ONE "L;PSEUDO;CODE" TRANSACTION FOR    *
009840*                         THE UserRen BULK MAINTENANCE RUN.      *
009850******************************************************************
009860 4100-WRITE-CORRECTION.
009870     MOVE SPACES TO FIX-RECORD.
009880     STRING "L;" DELIMITED BY SIZE
009890             UM-PSEUDO DELIMITED BY SPACE
009900             ";" DELIMITED BY SIZE
009910             WS-DEFAULT-LANG-CODE DELIMITED BY SIZE
009920             INTO FIX-RECORD.
009930     WRITE FIX-RECORD.
009940     PERFORM 5200-CHECK-FIX-WRITE
009950         THRU 5200-CHECK-FIX-WRITE-EXIT.
009960     IF WS-FIX-OK
009970         ADD 1 TO WS-FIX-WRITTEN-COUNT
009980     END-IF.
009990 4100-WRITE-CORRECTION-EXIT.
010000     EXIT.
010010*
010020******************************************************************
010030* 5000-WRITE-TOTALS - PRINT THE COUNT PER EXCEPTION CLASS AND    *
010040*                     THE RECORD COUNTS FOR EACH FILE SWEPT.     *
010050******************************************************************
010060 5000-WRITE-TOTALS.
010070     MOVE SPACES TO REPORT-RECORD.
010080     WRITE REPORT-RECORD.
010090     PERFORM 5100-CHECK-REPORT-WRITE
010100         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010110     MOVE SPACES TO REPORT-RECORD.
010120     MOVE "EXCEPTIONS BY CLASS" TO REPORT-RECORD.
010130     WRITE REPORT-RECORD.
010140     PERFORM 5100-CHECK-REPORT-WRITE
010150         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010160     PERFORM 5050-WRITE-CLASS-TOTAL
010170         THRU 5050-WRITE-CLASS-TOTAL-EXIT
010180         VARYING WS-CLASS-IDX FROM 1 BY 1
010190         UNTIL WS-CLASS-IDX > WS-CLASS-MAX.
010200     MOVE SPACES TO REPORT-RECORD.
010210     WRITE REPORT-RECORD.
010220     PERFORM 5100-CHECK-REPORT-WRITE
010230         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010240*
010250     MOVE WS-ROSTER-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
010260     MOVE SPACES TO REPORT-RECORD.
010270     STRING "ROSTER RECORDS  . . . . . . . . : " DELIMITED BY SIZE
010280             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010290             INTO REPORT-RECORD.
010300     WRITE REPORT-RECORD.
010310     PERFORM 5100-CHECK-REPORT-WRITE
010320         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010330*
010340     MOVE WS-PROFILE-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
010350     MOVE SPACES TO REPORT-RECORD.
010360     STRING "PROFILE RECORDS . . . . . . . . : " DELIMITED BY SIZE
010370             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010380             INTO REPORT-RECORD.
010390     WRITE REPORT-RECORD.
010400     PERFORM 5100-CHECK-REPORT-WRITE
010410         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010420*
010430     MOVE WS-PURGED-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
010440     MOVE SPACES TO REPORT-RECORD.
010450     STRING "PURGE ARCHIVE RECORDS . . . . . : " DELIMITED BY SIZE
010460             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010470             INTO REPORT-RECORD.
010480     WRITE REPORT-RECORD.
010490     PERFORM 5100-CHECK-REPORT-WRITE
010500         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010510*
010520     MOVE WS-MARKER-SKIP-COUNT TO WS-REPORT-NUMERIC-EDIT.
010530     MOVE SPACES TO REPORT-RECORD.
010540     STRING "ANONYMIZED RECORDS SKIPPED  . . : " DELIMITED BY SIZE
010550             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010560             INTO REPORT-RECORD.
010570     WRITE REPORT-RECORD.
010580     PERFORM 5100-CHECK-REPORT-WRITE
010590         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010600*
010610     MOVE WS-BAND-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
010620     MOVE SPACES TO REPORT-RECORD.
010630     STRING "DORMANT BAND RECORDS  . . . . . : " DELIMITED BY SIZE
010640             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010650             INTO REPORT-RECORD.
010660     WRITE REPORT-RECORD.
010670     PERFORM 5100-CHECK-REPORT-WRITE
010680         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010690*
010700     MOVE WS-LANGUAGE-COUNT TO WS-REPORT-NUMERIC-EDIT.
010710     MOVE SPACES TO REPORT-RECORD.
010720     STRING "LANGUAGES ON LANGFILE . . . . . : " DELIMITED BY SIZE
010730             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010740             INTO REPORT-RECORD.
010750     WRITE REPORT-RECORD.
010760     PERFORM 5100-CHECK-REPORT-WRITE
010770         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010780*
010790     MOVE WS-BLOCK-COUNT TO WS-REPORT-NUMERIC-EDIT.
010800     MOVE SPACES TO REPORT-RECORD.
010810     STRING "BLOCKED-LIST ENTRIES  . . . . . : " DELIMITED BY SIZE
010820             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010830             INTO REPORT-RECORD.
010840     WRITE REPORT-RECORD.
010850     PERFORM 5100-CHECK-REPORT-WRITE
010860         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010870*
010880     MOVE WS-EXCEPTION-COUNT TO WS-REPORT-NUMERIC-EDIT.
010890     MOVE SPACES TO REPORT-RECORD.
010900     STRING "EXCEPTIONS  . . . . . . . . . . : " DELIMITED BY SIZE
010910             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010920             INTO REPORT-RECORD.
010930     WRITE REPORT-RECORD.
010940     PERFORM 5100-CHECK-REPORT-WRITE
010950         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010960*
010970     MOVE WS-FIX-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
010980     MOVE SPACES TO REPORT-RECORD.
010990     STRING "CORRECTIONS WRITTEN . . . . . . : " DELIMITED BY SIZE
011000             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011010             INTO REPORT-RECORD.
011020     WRITE REPORT-RECORD.
011030     PERFORM 5100-CHECK-REPORT-WRITE
011040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011050*
011060     MOVE WS-IO-FAIL-COUNT TO WS-REPORT-NUMERIC-EDIT.
011070     MOVE SPACES TO REPORT-RECORD.
011080     STRING "I-O FAILURES  . . . . . . . . . : " DELIMITED BY SIZE
011090             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011100             INTO REPORT-RECORD.
011110     WRITE REPORT-RECORD.
011120     PERFORM 5100-CHECK-REPORT-WRITE
011130         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011140*
011150     MOVE SPACES TO REPORT-RECORD.
011160     IF WS-IO-FAIL-COUNT > ZERO
011170         MOVE "RESULT: SWEEP INCOMPLETE - SEE SYSOUT"
011180             TO REPORT-RECORD
011190     ELSE
011200         IF WS-EXCEPTION-COUNT = ZERO
011210             MOVE "RESULT: FILES CONSISTENT" TO REPORT-RECORD
011220         ELSE
011230             MOVE "RESULT: EXCEPTIONS FOUND" TO REPORT-RECORD
011240         END-IF
011250     END-IF.
011260     WRITE REPORT-RECORD.
011270     PERFORM 5100-CHECK-REPORT-WRITE
011280         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011290     IF WS-CLASS-COUNT(WS-CLS-BAND-GONE) > ZERO
011300        OR WS-CLASS-COUNT(WS-CLS-BAND-STALE) > ZERO
011310         MOVE SPACES TO REPORT-RECORD
011320         MOVE "BAND FILE STALE - RERUN USERDORM BEFORE OUTREACH"
011330             TO REPORT-RECORD
011340         WRITE REPORT-RECORD
011350         PERFORM 5100-CHECK-REPORT-WRITE
011360             THRU 5100-CHECK-REPORT-WRITE-EXIT
011370     END-IF.
011380 5000-WRITE-TOTALS-EXIT.
011390     EXIT.
011400*
011410 5050-WRITE-CLASS-TOTAL.
011420     MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO WS-CTL-CLASS.
011430     MOVE WS-CLASS-COUNT(WS-CLASS-IDX) TO WS-CTL-COUNT.
011440     MOVE WS-CLASS-TOTAL-LINE TO REPORT-RECORD.
011450     WRITE REPORT-RECORD.
011460     PERFORM 5100-CHECK-REPORT-WRITE
011470         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011480 5050-WRITE-CLASS-TOTAL-EXIT.
011490     EXIT.
011500*
011510 5100-CHECK-REPORT-WRITE.
011520     IF NOT WS-RPT-OK
011530         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
011540             WS-RPT-FILE-STATUS
011550         ADD 1 TO WS-IO-FAIL-COUNT
011560     END-IF.
011570 5100-CHECK-REPORT-WRITE-EXIT.
011580     EXIT.
011590*
011600 5200-CHECK-FIX-WRITE.
011610     IF NOT WS-FIX-OK
011620         DISPLAY "CORRECTION-FILE WRITE FAILED - STATUS "
011630             WS-FIX-FILE-STATUS
011640         ADD 1 TO WS-IO-FAIL-COUNT
011650     END-IF.
011660 5200-CHECK-FIX-WRITE-EXIT.
011670     EXIT.
011680*
011690******************************************************************
011700* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
011710*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
011720*                          BY EVERY BATCH PROGRAM VIA            *
011730*                          JRNLPUT.CPY.                          *
011740******************************************************************
011750     COPY JRNLPUT.
011760*
011770******************************************************************
011780* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
011790*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
011800*                          BY EVERY NIGHTLY PROGRAM VIA          *
011810*                          BUSDGET.CPY.                          *
011820******************************************************************
011830     COPY BUSDGET.
011840*
011850******************************************************************
011860* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
011870******************************************************************
011880 9999-TERMINATE.
011890     IF NOT WS-ROSTER-ABSENT
011900         CLOSE USER-MASTER-FILE
011910     END-IF.
011920     IF NOT WS-PROFILE-ABSENT
011930         CLOSE PROFILE-FILE
011940     END-IF.
011950     IF NOT WS-BAND-ABSENT
011960         CLOSE BAND-FILE
011970     END-IF.
011980     IF WS-FIX-FILE-OPEN
011990         CLOSE FIX-FILE
012000     END-IF.
012010     CLOSE REPORT-FILE.
012020 9999-TERMINATE-EXIT.
012030     EXIT.
