000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserSar.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserSar                                                     *
000110*                                                                *
000120*    SUBJECT-ACCESS EXPORT ("WHAT DO YOU HOLD ON ME" REQUESTS).  *
000130*    THE READ-ONLY COUNTERPART OF UserDel, DRIVEN BY A REQUEST   *
000140*    FILE OF PSEUDOS, ONE PER RECORD.  FOR EACH REQUEST ONE      *
000150*    PRINTABLE DISCLOSURE PACK IS WRITTEN, STARTING ON A NEW     *
000160*    PAGE, HOLDING:                                              *
000170*                                                                *
000180*      1. THE USER-MASTER ROSTER RECORD;                         *
000190*      2. THE CONTACT PROFILE (ADDRESS, CONSENT AND ITS DATE);   *
000200*      3. ANY DORMANCY PURGE-ARCHIVE RECORD;                     *
000210*      4. THE RENAME/MERGE HISTORY FROM THE ROSTER MAINTENANCE   *
000220*         JOURNAL THAT LINKS OLD PSEUDOS TO THIS ONE;            *
000230*      5. THE FULL GREETING HISTORY FROM THE LIFETIME AUDIT      *
000240*         TRAIL (THE AUDITLOG DD CONCATENATES THE UserArch       *
000250*         ARCHIVE GENERATIONS AHEAD OF THE CURRENT LOG), WITH    *
000260*         CHANNEL AND LANGUAGE, OLDEST FIRST;                    *
000270*      6. EVERY OUTREACH LETTER RECORDED ON THE OUTREACH         *
000280*         HISTORY (OUTHIST.CPY) - CAMPAIGN DATE, BAND, LANGUAGE  *
000290*         AND THE LAST VISIT IT WAS CUT FROM.                    *
000300*                                                                *
000310*    THE OLD PSEUDOS FOUND IN STEP 4 ARE FOLLOWED BACK THROUGH   *
000320*    EVERY EARLIER RENAME OR MERGE, AND THEIR PURGE-ARCHIVE      *
000330*    AND GREETING RECORDS ARE DISCLOSED TOO - UserScrub ONLY     *
000340*    CARRIES THE CURRENT LOG ACROSS, SO ARCHIVE GENERATIONS      *
000350*    STILL HOLD GREETINGS UNDER THE OLD NAME.  EACH GREETING     *
000360*    LINE SHOWS THE PSEUDO IT WAS RECORDED AS.                   *
000370*                                                                *
000380*    A PSEUDO ON NONE OF THESE FILES GETS AN EXPLICIT "NO DATA   *
000390*    HELD" PAGE - THAT IS ALSO A LEGAL ANSWER TO THE REQUESTER.  *
000400*    ANONYMIZED ("*...") MARKER RECORDS ARE NEVER DISCLOSED.     *
000410*                                                                *
000420*    NOTHING IS UPDATED, SO THE FILES ARE READ DISP=SHR AND THE  *
000430*    ONLINE TRANSACTIONS MAY STAY UP (SEE JCL/USERSAR.JCL).      *
000440*                                                                *
000450*    RETURN CODES:  0 - EVERY PACK IS COMPLETE.                  *
000460*                   4 - REQUESTS OVER THE TABLE LIMIT WERE       *
000470*                       DROPPED; RESUBMIT THEM.  THE PACKS THAT  *
000480*                       WERE WRITTEN ARE COMPLETE.               *
000490*                   8 - A FILE COULD NOT BE READ OR A WORK       *
000500*                       TABLE FILLED; THE PACKS FLAGGED          *
000510*                       *INCOMPLETE* MUST NOT GO OUT.            *
000520*                  12 - REQUEST, ROSTER, PROFILE OR REPORT FILE  *
000530*                       NOT AVAILABLE; NO PACK WAS WRITTEN.      *
000540*                                                                *
000550*    MODIFICATION HISTORY                                       *
000560*    DATE       INIT  DESCRIPTION                                *
000570*    2026-10-15  ML   ORIGINAL VERSION.                          *
000580*    2026-10-15  ML   AUDIT LOG FD WIDENED TO 28 TO 40 BYTES     *
000590*                     FOR AUD-SEQUENCE.                          *
000600*    2026-10-15  ML   DISCLOSE THE OUTREACH LETTER HISTORY AS    *
000610*                     SECTION 6, FOR THE PSEUDO AND ITS OLD      *
000620*                     NAMES.  A HISTORY THAT CANNOT BE OPENED    *
000630*                     LEAVES EVERY PACK *INCOMPLETE*.            *
000640*                                                                *
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.    IBM-370.
000690 OBJECT-COMPUTER.    IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT REQUEST-FILE ASSIGN TO "SARREQS"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-REQ-FILE-STATUS.
000750*
000760     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS UM-PSEUDO
000800         FILE STATUS IS WS-UM-FILE-STATUS.
000810*
000820     SELECT PROFILE-FILE ASSIGN TO "PROFILE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS PF-PSEUDO
000860         FILE STATUS IS WS-PRF-FILE-STATUS.
000870*
000880     SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-JNL-FILE-STATUS.
000910*
000920     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-AUD-FILE-STATUS.
000950*
000960     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-PRG-FILE-STATUS.
000990*
001000     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
001010*
001020     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-SRT-FILE-STATUS.
001050*
001060     SELECT REPORT-FILE ASSIGN TO "SARRPT"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-RPT-FILE-STATUS.
001090*
001100     SELECT OUTREACH-HISTORY-FILE ASSIGN TO "OUTHIST"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS OH-KEY
001140         FILE STATUS IS WS-OHS-FILE-STATUS.
001150*
001160     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-RNJ-FILE-STATUS.
001190*
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  REQUEST-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  REQUEST-RECORD                  PIC X(12).
001250*
001260 FD  USER-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY USRMSTR.
001290*
001300 FD  PROFILE-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 COPY PROFILE.
001330*
001340 FD  JOURNAL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY MNTJRNL.
001370*
001380 FD  AUDIT-LOG-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001410         DEPENDING ON WS-AUD-RECORD-LENGTH.
001420 COPY AUDITLOG.
001430*
001440 FD  PURGED-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001470                        UM-PSEUDO BY PRG-PSEUDO
001480                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001490                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001500                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001510                        UM-LANG-CODE BY PRG-LANG-CODE.
001520*
001530*    ONE SORT RECORD PER DISCLOSED PURGE-ARCHIVE OR AUDIT RECORD,
001540*    TAGGED WITH THE REQUEST IT BELONGS TO SO THE PACKS CAN BE
001550*    WRITTEN IN REQUEST ORDER FROM ONE SORTED PASS.  PURGE
001560*    RECORDS (KIND 1) SORT AHEAD OF GREETINGS (KIND 2), THE SAME
001570*    ORDER THE PACK PRINTS THEM IN.
001580 SD  SORT-WORK-FILE.
001590 01  SRT-RECORD.
001600     05  SRT-REQ-IDX                 PIC 9(03).
001610     05  SRT-KIND                    PIC X(01).
001620     05  SRT-PSEUDO                  PIC X(12).
001630     05  SRT-RUN-DATE                PIC 9(08).
001640     05  SRT-RUN-TIME                PIC 9(08).
001650     05  SRT-CHANNEL                 PIC X(01).
001660     05  SRT-LANG-CODE               PIC X(02).
001670     05  SRT-VISIT-COUNT             PIC 9(07).
001680     05  SRT-LAST-VISIT-DATE         PIC 9(08).
001690*
001700 FD  SORTED-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  OUT-RECORD.
001730     05  OUT-REQ-IDX                 PIC 9(03).
001740     05  OUT-KIND                    PIC X(01).
001750         88  OUT-KIND-PURGE              VALUE "1".
001760         88  OUT-KIND-AUDIT              VALUE "2".
001770     05  OUT-PSEUDO                  PIC X(12).
001780     05  OUT-RUN-DATE                PIC 9(08).
001790     05  OUT-RUN-TIME                PIC 9(08).
001800     05  OUT-CHANNEL                 PIC X(01).
001810     05  OUT-LANG-CODE               PIC X(02).
001820     05  OUT-VISIT-COUNT             PIC 9(07).
001830     05  OUT-LAST-VISIT-DATE         PIC 9(08).
001840*
001850 FD  REPORT-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  REPORT-RECORD                   PIC X(80).
001880*
001890 FD  OUTREACH-HISTORY-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 COPY OUTHIST.
001920*
001930 FD  RUN-JOURNAL-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 COPY RUNJRNL.
001960*
001970 WORKING-STORAGE SECTION.
001980 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001990*
002000 01  WS-FILE-SWITCHES.
002010     05  WS-REQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002020         88  WS-REQ-OK                   VALUE "00".
002030     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002040         88  WS-UM-OK                    VALUE "00".
002050         88  WS-UM-NOT-FOUND             VALUE "23".
002060         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002070     05  WS-PRF-FILE-STATUS          PIC X(02) VALUE SPACES.
002080         88  WS-PRF-OK                   VALUE "00".
002090         88  WS-PRF-NOT-FOUND            VALUE "23".
002100         88  WS-PRF-FILE-NOT-PRESENT     VALUE "35".
002110     05  WS-JNL-FILE-STATUS          PIC X(02) VALUE SPACES.
002120         88  WS-JNL-OK                   VALUE "00".
002130         88  WS-JNL-FILE-NOT-PRESENT     VALUE "35".
002140     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
002150         88  WS-AUD-OK                   VALUE "00".
002160         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
002170     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
002180         88  WS-PRG-OK                   VALUE "00".
002190         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
002200     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
002210         88  WS-SRT-OK                   VALUE "00".
002220     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002230         88  WS-RPT-OK                   VALUE "00".
002240     05  WS-OHS-FILE-STATUS          PIC X(02) VALUE SPACES.
002250         88  WS-OHS-OK                   VALUE "00".
002260         88  WS-OHS-FILE-NOT-PRESENT     VALUE "35".
002270     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002280         88  WS-RNJ-OK                   VALUE "00".
002290*
002300 01  WS-CONTROL-SWITCHES.
002310     05  WS-REQ-EOF-SW               PIC X(01) VALUE "N".
002320         88  WS-END-OF-REQUESTS          VALUE "Y".
002330     05  WS-JNL-EOF-SW               PIC X(01) VALUE "N".
002340         88  WS-END-OF-JOURNAL           VALUE "Y".
002350     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
002360         88  WS-END-OF-AUDIT             VALUE "Y".
002370     05  WS-PRG-EOF-SW               PIC X(01) VALUE "N".
002380         88  WS-END-OF-PURGED            VALUE "Y".
002390     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
002400         88  WS-END-OF-SORTED            VALUE "Y".
002410     05  WS-SORTED-OPEN-SW           PIC X(01) VALUE "N".
002420         88  WS-SORTED-OPEN              VALUE "Y".
002430     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002440         88  WS-ROSTER-ABSENT            VALUE "Y".
002450     05  WS-PROFILE-ABSENT-SW        PIC X(01) VALUE "N".
002460         88  WS-PROFILE-ABSENT           VALUE "Y".
002470     05  WS-OUTREACH-ABSENT-SW       PIC X(01) VALUE "N".
002480         88  WS-OUTREACH-ABSENT          VALUE "Y".
002490     05  WS-OHS-BROWSE-DONE-SW       PIC X(01) VALUE "N".
002500         88  WS-OHS-BROWSE-DONE          VALUE "Y".
002510     05  WS-OHS-LISTING-SW           PIC X(01) VALUE "N".
002520         88  WS-OHS-LISTING              VALUE "Y".
002530     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
002540         88  WS-RUN-REFUSED              VALUE "Y".
002550     05  WS-RUN-INCOMPLETE-SW        PIC X(01) VALUE "N".
002560         88  WS-RUN-INCOMPLETE           VALUE "Y".
002570     05  WS-LINK-ADDED-SW            PIC X(01) VALUE "N".
002580         88  WS-LINK-ADDED               VALUE "Y".
002590     05  WS-LINK-FOUND-SW            PIC X(01) VALUE "N".
002600         88  WS-LINK-FOUND               VALUE "Y".
002610     05  WS-JNL-MATCH-SW             PIC X(01) VALUE "N".
002620         88  WS-JNL-MATCHES              VALUE "Y".
002630     05  WS-ON-ROSTER-SW             PIC X(01) VALUE "N".
002640         88  WS-ON-ROSTER                VALUE "Y".
002650     05  WS-HAS-PROFILE-SW           PIC X(01) VALUE "N".
002660         88  WS-HAS-PROFILE              VALUE "Y".
002670*
002680 01  WS-REQUEST-FIELDS.
002690     05  WS-REQUEST-COUNT            PIC 9(03) COMP VALUE ZERO.
002700     05  WS-REQUEST-MAX              PIC 9(03) COMP VALUE 200.
002710     05  WS-REQUEST-IDX              PIC 9(03) COMP VALUE ZERO.
002720     05  WS-DROPPED-COUNT            PIC 9(03) COMP VALUE ZERO.
002730*
002740 01  WS-REQUEST-TABLE.
002750     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
002760         10  WS-REQ-PSEUDO           PIC X(12).
002770         10  WS-REQ-INCOMPLETE-SW    PIC X(01).
002780             88  WS-REQ-INCOMPLETE       VALUE "Y".
002790         10  WS-REQ-LINK-FIRST       PIC 9(04) COMP.
002800         10  WS-REQ-LINK-COUNT       PIC 9(04) COMP.
002810         10  WS-REQ-JOURNAL-COUNT    PIC 9(04) COMP.
002820         10  WS-REQ-PURGE-COUNT      PIC 9(08) COMP.
002830         10  WS-REQ-AUDIT-COUNT      PIC 9(08) COMP.
002840         10  WS-REQ-OUTREACH-COUNT   PIC 9(04) COMP.
002850*
002860*    THE ROSTER MAINTENANCE JOURNAL, HELD IN STORAGE SO THE
002870*    RENAME/MERGE CHAIN BEHIND EACH REQUEST CAN BE FOLLOWED BACK
002880*    AS FAR AS IT GOES.
002890 01  WS-JOURNAL-FIELDS.
002900     05  WS-JOURNAL-COUNT            PIC 9(04) COMP VALUE ZERO.
002910     05  WS-JOURNAL-MAX              PIC 9(04) COMP VALUE 5000.
002920     05  WS-JNL-IDX                  PIC 9(04) COMP VALUE ZERO.
002930*
002940 01  WS-JOURNAL-TABLE.
002950     05  WS-JOURNAL-ENTRY OCCURS 5000 TIMES.
002960         10  WS-JNL-OLD-PSEUDO       PIC X(12).
002970         10  WS-JNL-NEW-PSEUDO       PIC X(12).
002980         10  WS-JNL-ACTION           PIC X(01).
002990         10  WS-JNL-RUN-DATE         PIC 9(08).
003000         10  WS-JNL-RUN-TIME         PIC 9(08).
003010*
003020*    EVERY PSEUDO DISCLOSED UNDER A REQUEST: THE REQUESTED PSEUDO
003030*    ITSELF FOLLOWED BY THE OLD PSEUDOS RENAMED OR MERGED INTO
003040*    IT.  EACH REQUEST'S ENTRIES ARE CONTIGUOUS (WS-REQ-LINK-FIRST
003050*    AND WS-REQ-LINK-COUNT).
003060 01  WS-LINK-FIELDS.
003070     05  WS-LINK-COUNT               PIC 9(04) COMP VALUE ZERO.
003080     05  WS-LINK-MAX                 PIC 9(04) COMP VALUE 1000.
003090     05  WS-LINK-IDX                 PIC 9(04) COMP VALUE ZERO.
003100     05  WS-LINK-LAST                PIC 9(04) COMP VALUE ZERO.
003110     05  WS-SEARCH-PSEUDO            PIC X(12) VALUE SPACES.
003120*
003130 01  WS-LINK-TABLE.
003140     05  WS-LINK-ENTRY OCCURS 1000 TIMES.
003150         10  WS-LNK-PSEUDO           PIC X(12).
003160         10  WS-LNK-REQ-IDX          PIC 9(03) COMP.
003170*
003180 01  WS-COUNTERS.
003190     05  WS-PACK-COUNT               PIC 9(08) COMP VALUE ZERO.
003200     05  WS-NO-DATA-COUNT            PIC 9(08) COMP VALUE ZERO.
003210     05  WS-INCOMPLETE-COUNT         PIC 9(08) COMP VALUE ZERO.
003220     05  WS-JOURNAL-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
003230     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
003240     05  WS-PURGE-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
003250     05  WS-DISCLOSED-COUNT          PIC 9(08) COMP VALUE ZERO.
003260     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
003270     05  WS-SECTION-COUNT            PIC 9(08) COMP VALUE ZERO.
003280*
003290 01  WS-CURRENT-DATE-FIELDS.
003300     05  WS-CURRENT-DATE             PIC 9(08).
003310*
003320 01  WS-REPORT-DATE-EDIT             PIC 9(08).
003330 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
003340*
003350 01  WS-LABEL-LINE.
003360     05  WS-LBL-TEXT                 PIC X(34).
003370     05  WS-LBL-VALUE                PIC X(46).
003380*
003390 01  WS-PURGE-LINE.
003400     05  FILLER                      PIC X(04) VALUE SPACES.
003410     05  WS-PL-PSEUDO                PIC X(12).
003420     05  FILLER                      PIC X(12)
003430         VALUE " FIRST SEEN ".
003440     05  WS-PL-FIRST-SEEN            PIC 9(08).
003450     05  FILLER                      PIC X(08)
003460         VALUE " VISITS ".
003470     05  WS-PL-VISITS                PIC ZZZZZZ9.
003480     05  FILLER                      PIC X(06) VALUE " LAST ".
003490     05  WS-PL-LAST-VISIT            PIC 9(08).
003500     05  FILLER                      PIC X(06) VALUE " LANG ".
003510     05  WS-PL-LANG                  PIC X(02).
003520     05  FILLER                      PIC X(07) VALUE SPACES.
003530*
003540 01  WS-JOURNAL-LINE.
003550     05  FILLER                      PIC X(04) VALUE SPACES.
003560     05  WS-JL-DATE                  PIC 9(08).
003570     05  FILLER                      PIC X(01) VALUE SPACES.
003580     05  WS-JL-TIME                  PIC 9(08).
003590     05  FILLER                      PIC X(02) VALUE SPACES.
003600     05  WS-JL-OLD-PSEUDO            PIC X(12).
003610     05  FILLER                      PIC X(01) VALUE SPACES.
003620     05  WS-JL-ACTION-TEXT           PIC X(12).
003630     05  FILLER                      PIC X(01) VALUE SPACES.
003640     05  WS-JL-NEW-PSEUDO            PIC X(12).
003650     05  FILLER                      PIC X(19) VALUE SPACES.
003660*
003670 01  WS-OUTREACH-LINE.
003680     05  FILLER                      PIC X(04) VALUE SPACES.
003690     05  WS-OL-PSEUDO                PIC X(12).
003700     05  FILLER                      PIC X(10)
003710         VALUE " LETTER OF".
003720     05  FILLER                      PIC X(01) VALUE SPACES.
003730     05  WS-OL-CAMPAIGN-DATE         PIC 9(08).
003740     05  FILLER                      PIC X(06) VALUE " BAND ".
003750     05  WS-OL-BAND                  PIC 9(03).
003760     05  FILLER                      PIC X(06) VALUE " LANG ".
003770     05  WS-OL-LANG                  PIC X(02).
003780     05  FILLER                      PIC X(12)
003790         VALUE " LAST VISIT ".
003800     05  WS-OL-LAST-VISIT            PIC 9(08).
003810     05  FILLER                      PIC X(08) VALUE SPACES.
003820*
003830 01  WS-GREETING-HEADING.
003840     05  FILLER                      PIC X(04) VALUE SPACES.
003850     05  FILLER                      PIC X(40)
003860         VALUE "DATE      TIME      CHANNEL   LANGUAGE  ".
003870     05  FILLER                      PIC X(36)
003880         VALUE "RECORDED AS".
003890*
003900 01  WS-GREETING-LINE.
003910     05  FILLER                      PIC X(04) VALUE SPACES.
003920     05  WS-GL-DATE                  PIC 9(08).
003930     05  FILLER                      PIC X(02) VALUE SPACES.
003940     05  WS-GL-TIME                  PIC 9(08).
003950     05  FILLER                      PIC X(02) VALUE SPACES.
003960     05  WS-GL-CHANNEL               PIC X(08).
003970     05  FILLER                      PIC X(02) VALUE SPACES.
003980     05  WS-GL-LANG                  PIC X(08).
003990     05  FILLER                      PIC X(02) VALUE SPACES.
004000     05  WS-GL-PSEUDO                PIC X(12).
004010     05  FILLER                      PIC X(24) VALUE SPACES.
004020*
004030 PROCEDURE DIVISION.
004040*
004050 0000-MAINLINE.
004060     PERFORM 1000-INITIALIZE
004070         THRU 1000-INITIALIZE-EXIT.
004080*
004090     IF WS-RUN-REFUSED
004100         PERFORM 9999-TERMINATE
004110             THRU 9999-TERMINATE-EXIT
004120         MOVE 12 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150*
004160     PERFORM 2000-LOAD-REQUESTS
004170         THRU 2000-LOAD-REQUESTS-EXIT.
004180     PERFORM 2300-LOAD-JOURNAL
004190         THRU 2300-LOAD-JOURNAL-EXIT.
004200     PERFORM 2500-BUILD-LINK-SETS
004210         THRU 2500-BUILD-LINK-SETS-EXIT.
004220*
004230     SORT SORT-WORK-FILE
004240         ON ASCENDING KEY SRT-REQ-IDX
004250                          SRT-KIND
004260                          SRT-RUN-DATE
004270                          SRT-RUN-TIME
004280         INPUT PROCEDURE IS 3000-FEED-SORT
004290             THRU 3000-FEED-SORT-EXIT
004300         GIVING SORTED-FILE.
004310*
004320     PERFORM 4000-WRITE-DISCLOSURE-PACKS
004330         THRU 4000-WRITE-DISCLOSURE-PACKS-EXIT.
004340     PERFORM 5000-WRITE-RUN-SUMMARY
004350         THRU 5000-WRITE-RUN-SUMMARY-EXIT.
004360*
004370     PERFORM 9999-TERMINATE
004380         THRU 9999-TERMINATE-EXIT.
004390*
004400     IF WS-DROPPED-COUNT > ZERO
004410         MOVE 4 TO RETURN-CODE
004420     END-IF.
004430     IF WS-INCOMPLETE-COUNT > ZERO
004440        OR WS-IO-FAIL-COUNT > ZERO
004450         MOVE 8 TO RETURN-CODE
004460     END-IF.
004470     MOVE "E" TO RJ-RECORD-TYPE.
004480     MOVE WS-REQUEST-COUNT TO RJ-READ-COUNT.
004490     MOVE WS-PACK-COUNT TO RJ-WRITTEN-COUNT.
004500     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
004510     MOVE RETURN-CODE TO RJ-RETURN-CODE.
004520     PERFORM 6500-WRITE-RUN-JOURNAL
004530         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004540     STOP RUN.
004550*
004560******************************************************************
004570* 1000-INITIALIZE - JOURNAL THE START AND OPEN THE REQUEST FILE, *
004580*                   THE KEYED FILES AND THE REPORT.  A           *
004590*                   ROSTER OR PROFILE FILE THAT DOES NOT EXIST   *
004600*                   YET HOLDS NOTHING; ANY OTHER OPEN FAILURE    *
004610*                   WOULD MAKE EVERY PACK WRONG, SO THE RUN      *
004620*                   REFUSES.  THE JOURNAL, AUDIT TRAIL AND       *
004630*                   PURGE ARCHIVE ARE OPENED WHERE THEY ARE      *
004640*                   READ.                                        *
004650******************************************************************
004660 1000-INITIALIZE.
004670     MOVE "UserSar" TO RJ-PROGRAM-NAME.
004680     MOVE "S" TO RJ-RECORD-TYPE.
004690     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
004700                  RJ-ERROR-COUNT RJ-RETURN-CODE.
004710     PERFORM 6500-WRITE-RUN-JOURNAL
004720         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004730*
004740     OPEN INPUT REQUEST-FILE.
004750     IF NOT WS-REQ-OK
004760         DISPLAY "REQUEST-FILE OPEN FAILED - STATUS "
004770             WS-REQ-FILE-STATUS
004780         MOVE "Y" TO WS-REFUSED-SW
004790     END-IF.
004800*
004810     OPEN INPUT USER-MASTER-FILE.
004820     IF WS-UM-FILE-NOT-PRESENT
004830         MOVE "Y" TO WS-ROSTER-ABSENT-SW
004840     ELSE
004850         IF NOT WS-UM-OK
004860             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004870                 WS-UM-FILE-STATUS
004880             MOVE "Y" TO WS-REFUSED-SW
004890         END-IF
004900     END-IF.
004910*
004920     OPEN INPUT PROFILE-FILE.
004930     IF WS-PRF-FILE-NOT-PRESENT
004940         MOVE "Y" TO WS-PROFILE-ABSENT-SW
004950     ELSE
004960         IF NOT WS-PRF-OK
004970             DISPLAY "PROFILE-FILE OPEN FAILED - STATUS "
004980                 WS-PRF-FILE-STATUS
004990             MOVE "Y" TO WS-REFUSED-SW
005000         END-IF
005010     END-IF.
005020*
005030*    THE OUTREACH HISTORY IS NOT WORTH REFUSING THE RUN OVER -
005040*    A FAILED OPEN FLAGS EVERY PACK *INCOMPLETE* INSTEAD.
005050     OPEN INPUT OUTREACH-HISTORY-FILE.
005060     IF NOT WS-OHS-OK
005070         MOVE "Y" TO WS-OUTREACH-ABSENT-SW
005080         IF NOT WS-OHS-FILE-NOT-PRESENT
005090             DISPLAY "OUTREACH-HISTORY OPEN FAILED - STATUS "
005100                 WS-OHS-FILE-STATUS
005110             ADD 1 TO WS-IO-FAIL-COUNT
005120             MOVE "Y" TO WS-RUN-INCOMPLETE-SW
005130         END-IF
005140     END-IF.
005150*
005160     OPEN OUTPUT REPORT-FILE.
005170     IF NOT WS-RPT-OK
005180         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
005190             WS-RPT-FILE-STATUS
005200         MOVE "Y" TO WS-REFUSED-SW
005210     END-IF.
005220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005230 1000-INITIALIZE-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270* 2000-LOAD-REQUESTS - READ THE REQUEST FILE INTO THE TABLE,     *
005280*                      THE SAME RULES AS UserDel: BLANK AND      *
005290*                      MARKER ("*") RECORDS ARE IGNORED AND      *
005300*                      REQUESTS PAST THE TABLE LIMIT ARE         *
005310*                      DROPPED AND COUNTED FOR A SECOND RUN.     *
005320******************************************************************
005330 2000-LOAD-REQUESTS.
005340     PERFORM 2100-READ-REQUEST-RECORD
005350         THRU 2100-READ-REQUEST-RECORD-EXIT.
005360     PERFORM 2200-STORE-ONE-REQUEST
005370         THRU 2200-STORE-ONE-REQUEST-EXIT
005380         UNTIL WS-END-OF-REQUESTS.
005390 2000-LOAD-REQUESTS-EXIT.
005400     EXIT.
005410*
005420 2100-READ-REQUEST-RECORD.
005430     READ REQUEST-FILE
005440         AT END
005450             MOVE "Y" TO WS-REQ-EOF-SW
005460     END-READ.
005470 2100-READ-REQUEST-RECORD-EXIT.
005480     EXIT.
005490*
005500 2200-STORE-ONE-REQUEST.
005510     IF REQUEST-RECORD = SPACES
005520        OR REQUEST-RECORD(1:1) = "*"
005530         GO TO 2200-STORE-ONE-REQUEST-READ
005540     END-IF.
005550     IF WS-REQUEST-COUNT NOT < WS-REQUEST-MAX
005560         ADD 1 TO WS-DROPPED-COUNT
005570         GO TO 2200-STORE-ONE-REQUEST-READ
005580     END-IF.
005590     ADD 1 TO WS-REQUEST-COUNT.
005600     MOVE REQUEST-RECORD
005610         TO WS-REQ-PSEUDO(WS-REQUEST-COUNT).
005620     MOVE "N" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-COUNT).
005630     MOVE ZERO TO WS-REQ-LINK-FIRST(WS-REQUEST-COUNT)
005640                  WS-REQ-LINK-COUNT(WS-REQUEST-COUNT)
005650                  WS-REQ-JOURNAL-COUNT(WS-REQUEST-COUNT)
005660                  WS-REQ-PURGE-COUNT(WS-REQUEST-COUNT)
005670                  WS-REQ-AUDIT-COUNT(WS-REQUEST-COUNT).
005680*
005690 2200-STORE-ONE-REQUEST-READ.
005700     PERFORM 2100-READ-REQUEST-RECORD
005710         THRU 2100-READ-REQUEST-RECORD-EXIT.
005720 2200-STORE-ONE-REQUEST-EXIT.
005730     EXIT.
005740*
005750******************************************************************
005760* 2300-LOAD-JOURNAL - READ THE ROSTER MAINTENANCE JOURNAL INTO   *
005770*                     STORAGE.  THE MNTJRNL DD CONCATENATES THE  *
005780*                     RETAINED HISTORY AHEAD OF THE CURRENT      *
005790*                     JOURNAL (SEE JCL/USERSAR.JCL).  A JOURNAL  *
005800*                     THAT DOES NOT EXIST YET IS EMPTY; ONE      *
005810*                     THAT CANNOT BE READ, OR THAT OVERFLOWS     *
005820*                     THE TABLE, LEAVES EVERY PACK INCOMPLETE.   *
005830******************************************************************
005840 2300-LOAD-JOURNAL.
005850     OPEN INPUT JOURNAL-FILE.
005860     IF WS-JNL-FILE-NOT-PRESENT
005870         GO TO 2300-LOAD-JOURNAL-EXIT
005880     END-IF.
005890     IF NOT WS-JNL-OK
005900         DISPLAY "MAINT-JOURNAL OPEN FAILED - STATUS "
005910             WS-JNL-FILE-STATUS
005920         ADD 1 TO WS-IO-FAIL-COUNT
005930         MOVE "Y" TO WS-RUN-INCOMPLETE-SW
005940         GO TO 2300-LOAD-JOURNAL-EXIT
005950     END-IF.
005960     PERFORM 2310-READ-JOURNAL-RECORD
005970         THRU 2310-READ-JOURNAL-RECORD-EXIT.
005980     PERFORM 2320-STORE-ONE-JOURNAL-ENTRY
005990         THRU 2320-STORE-ONE-JOURNAL-ENTRY-EXIT
006000         UNTIL WS-END-OF-JOURNAL.
006010     CLOSE JOURNAL-FILE.
006020 2300-LOAD-JOURNAL-EXIT.
006030     EXIT.
006040*
006050 2310-READ-JOURNAL-RECORD.
006060     READ JOURNAL-FILE
006070         AT END
006080             MOVE "Y" TO WS-JNL-EOF-SW
006090     END-READ.
006100 2310-READ-JOURNAL-RECORD-EXIT.
006110     EXIT.
006120*
006130 2320-STORE-ONE-JOURNAL-ENTRY.
006140     ADD 1 TO WS-JOURNAL-READ-COUNT.
006150*    AN ENTRY SCRUBBED BY UserDel NAMES A FORGOTTEN USER AND IS
006160*    NEVER DISCLOSED OR FOLLOWED.
006170     IF MJ-OLD-PSEUDO(1:1) = "*"
006180        OR MJ-NEW-PSEUDO(1:1) = "*"
006190         GO TO 2320-STORE-ONE-JOURNAL-ENTRY-READ
006200     END-IF.
006210     IF WS-JOURNAL-COUNT NOT < WS-JOURNAL-MAX
006220         DISPLAY "MAINT-JOURNAL TABLE FULL AT "
006230             WS-JOURNAL-MAX " ENTRIES"
006240         MOVE "Y" TO WS-RUN-INCOMPLETE-SW
006250         MOVE "Y" TO WS-JNL-EOF-SW
006260         GO TO 2320-STORE-ONE-JOURNAL-ENTRY-EXIT
006270     END-IF.
006280     ADD 1 TO WS-JOURNAL-COUNT.
006290     MOVE MJ-OLD-PSEUDO TO WS-JNL-OLD-PSEUDO(WS-JOURNAL-COUNT).
006300     MOVE MJ-NEW-PSEUDO TO WS-JNL-NEW-PSEUDO(WS-JOURNAL-COUNT).
006310     MOVE MJ-ACTION TO WS-JNL-ACTION(WS-JOURNAL-COUNT).
006320     MOVE MJ-RUN-DATE TO WS-JNL-RUN-DATE(WS-JOURNAL-COUNT).
006330     MOVE MJ-RUN-TIME TO WS-JNL-RUN-TIME(WS-JOURNAL-COUNT).
006340*
006350 2320-STORE-ONE-JOURNAL-ENTRY-READ.
006360     PERFORM 2310-READ-JOURNAL-RECORD
006370         THRU 2310-READ-JOURNAL-RECORD-EXIT.
006380 2320-STORE-ONE-JOURNAL-ENTRY-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420* 2500-BUILD-LINK-SETS - FOR EACH REQUEST, THE SET OF PSEUDOS    *
006430*                        WHOSE RECORDS ARE DISCLOSED: THE        *
006440*                        REQUESTED PSEUDO PLUS EVERY OLD PSEUDO  *
006450*                        RENAMED OR MERGED INTO IT, DIRECTLY OR  *
006460*                        THROUGH A CHAIN (A -> B -> C).  PASSES  *
006470*                        OVER THE JOURNAL REPEAT UNTIL ONE ADDS  *
006480*                        NOTHING.  A RENAME AWAY FROM THE        *
006490*                        REQUESTED PSEUDO IS LISTED IN THE PACK  *
006500*                        BUT THE NEW NAME'S RECORDS ARE NOT      *
006510*                        PULLED IN - THOSE ARE DISCLOSED ONLY    *
006520*                        ON A REQUEST FOR THE NEW NAME.          *
006530******************************************************************
006540 2500-BUILD-LINK-SETS.
006550     PERFORM 2510-BUILD-ONE-LINK-SET
006560         THRU 2510-BUILD-ONE-LINK-SET-EXIT
006570         VARYING WS-REQUEST-IDX FROM 1 BY 1
006580         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
006590 2500-BUILD-LINK-SETS-EXIT.
006600     EXIT.
006610*
006620 2510-BUILD-ONE-LINK-SET.
006630     IF WS-LINK-COUNT NOT < WS-LINK-MAX
006640         DISPLAY "LINK TABLE FULL AT " WS-LINK-MAX " ENTRIES"
006650         MOVE "Y" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-IDX)
006660         GO TO 2510-BUILD-ONE-LINK-SET-EXIT
006670     END-IF.
006680     ADD 1 TO WS-LINK-COUNT.
006690     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX)
006700         TO WS-LNK-PSEUDO(WS-LINK-COUNT).
006710     MOVE WS-REQUEST-IDX TO WS-LNK-REQ-IDX(WS-LINK-COUNT).
006720     MOVE WS-LINK-COUNT TO WS-REQ-LINK-FIRST(WS-REQUEST-IDX).
006730     MOVE 1 TO WS-REQ-LINK-COUNT(WS-REQUEST-IDX).
006740*
006750     MOVE "Y" TO WS-LINK-ADDED-SW.
006760     PERFORM 2520-LINK-PASS
006770         THRU 2520-LINK-PASS-EXIT
006780         UNTIL NOT WS-LINK-ADDED.
006790*
006800     PERFORM 2550-COUNT-JOURNAL-ENTRY
006810         THRU 2550-COUNT-JOURNAL-ENTRY-EXIT
006820         VARYING WS-JNL-IDX FROM 1 BY 1
006830         UNTIL WS-JNL-IDX > WS-JOURNAL-COUNT.
006840 2510-BUILD-ONE-LINK-SET-EXIT.
006850     EXIT.
006860*
006870 2520-LINK-PASS.
006880     MOVE "N" TO WS-LINK-ADDED-SW.
006890     PERFORM 2530-CHECK-JOURNAL-LINK
006900         THRU 2530-CHECK-JOURNAL-LINK-EXIT
006910         VARYING WS-JNL-IDX FROM 1 BY 1
006920         UNTIL WS-JNL-IDX > WS-JOURNAL-COUNT.
006930 2520-LINK-PASS-EXIT.
006940     EXIT.
006950*
006960 2530-CHECK-JOURNAL-LINK.
006970*    AN ENTRY EXTENDS THE SET WHEN ITS SURVIVOR IS ALREADY IN THE
006980*    SET AND ITS OLD PSEUDO IS NOT YET.
006990     MOVE WS-JNL-NEW-PSEUDO(WS-JNL-IDX) TO WS-SEARCH-PSEUDO.
007000     PERFORM 2540-FIND-IN-LINK-SET
007010         THRU 2540-FIND-IN-LINK-SET-EXIT.
007020     IF NOT WS-LINK-FOUND
007030         GO TO 2530-CHECK-JOURNAL-LINK-EXIT
007040     END-IF.
007050     MOVE WS-JNL-OLD-PSEUDO(WS-JNL-IDX) TO WS-SEARCH-PSEUDO.
007060     PERFORM 2540-FIND-IN-LINK-SET
007070         THRU 2540-FIND-IN-LINK-SET-EXIT.
007080     IF WS-LINK-FOUND
007090         GO TO 2530-CHECK-JOURNAL-LINK-EXIT
007100     END-IF.
007110     IF WS-LINK-COUNT NOT < WS-LINK-MAX
007120         DISPLAY "LINK TABLE FULL AT " WS-LINK-MAX " ENTRIES"
007130         MOVE "Y" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-IDX)
007140         GO TO 2530-CHECK-JOURNAL-LINK-EXIT
007150     END-IF.
007160     ADD 1 TO WS-LINK-COUNT.
007170     MOVE WS-JNL-OLD-PSEUDO(WS-JNL-IDX)
007180         TO WS-LNK-PSEUDO(WS-LINK-COUNT).
007190     MOVE WS-REQUEST-IDX TO WS-LNK-REQ-IDX(WS-LINK-COUNT).
007200     ADD 1 TO WS-REQ-LINK-COUNT(WS-REQUEST-IDX).
007210     MOVE "Y" TO WS-LINK-ADDED-SW.
007220 2530-CHECK-JOURNAL-LINK-EXIT.
007230     EXIT.
007240*
007250 2540-FIND-IN-LINK-SET.
007260     MOVE "N" TO WS-LINK-FOUND-SW.
007270     COMPUTE WS-LINK-LAST = WS-REQ-LINK-FIRST(WS-REQUEST-IDX)
007280                          + WS-REQ-LINK-COUNT(WS-REQUEST-IDX)
007290                          - 1.
007300     PERFORM 2545-COMPARE-ONE-LINK
007310         THRU 2545-COMPARE-ONE-LINK-EXIT
007320         VARYING WS-LINK-IDX
007330             FROM WS-REQ-LINK-FIRST(WS-REQUEST-IDX) BY 1
007340         UNTIL WS-LINK-IDX > WS-LINK-LAST
007350            OR WS-LINK-FOUND.
007360 2540-FIND-IN-LINK-SET-EXIT.
007370     EXIT.
007380*
007390 2545-COMPARE-ONE-LINK.
007400     IF WS-LNK-PSEUDO(WS-LINK-IDX) = WS-SEARCH-PSEUDO
007410         MOVE "Y" TO WS-LINK-FOUND-SW
007420     END-IF.
007430 2545-COMPARE-ONE-LINK-EXIT.
007440     EXIT.
007450*
007460 2550-COUNT-JOURNAL-ENTRY.
007470     PERFORM 2560-TEST-JOURNAL-ENTRY
007480         THRU 2560-TEST-JOURNAL-ENTRY-EXIT.
007490     IF WS-JNL-MATCHES
007500         ADD 1 TO WS-REQ-JOURNAL-COUNT(WS-REQUEST-IDX)
007510     END-IF.
007520 2550-COUNT-JOURNAL-ENTRY-EXIT.
007530     EXIT.
007540*
007550 2560-TEST-JOURNAL-ENTRY.
007560*    AN ENTRY BELONGS IN THE PACK WHEN ITS SURVIVOR IS IN THE
007570*    REQUEST'S SET, OR WHEN IT RENAMED OR MERGED THE REQUESTED
007580*    PSEUDO ITSELF AWAY.
007590     MOVE "N" TO WS-JNL-MATCH-SW.
007600     IF WS-JNL-OLD-PSEUDO(WS-JNL-IDX)
007610             = WS-REQ-PSEUDO(WS-REQUEST-IDX)
007620         MOVE "Y" TO WS-JNL-MATCH-SW
007630         GO TO 2560-TEST-JOURNAL-ENTRY-EXIT
007640     END-IF.
007650     MOVE WS-JNL-NEW-PSEUDO(WS-JNL-IDX) TO WS-SEARCH-PSEUDO.
007660     PERFORM 2540-FIND-IN-LINK-SET
007670         THRU 2540-FIND-IN-LINK-SET-EXIT.
007680     IF WS-LINK-FOUND
007690         MOVE "Y" TO WS-JNL-MATCH-SW
007700     END-IF.
007710 2560-TEST-JOURNAL-ENTRY-EXIT.
007720     EXIT.
007730*
007740******************************************************************
007750* 3000-FEED-SORT - RELEASE TO THE SORT EVERY PURGE-ARCHIVE AND   *
007760*                  AUDIT RECORD CARRYING A PSEUDO IN SOME        *
007770*                  REQUEST'S SET, TAGGED WITH THAT REQUEST.  A   *
007780*                  RECORD LINKED TO TWO REQUESTS IS RELEASED     *
007790*                  ONCE FOR EACH.                                *
007800******************************************************************
007810 3000-FEED-SORT.
007820     PERFORM 3100-FEED-AUDIT-TRAIL
007830         THRU 3100-FEED-AUDIT-TRAIL-EXIT.
007840     PERFORM 3400-FEED-PURGE-ARCHIVE
007850         THRU 3400-FEED-PURGE-ARCHIVE-EXIT.
007860 3000-FEED-SORT-EXIT.
007870     EXIT.
007880*
007890******************************************************************
007900* 3100-FEED-AUDIT-TRAIL - ONE PASS OVER THE LIFETIME AUDIT       *
007910*                         TRAIL.  MARKER RECORDS ARE SKIPPED;    *
007920*                         RECORDS WRITTEN BEFORE AUD-CHANNEL     *
007930*                         EXISTED CARRY CHANNEL "?" AND A BLANK  *
007940*                         LANGUAGE.  AN AUDIT LOG THAT DOES NOT  *
007950*                         EXIST YET IS TREATED AS EMPTY.         *
007960******************************************************************
007970 3100-FEED-AUDIT-TRAIL.
007980     OPEN INPUT AUDIT-LOG-FILE.
007990     IF WS-AUD-FILE-NOT-PRESENT
008000         GO TO 3100-FEED-AUDIT-TRAIL-EXIT
008010     END-IF.
008020     IF NOT WS-AUD-OK
008030         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
008040             WS-AUD-FILE-STATUS
008050         ADD 1 TO WS-IO-FAIL-COUNT
008060         MOVE "Y" TO WS-RUN-INCOMPLETE-SW
008070         GO TO 3100-FEED-AUDIT-TRAIL-EXIT
008080     END-IF.
008090     PERFORM 3150-READ-AUDIT-RECORD
008100         THRU 3150-READ-AUDIT-RECORD-EXIT.
008110     PERFORM 3200-RELEASE-AUDIT-MATCHES
008120         THRU 3200-RELEASE-AUDIT-MATCHES-EXIT
008130         UNTIL WS-END-OF-AUDIT.
008140     CLOSE AUDIT-LOG-FILE.
008150 3100-FEED-AUDIT-TRAIL-EXIT.
008160     EXIT.
008170*
008180 3150-READ-AUDIT-RECORD.
008190     READ AUDIT-LOG-FILE
008200         AT END
008210             MOVE "Y" TO WS-AUD-EOF-SW
008220     END-READ.
008230 3150-READ-AUDIT-RECORD-EXIT.
008240     EXIT.
008250*
008260 3200-RELEASE-AUDIT-MATCHES.
008270     ADD 1 TO WS-AUDIT-READ-COUNT.
008280     IF AUD-PSEUDO(1:1) = "*"
008290         GO TO 3200-RELEASE-AUDIT-MATCHES-READ
008300     END-IF.
008310     IF WS-AUD-RECORD-LENGTH < 31
008320         MOVE "?" TO AUD-CHANNEL
008330         MOVE SPACES TO AUD-LANG-CODE
008340     END-IF.
008350     PERFORM 3250-MATCH-AUDIT-LINK
008360         THRU 3250-MATCH-AUDIT-LINK-EXIT
008370         VARYING WS-LINK-IDX FROM 1 BY 1
008380         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
008390*
008400 3200-RELEASE-AUDIT-MATCHES-READ.
008410     PERFORM 3150-READ-AUDIT-RECORD
008420         THRU 3150-READ-AUDIT-RECORD-EXIT.
008430 3200-RELEASE-AUDIT-MATCHES-EXIT.
008440     EXIT.
008450*
008460 3250-MATCH-AUDIT-LINK.
008470     IF WS-LNK-PSEUDO(WS-LINK-IDX) NOT = AUD-PSEUDO
008480         GO TO 3250-MATCH-AUDIT-LINK-EXIT
008490     END-IF.
008500     MOVE WS-LNK-REQ-IDX(WS-LINK-IDX) TO SRT-REQ-IDX.
008510     MOVE "2" TO SRT-KIND.
008520     MOVE AUD-PSEUDO TO SRT-PSEUDO.
008530     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
008540     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
008550     MOVE AUD-CHANNEL TO SRT-CHANNEL.
008560     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
008570     MOVE ZERO TO SRT-VISIT-COUNT SRT-LAST-VISIT-DATE.
008580     RELEASE SRT-RECORD.
008590     MOVE WS-LNK-REQ-IDX(WS-LINK-IDX) TO WS-REQUEST-IDX.
008600     ADD 1 TO WS-REQ-AUDIT-COUNT(WS-REQUEST-IDX).
008610 3250-MATCH-AUDIT-LINK-EXIT.
008620     EXIT.
008630*
008640******************************************************************
008650* 3400-FEED-PURGE-ARCHIVE - ONE PASS OVER THE DORMANCY PURGE     *
008660*                           ARCHIVE.  MARKER RECORDS (SCRUBBED   *
008670*                           BY UserDel) ARE SKIPPED; AN ARCHIVE  *
008680*                           THAT DOES NOT EXIST YET IS EMPTY.    *
008690******************************************************************
008700 3400-FEED-PURGE-ARCHIVE.
008710     OPEN INPUT PURGED-FILE.
008720     IF WS-PRG-FILE-NOT-PRESENT
008730         GO TO 3400-FEED-PURGE-ARCHIVE-EXIT
008740     END-IF.
008750     IF NOT WS-PRG-OK
008760         DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
008770             WS-PRG-FILE-STATUS
008780         ADD 1 TO WS-IO-FAIL-COUNT
008790         MOVE "Y" TO WS-RUN-INCOMPLETE-SW
008800         GO TO 3400-FEED-PURGE-ARCHIVE-EXIT
008810     END-IF.
008820     PERFORM 3450-READ-PURGED-RECORD
008830         THRU 3450-READ-PURGED-RECORD-EXIT.
008840     PERFORM 3500-RELEASE-PURGE-MATCHES
008850         THRU 3500-RELEASE-PURGE-MATCHES-EXIT
008860         UNTIL WS-END-OF-PURGED.
008870     CLOSE PURGED-FILE.
008880 3400-FEED-PURGE-ARCHIVE-EXIT.
008890     EXIT.
008900*
008910 3450-READ-PURGED-RECORD.
008920     READ PURGED-FILE
008930         AT END
008940             MOVE "Y" TO WS-PRG-EOF-SW
008950     END-READ.
008960 3450-READ-PURGED-RECORD-EXIT.
008970     EXIT.
008980*
008990 3500-RELEASE-PURGE-MATCHES.
009000     ADD 1 TO WS-PURGE-READ-COUNT.
009010     IF PRG-PSEUDO(1:1) = "*"
009020         GO TO 3500-RELEASE-PURGE-MATCHES-READ
009030     END-IF.
009040     PERFORM 3550-MATCH-PURGE-LINK
009050         THRU 3550-MATCH-PURGE-LINK-EXIT
009060         VARYING WS-LINK-IDX FROM 1 BY 1
009070         UNTIL WS-LINK-IDX > WS-LINK-COUNT.
009080*
009090 3500-RELEASE-PURGE-MATCHES-READ.
009100     PERFORM 3450-READ-PURGED-RECORD
009110         THRU 3450-READ-PURGED-RECORD-EXIT.
009120 3500-RELEASE-PURGE-MATCHES-EXIT.
009130     EXIT.
009140*
009150 3550-MATCH-PURGE-LINK.
009160     IF WS-LNK-PSEUDO(WS-LINK-IDX) NOT = PRG-PSEUDO
009170         GO TO 3550-MATCH-PURGE-LINK-EXIT
009180     END-IF.
009190     MOVE WS-LNK-REQ-IDX(WS-LINK-IDX) TO SRT-REQ-IDX.
009200     MOVE "1" TO SRT-KIND.
009210     MOVE PRG-PSEUDO TO SRT-PSEUDO.
009220     MOVE PRG-FIRST-SEEN-DATE TO SRT-RUN-DATE.
009230     MOVE ZERO TO SRT-RUN-TIME.
009240     MOVE SPACES TO SRT-CHANNEL.
009250     MOVE PRG-LANG-CODE TO SRT-LANG-CODE.
009260     MOVE PRG-VISIT-COUNT TO SRT-VISIT-COUNT.
009270     MOVE PRG-LAST-VISIT-DATE TO SRT-LAST-VISIT-DATE.
009280     RELEASE SRT-RECORD.
009290     MOVE WS-LNK-REQ-IDX(WS-LINK-IDX) TO WS-REQUEST-IDX.
009300     ADD 1 TO WS-REQ-PURGE-COUNT(WS-REQUEST-IDX).
009310 3550-MATCH-PURGE-LINK-EXIT.
009320     EXIT.
009330*
009340******************************************************************
009350* 4000-WRITE-DISCLOSURE-PACKS - ONE PACK PER REQUEST, IN REQUEST *
009360*                               ORDER, EACH ON A NEW PAGE.  THE  *
009370*                               SORTED FILE IS IN THE SAME       *
009380*                               ORDER AND IS CONSUMED AS EACH    *
009390*                               PACK REACHES ITS PURGE AND       *
009400*                               GREETING SECTIONS.               *
009410******************************************************************
009420 4000-WRITE-DISCLOSURE-PACKS.
009430     OPEN INPUT SORTED-FILE.
009440     IF NOT WS-SRT-OK
009450         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
009460             WS-SRT-FILE-STATUS
009470         ADD 1 TO WS-IO-FAIL-COUNT
009480         MOVE "Y" TO WS-RUN-INCOMPLETE-SW
009490         MOVE "Y" TO WS-SRT-EOF-SW
009500     ELSE
009510         MOVE "Y" TO WS-SORTED-OPEN-SW
009520         PERFORM 4050-READ-SORTED-RECORD
009530             THRU 4050-READ-SORTED-RECORD-EXIT
009540     END-IF.
009550     PERFORM 4100-WRITE-ONE-PACK
009560         THRU 4100-WRITE-ONE-PACK-EXIT
009570         VARYING WS-REQUEST-IDX FROM 1 BY 1
009580         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
009590     IF WS-SORTED-OPEN
009600         CLOSE SORTED-FILE
009610     END-IF.
009620 4000-WRITE-DISCLOSURE-PACKS-EXIT.
009630     EXIT.
009640*
009650 4050-READ-SORTED-RECORD.
009660     READ SORTED-FILE
009670         AT END
009680             MOVE "Y" TO WS-SRT-EOF-SW
009690     END-READ.
009700 4050-READ-SORTED-RECORD-EXIT.
009710     EXIT.
009720*
009730 4100-WRITE-ONE-PACK.
009740     PERFORM 4150-READ-KEYED-RECORDS
009750         THRU 4150-READ-KEYED-RECORDS-EXIT.
009760     ADD 1 TO WS-PACK-COUNT.
009770*
009780     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
009790     MOVE SPACES TO REPORT-RECORD.
009800     STRING "COBILISTE - SUBJECT ACCESS DISCLOSURE  "
009810             DELIMITED BY SIZE
009820             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
009830             INTO REPORT-RECORD.
009840     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
009850     PERFORM 5100-CHECK-REPORT-WRITE
009860         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009870     MOVE SPACES TO WS-LABEL-LINE.
009880     MOVE "PSEUDO REQUESTED  . . . . . . . : " TO WS-LBL-TEXT.
009890     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO WS-LBL-VALUE.
009900     PERFORM 5200-WRITE-LABEL-LINE
009910         THRU 5200-WRITE-LABEL-LINE-EXIT.
009920*
009930     IF NOT WS-ON-ROSTER
009940        AND NOT WS-HAS-PROFILE
009950        AND WS-REQ-PURGE-COUNT(WS-REQUEST-IDX) = ZERO
009960        AND WS-REQ-JOURNAL-COUNT(WS-REQUEST-IDX) = ZERO
009970        AND WS-REQ-AUDIT-COUNT(WS-REQUEST-IDX) = ZERO
009980        AND WS-REQ-OUTREACH-COUNT(WS-REQUEST-IDX) = ZERO
009990         PERFORM 4200-WRITE-NO-DATA-PAGE
010000             THRU 4200-WRITE-NO-DATA-PAGE-EXIT
010010     ELSE
010020         PERFORM 4300-WRITE-ROSTER-SECTION
010030             THRU 4300-WRITE-ROSTER-SECTION-EXIT
010040         PERFORM 4400-WRITE-PROFILE-SECTION
010050             THRU 4400-WRITE-PROFILE-SECTION-EXIT
010060         PERFORM 4500-WRITE-PURGE-SECTION
010070             THRU 4500-WRITE-PURGE-SECTION-EXIT
010080         PERFORM 4600-WRITE-JOURNAL-SECTION
010090             THRU 4600-WRITE-JOURNAL-SECTION-EXIT
010100         PERFORM 4700-WRITE-GREETING-SECTION
010110             THRU 4700-WRITE-GREETING-SECTION-EXIT
010120         PERFORM 4800-WRITE-OUTREACH-SECTION
010130             THRU 4800-WRITE-OUTREACH-SECTION-EXIT
010140     END-IF.
010150*
010160     MOVE SPACES TO REPORT-RECORD.
010170     WRITE REPORT-RECORD.
010180     PERFORM 5100-CHECK-REPORT-WRITE
010190         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010200     IF WS-RUN-INCOMPLETE
010210        OR WS-REQ-INCOMPLETE(WS-REQUEST-IDX)
010220         ADD 1 TO WS-INCOMPLETE-COUNT
010230         MOVE SPACES TO REPORT-RECORD
010240         STRING "*INCOMPLETE* - A FILE COULD NOT BE READ IN "
010250                 DELIMITED BY SIZE
010260                 "FULL.  DO NOT SEND THIS PACK."
010270                 DELIMITED BY SIZE
010280                 INTO REPORT-RECORD
010290     ELSE
010300         MOVE SPACES TO REPORT-RECORD
010310         STRING "END OF DISCLOSURE FOR " DELIMITED BY SIZE
010320                 WS-REQ-PSEUDO(WS-REQUEST-IDX)
010330                 DELIMITED BY SIZE
010340                 INTO REPORT-RECORD
010350     END-IF.
010360     WRITE REPORT-RECORD.
010370     PERFORM 5100-CHECK-REPORT-WRITE
010380         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010390 4100-WRITE-ONE-PACK-EXIT.
010400     EXIT.
010410*
010420 4150-READ-KEYED-RECORDS.
010430*    A KEYED READ THAT FAILS FOR ANY REASON BUT NOT-FOUND LEAVES
010440*    THE PACK INCOMPLETE - "NOT HELD" MUST NEVER BE PRINTED ON
010450*    THE STRENGTH OF A READ ERROR.
010460     MOVE "N" TO WS-ON-ROSTER-SW.
010470     IF NOT WS-ROSTER-ABSENT
010480         MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO UM-PSEUDO
010490         READ USER-MASTER-FILE
010500             INVALID KEY
010510                 CONTINUE
010520         END-READ
010530         IF WS-UM-OK
010540             MOVE "Y" TO WS-ON-ROSTER-SW
010550         ELSE
010560             IF NOT WS-UM-NOT-FOUND
010570                 DISPLAY "USER-MASTER READ FAILED - STATUS "
010580                     WS-UM-FILE-STATUS
010590                 ADD 1 TO WS-IO-FAIL-COUNT
010600                 MOVE "Y" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-IDX)
010610             END-IF
010620         END-IF
010630     END-IF.
010640*
010650     MOVE "N" TO WS-HAS-PROFILE-SW.
010660     IF NOT WS-PROFILE-ABSENT
010670         MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO PF-PSEUDO
010680         READ PROFILE-FILE
010690             INVALID KEY
010700                 CONTINUE
010710         END-READ
010720         IF WS-PRF-OK
010730             MOVE "Y" TO WS-HAS-PROFILE-SW
010740         ELSE
010750             IF NOT WS-PRF-NOT-FOUND
010760                 DISPLAY "PROFILE-FILE READ FAILED - STATUS "
010770                     WS-PRF-FILE-STATUS
010780                 ADD 1 TO WS-IO-FAIL-COUNT
010790                 MOVE "Y" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-IDX)
010800             END-IF
010810         END-IF
010820     END-IF.
010830*
010840     MOVE ZERO TO WS-REQ-OUTREACH-COUNT(WS-REQUEST-IDX).
010850     IF NOT WS-OUTREACH-ABSENT
010860        AND WS-REQ-LINK-COUNT(WS-REQUEST-IDX) > ZERO
010870         MOVE "N" TO WS-OHS-LISTING-SW
010880         PERFORM 4810-BROWSE-OUTREACH-SET
010890             THRU 4810-BROWSE-OUTREACH-SET-EXIT
010900     END-IF.
010910 4150-READ-KEYED-RECORDS-EXIT.
010920     EXIT.
010930*
010940******************************************************************
010950* 4200-WRITE-NO-DATA-PAGE - THE EXPLICIT "NO DATA HELD" ANSWER.  *
010960*                           IT NAMES EVERY FILE SEARCHED SO THE  *
010970*                           PAGE STANDS ON ITS OWN AS THE REPLY. *
010980******************************************************************
010990 4200-WRITE-NO-DATA-PAGE.
011000     ADD 1 TO WS-NO-DATA-COUNT.
011010     MOVE SPACES TO REPORT-RECORD.
011020     WRITE REPORT-RECORD.
011030     PERFORM 5100-CHECK-REPORT-WRITE
011040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011050     MOVE "NO DATA HELD." TO REPORT-RECORD.
011060     WRITE REPORT-RECORD.
011070     PERFORM 5100-CHECK-REPORT-WRITE
011080         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011090     MOVE SPACES TO REPORT-RECORD.
011100     WRITE REPORT-RECORD.
011110     PERFORM 5100-CHECK-REPORT-WRITE
011120         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011130     MOVE "WE HOLD NO RECORD OF THIS PSEUDO.  THE FOLLOWING WERE"
011140         TO REPORT-RECORD.
011150     WRITE REPORT-RECORD.
011160     PERFORM 5100-CHECK-REPORT-WRITE
011170         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011180     MOVE "SEARCHED ON THE DATE ABOVE:" TO REPORT-RECORD.
011190     WRITE REPORT-RECORD.
011200     PERFORM 5100-CHECK-REPORT-WRITE
011210         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011220     MOVE "    THE USER ROSTER" TO REPORT-RECORD.
011230     WRITE REPORT-RECORD.
011240     PERFORM 5100-CHECK-REPORT-WRITE
011250         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011260     MOVE "    THE CONTACT PROFILE FILE" TO REPORT-RECORD.
011270     WRITE REPORT-RECORD.
011280     PERFORM 5100-CHECK-REPORT-WRITE
011290         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011300     MOVE "    THE DORMANCY PURGE ARCHIVE" TO REPORT-RECORD.
011310     WRITE REPORT-RECORD.
011320     PERFORM 5100-CHECK-REPORT-WRITE
011330         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011340     MOVE "    THE ROSTER RENAME/MERGE HISTORY" TO REPORT-RECORD.
011350     WRITE REPORT-RECORD.
011360     PERFORM 5100-CHECK-REPORT-WRITE
011370         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011380     MOVE "    THE GREETING AUDIT TRAIL, ALL ARCHIVED YEARS"
011390         TO REPORT-RECORD.
011400     WRITE REPORT-RECORD.
011410     PERFORM 5100-CHECK-REPORT-WRITE
011420         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011430     MOVE "    THE OUTREACH LETTER HISTORY" TO REPORT-RECORD.
011440     WRITE REPORT-RECORD.
011450     PERFORM 5100-CHECK-REPORT-WRITE
011460         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011470 4200-WRITE-NO-DATA-PAGE-EXIT.
011480     EXIT.
011490*
011500******************************************************************
011510* 4300-WRITE-ROSTER-SECTION - THE USER-MASTER RECORD.            *
011520******************************************************************
011530 4300-WRITE-ROSTER-SECTION.
011540     MOVE "1. USER ROSTER RECORD" TO WS-LBL-TEXT.
011550     PERFORM 5300-WRITE-SECTION-HEADING
011560         THRU 5300-WRITE-SECTION-HEADING-EXIT.
011570     IF NOT WS-ON-ROSTER
011580         PERFORM 5400-WRITE-NONE-HELD
011590             THRU 5400-WRITE-NONE-HELD-EXIT
011600         GO TO 4300-WRITE-ROSTER-SECTION-EXIT
011610     END-IF.
011620     MOVE SPACES TO WS-LABEL-LINE.
011630     MOVE "    FIRST SEEN  . . . . . . . . : " TO WS-LBL-TEXT.
011640     MOVE UM-FIRST-SEEN-DATE TO WS-REPORT-DATE-EDIT.
011650     MOVE WS-REPORT-DATE-EDIT TO WS-LBL-VALUE.
011660     PERFORM 5200-WRITE-LABEL-LINE
011670         THRU 5200-WRITE-LABEL-LINE-EXIT.
011680     MOVE SPACES TO WS-LABEL-LINE.
011690     MOVE "    VISITS RECORDED . . . . . . : " TO WS-LBL-TEXT.
011700     MOVE UM-VISIT-COUNT TO WS-REPORT-NUMERIC-EDIT.
011710     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
011720     PERFORM 5200-WRITE-LABEL-LINE
011730         THRU 5200-WRITE-LABEL-LINE-EXIT.
011740     MOVE SPACES TO WS-LABEL-LINE.
011750     MOVE "    LAST VISIT  . . . . . . . . : " TO WS-LBL-TEXT.
011760     MOVE UM-LAST-VISIT-DATE TO WS-REPORT-DATE-EDIT.
011770     MOVE WS-REPORT-DATE-EDIT TO WS-LBL-VALUE.
011780     PERFORM 5200-WRITE-LABEL-LINE
011790         THRU 5200-WRITE-LABEL-LINE-EXIT.
011800     MOVE SPACES TO WS-LABEL-LINE.
011810     MOVE "    LANGUAGE  . . . . . . . . . : " TO WS-LBL-TEXT.
011820     MOVE UM-LANG-CODE TO WS-LBL-VALUE.
011830     PERFORM 5200-WRITE-LABEL-LINE
011840         THRU 5200-WRITE-LABEL-LINE-EXIT.
011850 4300-WRITE-ROSTER-SECTION-EXIT.
011860     EXIT.
011870*
011880******************************************************************
011890* 4400-WRITE-PROFILE-SECTION - CONTACT ADDRESS AND CONSENT.      *
011900******************************************************************
011910 4400-WRITE-PROFILE-SECTION.
011920     MOVE "2. CONTACT PROFILE" TO WS-LBL-TEXT.
011930     PERFORM 5300-WRITE-SECTION-HEADING
011940         THRU 5300-WRITE-SECTION-HEADING-EXIT.
011950     IF NOT WS-HAS-PROFILE
011960         PERFORM 5400-WRITE-NONE-HELD
011970             THRU 5400-WRITE-NONE-HELD-EXIT
011980         GO TO 4400-WRITE-PROFILE-SECTION-EXIT
011990     END-IF.
012000     MOVE SPACES TO WS-LABEL-LINE.
012010     MOVE "    CONTACT ADDRESS . . . . . . : " TO WS-LBL-TEXT.
012020     MOVE PF-CONTACT-ADDRESS TO WS-LBL-VALUE.
012030     PERFORM 5200-WRITE-LABEL-LINE
012040         THRU 5200-WRITE-LABEL-LINE-EXIT.
012050     MOVE SPACES TO WS-LABEL-LINE.
012060     MOVE "    CONSENT TO CONTACT  . . . . : " TO WS-LBL-TEXT.
012070     IF PF-CONSENT-GIVEN
012080         MOVE "GIVEN" TO WS-LBL-VALUE
012090     ELSE
012100         MOVE "NOT GIVEN" TO WS-LBL-VALUE
012110     END-IF.
012120     PERFORM 5200-WRITE-LABEL-LINE
012130         THRU 5200-WRITE-LABEL-LINE-EXIT.
012140     MOVE SPACES TO WS-LABEL-LINE.
012150     MOVE "    CONSENT DATE  . . . . . . . : " TO WS-LBL-TEXT.
012160     MOVE PF-CONSENT-DATE TO WS-REPORT-DATE-EDIT.
012170     MOVE WS-REPORT-DATE-EDIT TO WS-LBL-VALUE.
012180     PERFORM 5200-WRITE-LABEL-LINE
012190         THRU 5200-WRITE-LABEL-LINE-EXIT.
012200     IF PF-UPDATE-DATE IS NUMERIC
012210        AND PF-UPDATE-DATE > ZERO
012220         MOVE SPACES TO WS-LABEL-LINE
012230         MOVE "    LAST CHANGED  . . . . . . . : " TO WS-LBL-TEXT
012240         MOVE PF-UPDATE-DATE TO WS-REPORT-DATE-EDIT
012250         MOVE WS-REPORT-DATE-EDIT TO WS-LBL-VALUE
012260         PERFORM 5200-WRITE-LABEL-LINE
012270             THRU 5200-WRITE-LABEL-LINE-EXIT
012280     END-IF.
012290 4400-WRITE-PROFILE-SECTION-EXIT.
012300     EXIT.
012310*
012320******************************************************************
012330* 4500-WRITE-PURGE-SECTION - ANY DORMANCY PURGE-ARCHIVE RECORD   *
012340*                            FOR THE PSEUDO OR ITS OLD NAMES.    *
012350******************************************************************
012360 4500-WRITE-PURGE-SECTION.
012370     MOVE "3. DORMANCY PURGE ARCHIVE" TO WS-LBL-TEXT.
012380     PERFORM 5300-WRITE-SECTION-HEADING
012390         THRU 5300-WRITE-SECTION-HEADING-EXIT.
012400     MOVE ZERO TO WS-SECTION-COUNT.
012410     PERFORM 4550-WRITE-ONE-PURGE-LINE
012420         THRU 4550-WRITE-ONE-PURGE-LINE-EXIT
012430         UNTIL WS-END-OF-SORTED
012440            OR OUT-REQ-IDX NOT = WS-REQUEST-IDX
012450            OR NOT OUT-KIND-PURGE.
012460     IF WS-SECTION-COUNT = ZERO
012470         PERFORM 5400-WRITE-NONE-HELD
012480             THRU 5400-WRITE-NONE-HELD-EXIT
012490     END-IF.
012500 4500-WRITE-PURGE-SECTION-EXIT.
012510     EXIT.
012520*
012530 4550-WRITE-ONE-PURGE-LINE.
012540     ADD 1 TO WS-SECTION-COUNT.
012550     ADD 1 TO WS-DISCLOSED-COUNT.
012560     MOVE OUT-PSEUDO TO WS-PL-PSEUDO.
012570     MOVE OUT-RUN-DATE TO WS-PL-FIRST-SEEN.
012580     MOVE OUT-VISIT-COUNT TO WS-PL-VISITS.
012590     MOVE OUT-LAST-VISIT-DATE TO WS-PL-LAST-VISIT.
012600     MOVE OUT-LANG-CODE TO WS-PL-LANG.
012610     MOVE WS-PURGE-LINE TO REPORT-RECORD.
012620     WRITE REPORT-RECORD.
012630     PERFORM 5100-CHECK-REPORT-WRITE
012640         THRU 5100-CHECK-REPORT-WRITE-EXIT.
012650     PERFORM 4050-READ-SORTED-RECORD
012660         THRU 4050-READ-SORTED-RECORD-EXIT.
012670 4550-WRITE-ONE-PURGE-LINE-EXIT.
012680     EXIT.
012690*
012700******************************************************************
012710* 4600-WRITE-JOURNAL-SECTION - THE RENAMES AND MERGES THAT LINK  *
012720*                              OLD PSEUDOS TO THIS ONE, OR THAT  *
012730*                              MOVED THIS ONE AWAY, IN JOURNAL   *
012740*                              ORDER.                            *
012750******************************************************************
012760 4600-WRITE-JOURNAL-SECTION.
012770     MOVE "4. RENAME AND MERGE HISTORY" TO WS-LBL-TEXT.
012780     PERFORM 5300-WRITE-SECTION-HEADING
012790         THRU 5300-WRITE-SECTION-HEADING-EXIT.
012800     IF WS-REQ-JOURNAL-COUNT(WS-REQUEST-IDX) = ZERO
012810         PERFORM 5400-WRITE-NONE-HELD
012820             THRU 5400-WRITE-NONE-HELD-EXIT
012830         GO TO 4600-WRITE-JOURNAL-SECTION-EXIT
012840     END-IF.
012850     PERFORM 4650-WRITE-ONE-JOURNAL-LINE
012860         THRU 4650-WRITE-ONE-JOURNAL-LINE-EXIT
012870         VARYING WS-JNL-IDX FROM 1 BY 1
012880         UNTIL WS-JNL-IDX > WS-JOURNAL-COUNT.
012890 4600-WRITE-JOURNAL-SECTION-EXIT.
012900     EXIT.
012910*
012920 4650-WRITE-ONE-JOURNAL-LINE.
012930     PERFORM 2560-TEST-JOURNAL-ENTRY
012940         THRU 2560-TEST-JOURNAL-ENTRY-EXIT.
012950     IF NOT WS-JNL-MATCHES
012960         GO TO 4650-WRITE-ONE-JOURNAL-LINE-EXIT
012970     END-IF.
012980     ADD 1 TO WS-DISCLOSED-COUNT.
012990     MOVE WS-JNL-RUN-DATE(WS-JNL-IDX) TO WS-JL-DATE.
013000     MOVE WS-JNL-RUN-TIME(WS-JNL-IDX) TO WS-JL-TIME.
013010     MOVE WS-JNL-OLD-PSEUDO(WS-JNL-IDX) TO WS-JL-OLD-PSEUDO.
013020     MOVE WS-JNL-NEW-PSEUDO(WS-JNL-IDX) TO WS-JL-NEW-PSEUDO.
013030     IF WS-JNL-ACTION(WS-JNL-IDX) = "M"
013040         MOVE "MERGED INTO" TO WS-JL-ACTION-TEXT
013050     ELSE
013060         MOVE "RENAMED TO" TO WS-JL-ACTION-TEXT
013070     END-IF.
013080     MOVE WS-JOURNAL-LINE TO REPORT-RECORD.
013090     WRITE REPORT-RECORD.
013100     PERFORM 5100-CHECK-REPORT-WRITE
013110         THRU 5100-CHECK-REPORT-WRITE-EXIT.
013120 4650-WRITE-ONE-JOURNAL-LINE-EXIT.
013130     EXIT.
013140*
013150******************************************************************
013160* 4700-WRITE-GREETING-SECTION - EVERY GREETING ON THE LIFETIME   *
013170*                               AUDIT TRAIL, OLDEST FIRST, WITH  *
013180*                               CHANNEL, LANGUAGE AND THE PSEUDO *
013190*                               IT WAS RECORDED UNDER.           *
013200******************************************************************
013210 4700-WRITE-GREETING-SECTION.
013220     MOVE "5. GREETING HISTORY" TO WS-LBL-TEXT.
013230     PERFORM 5300-WRITE-SECTION-HEADING
013240         THRU 5300-WRITE-SECTION-HEADING-EXIT.
013250     IF WS-REQ-AUDIT-COUNT(WS-REQUEST-IDX) = ZERO
013260         PERFORM 5400-WRITE-NONE-HELD
013270             THRU 5400-WRITE-NONE-HELD-EXIT
013280         GO TO 4700-WRITE-GREETING-SECTION-EXIT
013290     END-IF.
013300     MOVE WS-GREETING-HEADING TO REPORT-RECORD.
013310     WRITE REPORT-RECORD.
013320     PERFORM 5100-CHECK-REPORT-WRITE
013330         THRU 5100-CHECK-REPORT-WRITE-EXIT.
013340     MOVE ZERO TO WS-SECTION-COUNT.
013350     PERFORM 4750-WRITE-ONE-GREETING-LINE
013360         THRU 4750-WRITE-ONE-GREETING-LINE-EXIT
013370         UNTIL WS-END-OF-SORTED
013380            OR OUT-REQ-IDX NOT = WS-REQUEST-IDX.
013390     MOVE SPACES TO WS-LABEL-LINE.
013400     MOVE "    GREETINGS LISTED  . . . . . : " TO WS-LBL-TEXT.
013410     MOVE WS-SECTION-COUNT TO WS-REPORT-NUMERIC-EDIT.
013420     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
013430     PERFORM 5200-WRITE-LABEL-LINE
013440         THRU 5200-WRITE-LABEL-LINE-EXIT.
013450 4700-WRITE-GREETING-SECTION-EXIT.
013460     EXIT.
013470*
013480 4750-WRITE-ONE-GREETING-LINE.
013490     ADD 1 TO WS-SECTION-COUNT.
013500     ADD 1 TO WS-DISCLOSED-COUNT.
013510     MOVE OUT-RUN-DATE TO WS-GL-DATE.
013520     MOVE OUT-RUN-TIME TO WS-GL-TIME.
013530     IF OUT-CHANNEL = "C"
013540         MOVE "CONSOLE" TO WS-GL-CHANNEL
013550     ELSE
013560         IF OUT-CHANNEL = "O"
013570             MOVE "CBLU" TO WS-GL-CHANNEL
013580         ELSE
013590             IF OUT-CHANNEL = "B"
013600                 MOVE "BATCH" TO WS-GL-CHANNEL
013610             ELSE
013620                 MOVE "UNKNOWN" TO WS-GL-CHANNEL
013630             END-IF
013640         END-IF
013650     END-IF.
013660     IF OUT-LANG-CODE = SPACES
013670         MOVE "UNKNOWN" TO WS-GL-LANG
013680     ELSE
013690         MOVE OUT-LANG-CODE TO WS-GL-LANG
013700     END-IF.
013710     MOVE OUT-PSEUDO TO WS-GL-PSEUDO.
013720     MOVE WS-GREETING-LINE TO REPORT-RECORD.
013730     WRITE REPORT-RECORD.
013740     PERFORM 5100-CHECK-REPORT-WRITE
013750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
013760     PERFORM 4050-READ-SORTED-RECORD
013770         THRU 4050-READ-SORTED-RECORD-EXIT.
013780 4750-WRITE-ONE-GREETING-LINE-EXIT.
013790     EXIT.
013800*
013810******************************************************************
013820* 4800-WRITE-OUTREACH-SECTION - EVERY OUTREACH LETTER RECORDED   *
013830*                               FOR THE PSEUDO OR ITS OLD NAMES, *
013840*                               OLDEST FIRST WITHIN EACH NAME.   *
013850******************************************************************
013860 4800-WRITE-OUTREACH-SECTION.
013870     MOVE "6. OUTREACH LETTERS" TO WS-LBL-TEXT.
013880     PERFORM 5300-WRITE-SECTION-HEADING
013890         THRU 5300-WRITE-SECTION-HEADING-EXIT.
013900     IF WS-REQ-OUTREACH-COUNT(WS-REQUEST-IDX) = ZERO
013910         PERFORM 5400-WRITE-NONE-HELD
013920             THRU 5400-WRITE-NONE-HELD-EXIT
013930         GO TO 4800-WRITE-OUTREACH-SECTION-EXIT
013940     END-IF.
013950     MOVE "Y" TO WS-OHS-LISTING-SW.
013960     PERFORM 4810-BROWSE-OUTREACH-SET
013970         THRU 4810-BROWSE-OUTREACH-SET-EXIT.
013980 4800-WRITE-OUTREACH-SECTION-EXIT.
013990     EXIT.
014000*
014010******************************************************************
014020* 4810-BROWSE-OUTREACH-SET - ONE KEYED BROWSE PER PSEUDO IN THE  *
014030*                            REQUEST'S LINK SET.  WITH LISTING   *
014040*                            OFF THE RECORDS ARE ONLY COUNTED,   *
014050*                            SO THE PACK KNOWS WHETHER ANY ARE   *
014060*                            HELD BEFORE IT PRINTS ANYTHING.     *
014070******************************************************************
014080 4810-BROWSE-OUTREACH-SET.
014090     COMPUTE WS-LINK-LAST = WS-REQ-LINK-FIRST(WS-REQUEST-IDX)
014100                          + WS-REQ-LINK-COUNT(WS-REQUEST-IDX)
014110                          - 1.
014120     PERFORM 4820-BROWSE-ONE-PSEUDO
014130         THRU 4820-BROWSE-ONE-PSEUDO-EXIT
014140         VARYING WS-LINK-IDX
014150             FROM WS-REQ-LINK-FIRST(WS-REQUEST-IDX) BY 1
014160         UNTIL WS-LINK-IDX > WS-LINK-LAST.
014170 4810-BROWSE-OUTREACH-SET-EXIT.
014180     EXIT.
014190*
014200 4820-BROWSE-ONE-PSEUDO.
014210     MOVE WS-LNK-PSEUDO(WS-LINK-IDX) TO OH-PSEUDO.
014220     MOVE ZERO TO OH-CAMPAIGN-DATE.
014230     START OUTREACH-HISTORY-FILE
014240         KEY IS NOT LESS THAN OH-KEY
014250         INVALID KEY
014260             GO TO 4820-BROWSE-ONE-PSEUDO-EXIT
014270     END-START.
014280     MOVE "N" TO WS-OHS-BROWSE-DONE-SW.
014290     PERFORM 4830-READ-NEXT-OUTREACH
014300         THRU 4830-READ-NEXT-OUTREACH-EXIT
014310         UNTIL WS-OHS-BROWSE-DONE.
014320 4820-BROWSE-ONE-PSEUDO-EXIT.
014330     EXIT.
014340*
014350 4830-READ-NEXT-OUTREACH.
014360     READ OUTREACH-HISTORY-FILE NEXT RECORD
014370         AT END
014380             MOVE "Y" TO WS-OHS-BROWSE-DONE-SW
014390             GO TO 4830-READ-NEXT-OUTREACH-EXIT
014400     END-READ.
014410     IF NOT WS-OHS-OK
014420         DISPLAY "OUTREACH-HISTORY READ FAILED - STATUS "
014430             WS-OHS-FILE-STATUS
014440         ADD 1 TO WS-IO-FAIL-COUNT
014450         MOVE "Y" TO WS-REQ-INCOMPLETE-SW(WS-REQUEST-IDX)
014460         MOVE "Y" TO WS-OHS-BROWSE-DONE-SW
014470         GO TO 4830-READ-NEXT-OUTREACH-EXIT
014480     END-IF.
014490     IF OH-PSEUDO NOT = WS-LNK-PSEUDO(WS-LINK-IDX)
014500         MOVE "Y" TO WS-OHS-BROWSE-DONE-SW
014510         GO TO 4830-READ-NEXT-OUTREACH-EXIT
014520     END-IF.
014530     IF NOT WS-OHS-LISTING
014540         ADD 1 TO WS-REQ-OUTREACH-COUNT(WS-REQUEST-IDX)
014550         GO TO 4830-READ-NEXT-OUTREACH-EXIT
014560     END-IF.
014570     ADD 1 TO WS-DISCLOSED-COUNT.
014580     MOVE OH-PSEUDO TO WS-OL-PSEUDO.
014590     MOVE OH-CAMPAIGN-DATE TO WS-OL-CAMPAIGN-DATE.
014600     MOVE OH-BAND TO WS-OL-BAND.
014610     MOVE OH-LANG-CODE TO WS-OL-LANG.
014620     MOVE OH-LAST-VISIT-DATE TO WS-OL-LAST-VISIT.
014630     MOVE WS-OUTREACH-LINE TO REPORT-RECORD.
014640     WRITE REPORT-RECORD.
014650     PERFORM 5100-CHECK-REPORT-WRITE
014660         THRU 5100-CHECK-REPORT-WRITE-EXIT.
014670 4830-READ-NEXT-OUTREACH-EXIT.
014680     EXIT.
014690*
014700******************************************************************
014710* 5000-WRITE-RUN-SUMMARY - A CLOSING PAGE FOR THE OPERATOR: RUN  *
014720*                          TOTALS ONLY, NEVER SENT OUT WITH THE  *
014730*                          PACKS.                                *
014740******************************************************************
014750 5000-WRITE-RUN-SUMMARY.
014760     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
014770     MOVE SPACES TO REPORT-RECORD.
014780     STRING "COBILISTE - SUBJECT ACCESS RUN SUMMARY  "
014790             DELIMITED BY SIZE
014800             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
014810             INTO REPORT-RECORD.
014820     WRITE REPORT-RECORD AFTER ADVANCING PAGE.
014830     PERFORM 5100-CHECK-REPORT-WRITE
014840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
014850     MOVE SPACES TO REPORT-RECORD.
014860     WRITE REPORT-RECORD.
014870     PERFORM 5100-CHECK-REPORT-WRITE
014880         THRU 5100-CHECK-REPORT-WRITE-EXIT.
014890*
014900     MOVE SPACES TO WS-LABEL-LINE.
014910     MOVE "REQUESTS PROCESSED  . . . . . . : " TO WS-LBL-TEXT.
014920     MOVE WS-REQUEST-COUNT TO WS-REPORT-NUMERIC-EDIT.
014930     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
014940     PERFORM 5200-WRITE-LABEL-LINE
014950         THRU 5200-WRITE-LABEL-LINE-EXIT.
014960     MOVE SPACES TO WS-LABEL-LINE.
014970     MOVE "PACKS WITH DATA HELD  . . . . . : " TO WS-LBL-TEXT.
014980     COMPUTE WS-REPORT-NUMERIC-EDIT =
014990         WS-PACK-COUNT - WS-NO-DATA-COUNT.
015000     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015010     PERFORM 5200-WRITE-LABEL-LINE
015020         THRU 5200-WRITE-LABEL-LINE-EXIT.
015030     MOVE SPACES TO WS-LABEL-LINE.
015040     MOVE "NO DATA HELD PAGES  . . . . . . : " TO WS-LBL-TEXT.
015050     MOVE WS-NO-DATA-COUNT TO WS-REPORT-NUMERIC-EDIT.
015060     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015070     PERFORM 5200-WRITE-LABEL-LINE
015080         THRU 5200-WRITE-LABEL-LINE-EXIT.
015090     MOVE SPACES TO WS-LABEL-LINE.
015100     MOVE "RECORDS DISCLOSED . . . . . . . : " TO WS-LBL-TEXT.
015110     MOVE WS-DISCLOSED-COUNT TO WS-REPORT-NUMERIC-EDIT.
015120     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015130     PERFORM 5200-WRITE-LABEL-LINE
015140         THRU 5200-WRITE-LABEL-LINE-EXIT.
015150     MOVE SPACES TO WS-LABEL-LINE.
015160     MOVE "JOURNAL RECORDS READ  . . . . . : " TO WS-LBL-TEXT.
015170     MOVE WS-JOURNAL-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
015180     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015190     PERFORM 5200-WRITE-LABEL-LINE
015200         THRU 5200-WRITE-LABEL-LINE-EXIT.
015210     MOVE SPACES TO WS-LABEL-LINE.
015220     MOVE "AUDIT RECORDS READ  . . . . . . : " TO WS-LBL-TEXT.
015230     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
015240     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015250     PERFORM 5200-WRITE-LABEL-LINE
015260         THRU 5200-WRITE-LABEL-LINE-EXIT.
015270     MOVE SPACES TO WS-LABEL-LINE.
015280     MOVE "PURGE RECORDS READ  . . . . . . : " TO WS-LBL-TEXT.
015290     MOVE WS-PURGE-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
015300     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015310     PERFORM 5200-WRITE-LABEL-LINE
015320         THRU 5200-WRITE-LABEL-LINE-EXIT.
015330     MOVE SPACES TO WS-LABEL-LINE.
015340     MOVE "PACKS INCOMPLETE - DO NOT SEND  : " TO WS-LBL-TEXT.
015350     MOVE WS-INCOMPLETE-COUNT TO WS-REPORT-NUMERIC-EDIT.
015360     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
015370     PERFORM 5200-WRITE-LABEL-LINE
015380         THRU 5200-WRITE-LABEL-LINE-EXIT.
015390     IF WS-DROPPED-COUNT > ZERO
015400         MOVE SPACES TO WS-LABEL-LINE
015410         MOVE "REQUESTS OVER LIMIT - RESUBMIT  : " TO WS-LBL-TEXT
015420         MOVE WS-DROPPED-COUNT TO WS-REPORT-NUMERIC-EDIT
015430         MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE
015440         PERFORM 5200-WRITE-LABEL-LINE
015450             THRU 5200-WRITE-LABEL-LINE-EXIT
015460     END-IF.
015470 5000-WRITE-RUN-SUMMARY-EXIT.
015480     EXIT.
015490*
015500 5100-CHECK-REPORT-WRITE.
015510     IF NOT WS-RPT-OK
015520         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
015530             WS-RPT-FILE-STATUS
015540     END-IF.
015550 5100-CHECK-REPORT-WRITE-EXIT.
015560     EXIT.
015570*
015580 5200-WRITE-LABEL-LINE.
015590     MOVE WS-LABEL-LINE TO REPORT-RECORD.
015600     WRITE REPORT-RECORD.
015610     PERFORM 5100-CHECK-REPORT-WRITE
015620         THRU 5100-CHECK-REPORT-WRITE-EXIT.
015630 5200-WRITE-LABEL-LINE-EXIT.
015640     EXIT.
015650*
015660 5300-WRITE-SECTION-HEADING.
015670*    THE CALLER PUTS THE HEADING TEXT IN WS-LBL-TEXT.
015680     MOVE SPACES TO REPORT-RECORD.
015690     WRITE REPORT-RECORD.
015700     PERFORM 5100-CHECK-REPORT-WRITE
015710         THRU 5100-CHECK-REPORT-WRITE-EXIT.
015720     MOVE SPACES TO WS-LBL-VALUE.
015730     PERFORM 5200-WRITE-LABEL-LINE
015740         THRU 5200-WRITE-LABEL-LINE-EXIT.
015750 5300-WRITE-SECTION-HEADING-EXIT.
015760     EXIT.
015770*
015780 5400-WRITE-NONE-HELD.
015790     MOVE "    NONE HELD." TO REPORT-RECORD.
015800     WRITE REPORT-RECORD.
015810     PERFORM 5100-CHECK-REPORT-WRITE
015820         THRU 5100-CHECK-REPORT-WRITE-EXIT.
015830 5400-WRITE-NONE-HELD-EXIT.
015840     EXIT.
015850*
015860******************************************************************
015870* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
015880*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
015890*                          BY EVERY BATCH PROGRAM VIA            *
015900*                          JRNLPUT.CPY.                          *
015910******************************************************************
015920     COPY JRNLPUT.
015930*
015940******************************************************************
015950* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.  THE    *
015960*                  JOURNAL, AUDIT, PURGE AND SORTED FILES ARE    *
015970*                  CLOSED WHERE THEY ARE READ.                   *
015980******************************************************************
015990 9999-TERMINATE.
016000     CLOSE REQUEST-FILE.
016010     IF NOT WS-ROSTER-ABSENT
016020         CLOSE USER-MASTER-FILE
016030     END-IF.
016040     IF NOT WS-PROFILE-ABSENT
016050         CLOSE PROFILE-FILE
016060     END-IF.
016070     IF NOT WS-OUTREACH-ABSENT
016080         CLOSE OUTREACH-HISTORY-FILE
016090     END-IF.
016100     CLOSE REPORT-FILE.
016110 9999-TERMINATE-EXIT.
016120     EXIT.
