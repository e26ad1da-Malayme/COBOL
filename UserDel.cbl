000730*                     REWRITE KEEPS EACH RECORD AT ITS OWN       *
000740*                     LENGTH, SO OLD AND NEW RECORDS ARE         *
000750*                     ANONYMIZED ALIKE.                          *
000760*    2026-10-15  ML   SCRUB THE RETAINED RENAME/MERGE HISTORY    *
000770*                     (MNTHIST, KEPT NIGHTLY FROM THE MAINT      *
000780*                     JOURNAL FOR SUBJECT-ACCESS EXPORTS) TOO -  *
000790*                     BOTH THE OLD AND THE SURVIVING PSEUDO ARE  *
000800*                     OVERWRITTEN WITH THE MARKER.               *
000810*    2026-10-15  ML   AUDIT LOG FD WIDENED TO 28 TO 40 BYTES     *
000820*                     FOR AUD-SEQUENCE.  THE ANONYMIZING         *
000830*                     REWRITE KEEPS THE RECORD'S LENGTH AND      *
000840*                     SEQUENCE, SO THE TRAIL STILL VERIFIES.     *
000850*    2026-10-15  ML   DELETE THE PSEUDO'S RECORDS FROM THE       *
000860*                     OUTREACH HISTORY (OUTHIST.CPY) - WHO WAS   *
000870*                     WRITTEN TO, WHEN AND IN WHAT LANGUAGE      *
000880*                     MUST NOT OUTLIVE THE REQUEST EITHER.       *
000890*    2026-10-15  ML   APPEND ONE ANONYMOUS RECORD PER FORGOTTEN  *
000900*                     USER - ON THE ROSTER, THE PURGE ARCHIVE OR *
000910*                     BOTH - TO THE COHORT TALLY (COHDEL.CPY):   *
000920*                     FIRST-SEEN MONTH, FIRST CHANNEL, LANGUAGE  *
000930*                     AND THE FOLLOWING MONTHS ACTIVE, TAKEN     *
000940*                     FROM THE RECORDS BEING ANONYMIZED.  THE    *
000950*                     PURGE ARCHIVE IS NOW SCRUBBED BEFORE THE   *
000960*                     AUDIT LOG, AND ITS MARKER RECORDS HAVE     *
000970*                     THE FIRST-SEEN DATE ZEROED, SO THE UserCoh *
000980*                     RETENTION REPORT COUNTS EACH FORGOTTEN     *
000990*                     USER ONCE, FROM THE TALLY.                 *
001000*                                                                *
001010******************************************************************
001020 ENVIRONMENT DIVISION.
001030 CONFIGURATION SECTION.
001040 SOURCE-COMPUTER.    IBM-370.
001050 OBJECT-COMPUTER.    IBM-370.
001060 INPUT-OUTPUT SECTION.
001070 FILE-CONTROL.
001080     SELECT REQUEST-FILE ASSIGN TO "DELREQS"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-REQ-FILE-STATUS.
001110*
001120     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS UM-PSEUDO
001160         FILE STATUS IS WS-UM-FILE-STATUS.
001170*
001180     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-AUD-FILE-STATUS.
001210*
001220     SELECT PURGED-FILE ASSIGN TO "PURGEOUT"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-PRG-FILE-STATUS.
001250*
001260     SELECT PROFILE-FILE ASSIGN TO "PROFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS PF-PSEUDO
001300         FILE STATUS IS WS-PRF-FILE-STATUS.
001310*
001320     SELECT REPORT-FILE ASSIGN TO "DELRPT"
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS WS-RPT-FILE-STATUS.
001350*
001360     SELECT MAINT-HISTORY-FILE ASSIGN TO "MNTHIST"
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-MJH-FILE-STATUS.
001390*
001400     SELECT OUTREACH-HISTORY-FILE ASSIGN TO "OUTHIST"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS OH-KEY
001440         FILE STATUS IS WS-OHS-FILE-STATUS.
001450*
001460     SELECT COHORT-TALLY-FILE ASSIGN TO "COHDEL"
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS WS-CDL-FILE-STATUS.
001490*
001500     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-RNJ-FILE-STATUS.
001530*
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  REQUEST-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  REQUEST-RECORD                  PIC X(12).
001590*
001600 FD  USER-MASTER-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 COPY USRMSTR.
001630*
001640 FD  AUDIT-LOG-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001670         DEPENDING ON WS-AUD-RECORD-LENGTH.
001680 COPY AUDITLOG.
001690*
001700 FD  PURGED-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 COPY USRMSTR REPLACING UM-RECORD BY PRG-RECORD
001730                        UM-PSEUDO BY PRG-PSEUDO
001740                        UM-FIRST-SEEN-DATE BY PRG-FIRST-SEEN-DATE
001750                        UM-VISIT-COUNT BY PRG-VISIT-COUNT
001760                        UM-LAST-VISIT-DATE BY PRG-LAST-VISIT-DATE
001770                        UM-LANG-CODE BY PRG-LANG-CODE.
001780*
001790 FD  PROFILE-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 COPY PROFILE.
001820*
001830 FD  REPORT-FILE
001840     LABEL RECORDS ARE STANDARD.
001850 01  REPORT-RECORD                   PIC X(80).
001860*
001870 FD  MAINT-HISTORY-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 COPY MNTJRNL.
001900*
001910 FD  OUTREACH-HISTORY-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 COPY OUTHIST.
001940*
001950 FD  COHORT-TALLY-FILE
001960     LABEL RECORDS ARE STANDARD.
001970 COPY COHDEL.
001980*
001990 FD  RUN-JOURNAL-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 COPY RUNJRNL.
002020*
002030 WORKING-STORAGE SECTION.
002040 77  WS-ANONYMOUS-MARKER             PIC X(12)
002050         VALUE "*ANONYMISE*".
002060 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
002070*
002080 01  WS-FILE-SWITCHES.
002090     05  WS-REQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002100         88  WS-REQ-OK                   VALUE "00".
002110     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002120         88  WS-UM-OK                    VALUE "00".
002130         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002140     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
002150         88  WS-AUD-OK                   VALUE "00".
002160         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
002170     05  WS-PRG-FILE-STATUS          PIC X(02) VALUE SPACES.
002180         88  WS-PRG-OK                   VALUE "00".
002190         88  WS-PRG-FILE-NOT-PRESENT     VALUE "35".
002200     05  WS-PRF-FILE-STATUS          PIC X(02) VALUE SPACES.
002210         88  WS-PRF-OK                   VALUE "00".
002220         88  WS-PRF-FILE-NOT-PRESENT     VALUE "35".
002230     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002240         88  WS-RPT-OK                   VALUE "00".
002250     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002260         88  WS-RNJ-OK                   VALUE "00".
002270     05  WS-MJH-FILE-STATUS          PIC X(02) VALUE SPACES.
002280         88  WS-MJH-OK                   VALUE "00".
002290         88  WS-MJH-FILE-NOT-PRESENT     VALUE "35".
002300     05  WS-OHS-FILE-STATUS          PIC X(02) VALUE SPACES.
002310         88  WS-OHS-OK                   VALUE "00".
002320         88  WS-OHS-FILE-NOT-PRESENT     VALUE "35".
002330     05  WS-CDL-FILE-STATUS          PIC X(02) VALUE SPACES.
002340         88  WS-CDL-OK                   VALUE "00".
002350         88  WS-CDL-FILE-NOT-PRESENT     VALUE "35".
002360*
002370 01  WS-CONTROL-SWITCHES.
002380     05  WS-REQ-EOF-SW               PIC X(01) VALUE "N".
002390         88  WS-END-OF-REQUESTS          VALUE "Y".
002400     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
002410         88  WS-END-OF-AUDIT             VALUE "Y".
002420     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002430         88  WS-ROSTER-ABSENT            VALUE "Y".
002440     05  WS-AUDIT-ABSENT-SW          PIC X(01) VALUE "N".
002450         88  WS-AUDIT-ABSENT             VALUE "Y".
002460     05  WS-PRG-EOF-SW               PIC X(01) VALUE "N".
002470         88  WS-END-OF-PURGED            VALUE "Y".
002480     05  WS-PURGE-ABSENT-SW          PIC X(01) VALUE "N".
002490         88  WS-PURGE-ABSENT             VALUE "Y".
002500     05  WS-PROFILE-ABSENT-SW        PIC X(01) VALUE "N".
002510         88  WS-PROFILE-ABSENT           VALUE "Y".
002520     05  WS-MJH-EOF-SW               PIC X(01) VALUE "N".
002530         88  WS-END-OF-MAINT-HISTORY     VALUE "Y".
002540     05  WS-MAINT-ABSENT-SW          PIC X(01) VALUE "N".
002550         88  WS-MAINT-ABSENT             VALUE "Y".
002560     05  WS-MJH-CHANGED-SW           PIC X(01) VALUE "N".
002570         88  WS-MJH-CHANGED              VALUE "Y".
002580     05  WS-OUTREACH-ABSENT-SW       PIC X(01) VALUE "N".
002590         88  WS-OUTREACH-ABSENT          VALUE "Y".
002600     05  WS-OHS-PSEUDO-DONE-SW       PIC X(01) VALUE "N".
002610         88  WS-OHS-PSEUDO-DONE          VALUE "Y".
002620     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
002630         88  WS-RUN-REFUSED              VALUE "Y".
002640     05  WS-TALLY-FAILED-SW          PIC X(01) VALUE "N".
002650         88  WS-TALLY-FAILED             VALUE "Y".
002660*
002670 01  WS-REQUEST-FIELDS.
002680     05  WS-REQUEST-COUNT            PIC 9(03) COMP VALUE ZERO.
002690     05  WS-REQUEST-MAX              PIC 9(03) COMP VALUE 200.
002700     05  WS-REQUEST-IDX              PIC 9(03) COMP VALUE ZERO.
002710     05  WS-DROPPED-COUNT            PIC 9(03) COMP VALUE ZERO.
002720*
002730 01  WS-REQUEST-TABLE.
002740     05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
002750         10  WS-REQ-PSEUDO           PIC X(12).
002760         10  WS-REQ-FOUND-SW         PIC X(01).
002770             88  WS-REQ-FOUND            VALUE "Y".
002780         10  WS-REQ-IO-FAIL-SW       PIC X(01).
002790             88  WS-REQ-IO-FAILED        VALUE "Y".
002800         10  WS-REQ-DEL-FAIL-SW      PIC X(01).
002810             88  WS-REQ-DELETE-FAILED    VALUE "Y".
002820         10  WS-REQ-PROFILE-SW       PIC X(01).
002830             88  WS-REQ-PROFILE-GONE     VALUE "Y".
002840         10  WS-REQ-COHORT-SW        PIC X(01).
002850             88  WS-REQ-IN-COHORT        VALUE "Y".
002860         10  WS-REQ-AUDIT-COUNT      PIC 9(08) COMP.
002870         10  WS-REQ-PURGE-COUNT      PIC 9(08) COMP.
002880         10  WS-REQ-FIRST-SEEN-DATE  PIC 9(08).
002890         10  WS-REQ-LANG-CODE        PIC X(02).
002900         10  WS-REQ-FIRST-STAMP      PIC 9(16).
002910         10  WS-REQ-FIRST-CHANNEL    PIC X(01).
002920         10  WS-REQ-ACTIVE-FLAGS.
002930             15  WS-REQ-ACTIVE-MONTH OCCURS 12 TIMES
002940                                     PIC X(01).
002950*
002960 01  WS-COUNTERS.
002970     05  WS-DELETED-COUNT            PIC 9(03) COMP VALUE ZERO.
002980     05  WS-NOT-FOUND-COUNT          PIC 9(03) COMP VALUE ZERO.
002990     05  WS-ANONYMIZED-COUNT         PIC 9(08) COMP VALUE ZERO.
003000     05  WS-PURGE-ANON-COUNT         PIC 9(08) COMP VALUE ZERO.
003010     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
003020     05  WS-PROFILE-DEL-COUNT        PIC 9(03) COMP VALUE ZERO.
003030     05  WS-MAINT-ANON-COUNT         PIC 9(08) COMP VALUE ZERO.
003040     05  WS-OUTREACH-DEL-COUNT       PIC 9(08) COMP VALUE ZERO.
003050     05  WS-TALLY-WRITTEN-COUNT      PIC 9(03) COMP VALUE ZERO.
003060*
003070*    COHORT TALLY WORK FIELDS.  MONTH NUMBERS ARE CCYY * 12 + MM,
003080*    SO THE DIFFERENCE OF TWO IS A COUNT OF MONTHS.
003090 01  WS-COHORT-FIELDS.
003100     05  WS-AUD-STAMP                PIC 9(16).
003110     05  WS-AUD-CHANNEL-SEEN         PIC X(01).
003120     05  WS-COHORT-MONTH-NO          PIC 9(06) COMP.
003130     05  WS-AUD-MONTH-NO             PIC 9(06) COMP.
003140     05  WS-MONTH-OFFSET             PIC S9(06) COMP.
003150*
003160 01  WS-DATE-SPLIT                   PIC 9(08).
003170 01  FILLER REDEFINES WS-DATE-SPLIT.
003180     05  WS-SPLIT-YEAR               PIC 9(04).
003190     05  WS-SPLIT-MONTH              PIC 9(02).
003200     05  FILLER                      PIC 9(02).
003210*
003220 01  WS-CURRENT-DATE-FIELDS.
003230     05  WS-CURRENT-DATE             PIC 9(08).
003240*
003250 01  WS-REPORT-DATE-EDIT             PIC 9(08).
003260 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
003270*
003280 01  WS-DETAIL-LINE.
003290     05  WS-DTL-PSEUDO               PIC X(12).
003300     05  FILLER                      PIC X(01) VALUE SPACES.
003310     05  WS-DTL-ROSTER-TEXT          PIC X(16).
003320     05  FILLER                      PIC X(01) VALUE SPACES.
003330     05  WS-DTL-AUDIT-COUNT          PIC ZZZZZZZ9.
003340     05  FILLER                      PIC X(07)
003350         VALUE " AUDIT,".
003360     05  WS-DTL-PURGE-COUNT          PIC ZZZZZZZ9.
003370     05  FILLER                      PIC X(08)
003380         VALUE " PURGED".
003390     05  WS-DTL-FLAG                 PIC X(13).
003400     05  FILLER                      PIC X(06) VALUE SPACES.
003410*
003420 PROCEDURE DIVISION.
003430*
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE
003460         THRU 1000-INITIALIZE-EXIT.
003470*
003480     IF WS-RUN-REFUSED
003490         PERFORM 9999-TERMINATE
003500             THRU 9999-TERMINATE-EXIT
003510         MOVE 12 TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540*
003550     PERFORM 2000-LOAD-REQUESTS
003560         THRU 2000-LOAD-REQUESTS-EXIT.
003570     PERFORM 3000-DELETE-ROSTER-RECORDS
003580         THRU 3000-DELETE-ROSTER-RECORDS-EXIT.
003590     PERFORM 3500-DELETE-PROFILE-RECORDS
003600         THRU 3500-DELETE-PROFILE-RECORDS-EXIT.
003610     PERFORM 3700-DELETE-OUTREACH-HISTORY
003620         THRU 3700-DELETE-OUTREACH-HISTORY-EXIT.
003630*    THE PURGE ARCHIVE GOES FIRST: IT HOLDS THE FIRST-SEEN DATE
003640*    OF A PURGED USER, WHICH THE AUDIT PASS NEEDS TO PLACE THEIR
003650*    ACTIVITY FOR THE COHORT TALLY.
003660     PERFORM 4500-ANONYMIZE-PURGE-ARCHIVE
003670         THRU 4500-ANONYMIZE-PURGE-ARCHIVE-EXIT.
003680     PERFORM 4000-ANONYMIZE-AUDIT-LOG
003690         THRU 4000-ANONYMIZE-AUDIT-LOG-EXIT.
003700     PERFORM 4900-ANONYMIZE-MAINT-HISTORY
003710         THRU 4900-ANONYMIZE-MAINT-HISTORY-EXIT.
003720     PERFORM 4950-WRITE-COHORT-TALLY
003730         THRU 4950-WRITE-COHORT-TALLY-EXIT.
003740     PERFORM 5000-WRITE-CONFIRMATION-REPORT
003750         THRU 5000-WRITE-CONFIRMATION-REPORT-EXIT.
003760*
003770     PERFORM 9999-TERMINATE
003780         THRU 9999-TERMINATE-EXIT.
003790*
003800     IF WS-NOT-FOUND-COUNT > ZERO
003810         MOVE 4 TO RETURN-CODE
003820     END-IF.
003830     IF WS-IO-FAIL-COUNT > ZERO
003840         MOVE 8 TO RETURN-CODE
003850     END-IF.
003860     MOVE "E" TO RJ-RECORD-TYPE.
003870     MOVE WS-REQUEST-COUNT TO RJ-READ-COUNT.
003880     MOVE WS-DELETED-COUNT TO RJ-WRITTEN-COUNT.
003890     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
003900     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003910     PERFORM 6500-WRITE-RUN-JOURNAL
003920         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003930     STOP RUN.
003940*
003950******************************************************************
003960* 1000-INITIALIZE - OPEN EVERYTHING.  THE ROSTER AND THE AUDIT   *
003970*                   LOG ARE DEMANDED EXCLUSIVELY BY THE JCL; AN  *
003980*                   OPEN FAILURE OTHER THAN FILE-NOT-PRESENT     *
003990*                   MEANS SOMEONE (USUALLY THE ONLINE CBLU       *
004000*                   TRANSACTION) STILL HAS THEM, AND THE RUN     *
004010*                   REFUSES TO TOUCH ANYTHING.                   *
004020******************************************************************
004030 1000-INITIALIZE.
004040     MOVE "UserDel" TO RJ-PROGRAM-NAME.
004050     MOVE "S" TO RJ-RECORD-TYPE.
004060     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
004070                  RJ-ERROR-COUNT RJ-RETURN-CODE.
004080     PERFORM 6500-WRITE-RUN-JOURNAL
004090         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004100*
004110     OPEN INPUT REQUEST-FILE.
004120     IF NOT WS-REQ-OK
004130         DISPLAY "REQUEST-FILE OPEN FAILED - STATUS "
004140             WS-REQ-FILE-STATUS
004150         MOVE "Y" TO WS-REFUSED-SW
004160     END-IF.
004170*
004180     OPEN I-O USER-MASTER-FILE.
004190     IF WS-UM-FILE-NOT-PRESENT
004200         MOVE "Y" TO WS-ROSTER-ABSENT-SW
004210     ELSE
004220         IF NOT WS-UM-OK
004230             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004240                 WS-UM-FILE-STATUS
004250             DISPLAY "FILES IN USE? CLOSE THE CBLU FILES "
004260                 "(CEMT SET FILE CLOSED) AND RESUBMIT."
004270             MOVE "Y" TO WS-REFUSED-SW
004280         END-IF
004290     END-IF.
004300*
004310     OPEN I-O AUDIT-LOG-FILE.
004320     IF WS-AUD-FILE-NOT-PRESENT
004330         MOVE "Y" TO WS-AUDIT-ABSENT-SW
004340     ELSE
004350         IF NOT WS-AUD-OK
004360             DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
004370                 WS-AUD-FILE-STATUS
004380             DISPLAY "FILES IN USE? CLOSE THE CBLU FILES "
004390                 "(CEMT SET FILE CLOSED) AND RESUBMIT."
004400             MOVE "Y" TO WS-REFUSED-SW
004410         END-IF
004420     END-IF.
004430*
004440     OPEN I-O PURGED-FILE.
004450     IF WS-PRG-FILE-NOT-PRESENT
004460         MOVE "Y" TO WS-PURGE-ABSENT-SW
004470     ELSE
004480         IF NOT WS-PRG-OK
004490             DISPLAY "PURGE-ARCHIVE OPEN FAILED - STATUS "
004500                 WS-PRG-FILE-STATUS
004510             DISPLAY "FILES IN USE? CLOSE THE CBLU FILES "
004520                 "(CEMT SET FILE CLOSED) AND RESUBMIT."
004530             MOVE "Y" TO WS-REFUSED-SW
004540         END-IF
004550     END-IF.
004560*
004570     OPEN I-O PROFILE-FILE.
004580     IF WS-PRF-FILE-NOT-PRESENT
004590         MOVE "Y" TO WS-PROFILE-ABSENT-SW
004600     ELSE
004610         IF NOT WS-PRF-OK
004620             DISPLAY "PROFILE-FILE OPEN FAILED - STATUS "
004630                 WS-PRF-FILE-STATUS
004640             DISPLAY "FILES IN USE? CLOSE THE CBLP FILE "
004650                 "(CEMT SET FILE CLOSED) AND RESUBMIT."
004660             MOVE "Y" TO WS-REFUSED-SW
004670         END-IF
004680     END-IF.
004690*
004700     OPEN I-O MAINT-HISTORY-FILE.
004710     IF WS-MJH-FILE-NOT-PRESENT
004720         MOVE "Y" TO WS-MAINT-ABSENT-SW
004730     ELSE
004740         IF NOT WS-MJH-OK
004750             DISPLAY "MAINT-HISTORY OPEN FAILED - STATUS "
004760                 WS-MJH-FILE-STATUS
004770             DISPLAY "NIGHTLY STREAM STILL RUNNING? RESUBMIT "
004780                 "WHEN IT HAS ENDED."
004790             MOVE "Y" TO WS-REFUSED-SW
004800         END-IF
004810     END-IF.
004820*
004830     OPEN I-O OUTREACH-HISTORY-FILE.
004840     IF WS-OHS-FILE-NOT-PRESENT
004850         MOVE "Y" TO WS-OUTREACH-ABSENT-SW
004860     ELSE
004870         IF NOT WS-OHS-OK
004880             DISPLAY "OUTREACH-HISTORY OPEN FAILED - STATUS "
004890                 WS-OHS-FILE-STATUS
004900             DISPLAY "OUTREACH RUN STILL GOING? RESUBMIT "
004910                 "WHEN USERDORM HAS ENDED."
004920             MOVE "Y" TO WS-REFUSED-SW
004930         END-IF
004940     END-IF.
004950*
004960     OPEN OUTPUT REPORT-FILE.
004970     IF NOT WS-RPT-OK
004980         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
004990             WS-RPT-FILE-STATUS
005000     END-IF.
005010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005020 1000-INITIALIZE-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 2000-LOAD-REQUESTS - READ THE REQUEST FILE INTO THE TABLE.     *
005070*                      BLANK RECORDS AND MARKER PSEUDOS (A "*"   *
005080*                      IN POSITION ONE IS NEVER A REAL PSEUDO -  *
005090*                      SEE AUDITLOG.CPY) ARE IGNORED; REQUESTS   *
005100*                      PAST THE TABLE LIMIT ARE DROPPED AND      *
005110*                      COUNTED SO THE REPORT CAN SAY SO -        *
005120*                      RESUBMIT THEM IN A SECOND RUN.            *
005130******************************************************************
005140 2000-LOAD-REQUESTS.
005150     PERFORM 2100-READ-REQUEST-RECORD
005160         THRU 2100-READ-REQUEST-RECORD-EXIT.
005170     PERFORM 2200-STORE-ONE-REQUEST
005180         THRU 2200-STORE-ONE-REQUEST-EXIT
005190         UNTIL WS-END-OF-REQUESTS.
005200 2000-LOAD-REQUESTS-EXIT.
005210     EXIT.
005220*
005230 2100-READ-REQUEST-RECORD.
005240     READ REQUEST-FILE
005250         AT END
005260             MOVE "Y" TO WS-REQ-EOF-SW
005270     END-READ.
005280 2100-READ-REQUEST-RECORD-EXIT.
005290     EXIT.
005300*
005310 2200-STORE-ONE-REQUEST.
005320     IF REQUEST-RECORD = SPACES
005330        OR REQUEST-RECORD(1:1) = "*"
005340         GO TO 2200-STORE-ONE-REQUEST-READ
005350     END-IF.
005360     IF WS-REQUEST-COUNT NOT < WS-REQUEST-MAX
005370         ADD 1 TO WS-DROPPED-COUNT
005380         GO TO 2200-STORE-ONE-REQUEST-READ
005390     END-IF.
005400     ADD 1 TO WS-REQUEST-COUNT.
005410     MOVE REQUEST-RECORD
005420         TO WS-REQ-PSEUDO(WS-REQUEST-COUNT).
005430     MOVE "N" TO WS-REQ-FOUND-SW(WS-REQUEST-COUNT).
005440     MOVE "N" TO WS-REQ-DEL-FAIL-SW(WS-REQUEST-COUNT).
005450     MOVE "N" TO WS-REQ-PROFILE-SW(WS-REQUEST-COUNT).
005460     MOVE "N" TO WS-REQ-COHORT-SW(WS-REQUEST-COUNT).
005470     MOVE ZERO TO WS-REQ-PURGE-COUNT(WS-REQUEST-COUNT).
005480     MOVE "N" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-COUNT).
005490     MOVE ZERO TO WS-REQ-AUDIT-COUNT(WS-REQUEST-COUNT).
005500     MOVE ZERO TO WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-COUNT).
005510     MOVE SPACES TO WS-REQ-LANG-CODE(WS-REQUEST-COUNT).
005520     MOVE 9999999999999999
005530         TO WS-REQ-FIRST-STAMP(WS-REQUEST-COUNT).
005540     MOVE "?" TO WS-REQ-FIRST-CHANNEL(WS-REQUEST-COUNT).
005550     MOVE SPACES TO WS-REQ-ACTIVE-FLAGS(WS-REQUEST-COUNT).
005560*
005570 2200-STORE-ONE-REQUEST-READ.
005580     PERFORM 2100-READ-REQUEST-RECORD
005590         THRU 2100-READ-REQUEST-RECORD-EXIT.
005600 2200-STORE-ONE-REQUEST-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 3000-DELETE-ROSTER-RECORDS - ONE KEYED READ AND DELETE PER     *
005650*                              REQUEST.                          *
005660******************************************************************
005670 3000-DELETE-ROSTER-RECORDS.
005680     IF WS-ROSTER-ABSENT
005690         GO TO 3000-DELETE-ROSTER-RECORDS-EXIT
005700     END-IF.
005710     PERFORM 3100-DELETE-ONE-PSEUDO
005720         THRU 3100-DELETE-ONE-PSEUDO-EXIT
005730         VARYING WS-REQUEST-IDX FROM 1 BY 1
005740         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
005750 3000-DELETE-ROSTER-RECORDS-EXIT.
005760     EXIT.
005770*
005780 3100-DELETE-ONE-PSEUDO.
005790     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO UM-PSEUDO.
005800     READ USER-MASTER-FILE
005810         INVALID KEY
005820             GO TO 3100-DELETE-ONE-PSEUDO-EXIT
005830     END-READ.
005840     DELETE USER-MASTER-FILE
005850         INVALID KEY
005860             DISPLAY "USER-MASTER DELETE FAILED - STATUS "
005870                 WS-UM-FILE-STATUS
005880             ADD 1 TO WS-IO-FAIL-COUNT
005890            MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
005900             MOVE "Y" TO WS-REQ-DEL-FAIL-SW(WS-REQUEST-IDX)
005910            GO TO 3100-DELETE-ONE-PSEUDO-EXIT
005920     END-DELETE.
005930     MOVE "Y" TO WS-REQ-FOUND-SW(WS-REQUEST-IDX).
005940     MOVE "Y" TO WS-REQ-COHORT-SW(WS-REQUEST-IDX).
005950     MOVE UM-FIRST-SEEN-DATE
005960         TO WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX).
005970     MOVE UM-LANG-CODE TO WS-REQ-LANG-CODE(WS-REQUEST-IDX).
005980     ADD 1 TO WS-DELETED-COUNT.
005990 3100-DELETE-ONE-PSEUDO-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030* 3500-DELETE-PROFILE-RECORDS - ONE KEYED DELETE PER REQUEST.    *
006040*                               A FORGOTTEN USER'S ADDRESS AND   *
006050*                               CONSENT MUST NOT OUTLIVE THE     *
006060*                               REQUEST; A PSEUDO WITH NO        *
006070*                               PROFILE IS SIMPLY NOT THERE TO   *
006080*                               DELETE.                          *
006090******************************************************************
006100 3500-DELETE-PROFILE-RECORDS.
006110     IF WS-PROFILE-ABSENT
006120         GO TO 3500-DELETE-PROFILE-RECORDS-EXIT
006130     END-IF.
006140     PERFORM 3600-DELETE-ONE-PROFILE
006150         THRU 3600-DELETE-ONE-PROFILE-EXIT
006160         VARYING WS-REQUEST-IDX FROM 1 BY 1
006170         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
006180 3500-DELETE-PROFILE-RECORDS-EXIT.
006190     EXIT.
006200*
006210 3600-DELETE-ONE-PROFILE.
006220     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO PF-PSEUDO.
006230     READ PROFILE-FILE
006240         INVALID KEY
006250             GO TO 3600-DELETE-ONE-PROFILE-EXIT
006260     END-READ.
006270     DELETE PROFILE-FILE
006280         INVALID KEY
006290             DISPLAY "PROFILE DELETE FAILED - STATUS "
006300                 WS-PRF-FILE-STATUS
006310             ADD 1 TO WS-IO-FAIL-COUNT
006320             MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
006330             GO TO 3600-DELETE-ONE-PROFILE-EXIT
006340     END-DELETE.
006350     MOVE "Y" TO WS-REQ-PROFILE-SW(WS-REQUEST-IDX).
006360     ADD 1 TO WS-PROFILE-DEL-COUNT.
006370 3600-DELETE-ONE-PROFILE-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410* 3700-DELETE-OUTREACH-HISTORY - DELETE EVERY OUTREACH LETTER    *
006420*                                RECORDED FOR EACH REQUESTED     *
006430*                                PSEUDO.  THE RECORDS ARE KEYED  *
006440*                                PSEUDO THEN CAMPAIGN DATE, SO   *
006450*                                ONE PSEUDO'S LETTERS SIT        *
006460*                                TOGETHER FROM THE START KEY.    *
006470******************************************************************
006480 3700-DELETE-OUTREACH-HISTORY.
006490     IF WS-OUTREACH-ABSENT
006500         GO TO 3700-DELETE-OUTREACH-HISTORY-EXIT
006510     END-IF.
006520     PERFORM 3800-DELETE-ONE-OUTREACH
006530         THRU 3800-DELETE-ONE-OUTREACH-EXIT
006540         VARYING WS-REQUEST-IDX FROM 1 BY 1
006550         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
006560 3700-DELETE-OUTREACH-HISTORY-EXIT.
006570     EXIT.
006580*
006590 3800-DELETE-ONE-OUTREACH.
006600     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO OH-PSEUDO.
006610     MOVE ZERO TO OH-CAMPAIGN-DATE.
006620     START OUTREACH-HISTORY-FILE
006630         KEY IS NOT LESS THAN OH-KEY
006640         INVALID KEY
006650             GO TO 3800-DELETE-ONE-OUTREACH-EXIT
006660     END-START.
006670     MOVE "N" TO WS-OHS-PSEUDO-DONE-SW.
006680     PERFORM 3900-DELETE-NEXT-OUTREACH
006690         THRU 3900-DELETE-NEXT-OUTREACH-EXIT
006700         UNTIL WS-OHS-PSEUDO-DONE.
006710 3800-DELETE-ONE-OUTREACH-EXIT.
006720     EXIT.
006730*
006740 3900-DELETE-NEXT-OUTREACH.
006750     READ OUTREACH-HISTORY-FILE NEXT RECORD
006760         AT END
006770             MOVE "Y" TO WS-OHS-PSEUDO-DONE-SW
006780             GO TO 3900-DELETE-NEXT-OUTREACH-EXIT
006790     END-READ.
006800     IF NOT WS-OHS-OK
006810         DISPLAY "OUTREACH-HISTORY READ FAILED - STATUS "
006820             WS-OHS-FILE-STATUS
006830         ADD 1 TO WS-IO-FAIL-COUNT
006840         MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
006850         MOVE "Y" TO WS-OHS-PSEUDO-DONE-SW
006860         GO TO 3900-DELETE-NEXT-OUTREACH-EXIT
006870     END-IF.
006880     IF OH-PSEUDO NOT = WS-REQ-PSEUDO(WS-REQUEST-IDX)
006890         MOVE "Y" TO WS-OHS-PSEUDO-DONE-SW
006900         GO TO 3900-DELETE-NEXT-OUTREACH-EXIT
006910     END-IF.
006920     DELETE OUTREACH-HISTORY-FILE
006930         INVALID KEY
006940             DISPLAY "OUTREACH-HISTORY DELETE FAILED - STATUS "
006950                 WS-OHS-FILE-STATUS
006960             ADD 1 TO WS-IO-FAIL-COUNT
006970             MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
006980             MOVE "Y" TO WS-OHS-PSEUDO-DONE-SW
006990             GO TO 3900-DELETE-NEXT-OUTREACH-EXIT
007000     END-DELETE.
007010     ADD 1 TO WS-OUTREACH-DEL-COUNT.
007020 3900-DELETE-NEXT-OUTREACH-EXIT.
007030     EXIT.
007040*
007050******************************************************************
007060* 4000-ANONYMIZE-AUDIT-LOG - ONE PASS OVER THE AUDIT LOG,        *
007070*                            REWRITING IN PLACE EVERY RECORD     *
007080*                            WHOSE PSEUDO IS ON THE REQUEST      *
007090*                            TABLE.  DATE AND TIME ARE LEFT      *
007100*                            UNTOUCHED.                          *
007110******************************************************************
007120 4000-ANONYMIZE-AUDIT-LOG.
007130     IF WS-AUDIT-ABSENT
007140         GO TO 4000-ANONYMIZE-AUDIT-LOG-EXIT
007150     END-IF.
007160     PERFORM 4100-READ-AUDIT-RECORD
007170         THRU 4100-READ-AUDIT-RECORD-EXIT.
007180     PERFORM 4200-CHECK-ONE-AUDIT-RECORD
007190         THRU 4200-CHECK-ONE-AUDIT-RECORD-EXIT
007200         UNTIL WS-END-OF-AUDIT.
007210 4000-ANONYMIZE-AUDIT-LOG-EXIT.
007220     EXIT.
007230*
007240 4100-READ-AUDIT-RECORD.
007250     READ AUDIT-LOG-FILE
007260         AT END
007270             MOVE "Y" TO WS-AUD-EOF-SW
007280     END-READ.
007290 4100-READ-AUDIT-RECORD-EXIT.
007300     EXIT.
007310*
007320 4200-CHECK-ONE-AUDIT-RECORD.
007330     PERFORM 4300-MATCH-ONE-REQUEST
007340         THRU 4300-MATCH-ONE-REQUEST-EXIT
007350         VARYING WS-REQUEST-IDX FROM 1 BY 1
007360         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
007370     PERFORM 4100-READ-AUDIT-RECORD
007380         THRU 4100-READ-AUDIT-RECORD-EXIT.
007390 4200-CHECK-ONE-AUDIT-RECORD-EXIT.
007400     EXIT.
007410*
007420 4300-MATCH-ONE-REQUEST.
007430     IF AUD-PSEUDO = WS-REQ-PSEUDO(WS-REQUEST-IDX)
007440         IF WS-REQ-IN-COHORT(WS-REQUEST-IDX)
007450             PERFORM 4350-NOTE-COHORT-ACTIVITY
007460                 THRU 4350-NOTE-COHORT-ACTIVITY-EXIT
007470         END-IF
007480         MOVE WS-ANONYMOUS-MARKER TO AUD-PSEUDO
007490         REWRITE AUD-RECORD
007500         IF WS-AUD-OK
007510             ADD 1 TO WS-ANONYMIZED-COUNT
007520             ADD 1 TO WS-REQ-AUDIT-COUNT(WS-REQUEST-IDX)
007530         ELSE
007540             DISPLAY "AUDIT-LOG REWRITE FAILED - STATUS "
007550                 WS-AUD-FILE-STATUS
007560             ADD 1 TO WS-IO-FAIL-COUNT
007570             MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
007580         END-IF
007590         MOVE WS-REQUEST-COUNT TO WS-REQUEST-IDX
007600     END-IF.
007610 4300-MATCH-ONE-REQUEST-EXIT.
007620     EXIT.
007630*
007640******************************************************************
007650* 4350-NOTE-COHORT-ACTIVITY - BEFORE A FORGOTTEN USER'S AUDIT    *
007660*                             RECORD IS ANONYMIZED, NOTE WHAT    *
007670*                             THE COHORT TALLY NEEDS FROM IT:    *
007680*                             THE CHANNEL OF THE EARLIEST        *
007690*                             RECORD, AND THE MONTH AFTER THE    *
007700*                             FIRST-SEEN MONTH IT FALLS IN.      *
007710******************************************************************
007720 4350-NOTE-COHORT-ACTIVITY.
007730     IF WS-AUD-RECORD-LENGTH < 31
007740         MOVE "?" TO WS-AUD-CHANNEL-SEEN
007750     ELSE
007760         MOVE AUD-CHANNEL TO WS-AUD-CHANNEL-SEEN
007770     END-IF.
007780     COMPUTE WS-AUD-STAMP = AUD-RUN-DATE * 100000000
007790                          + AUD-RUN-TIME.
007800     IF WS-AUD-STAMP < WS-REQ-FIRST-STAMP(WS-REQUEST-IDX)
007810         MOVE WS-AUD-STAMP TO WS-REQ-FIRST-STAMP(WS-REQUEST-IDX)
007820         MOVE WS-AUD-CHANNEL-SEEN
007830             TO WS-REQ-FIRST-CHANNEL(WS-REQUEST-IDX)
007840     END-IF.
007850*
007860     MOVE WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX) TO WS-DATE-SPLIT.
007870     COMPUTE WS-COHORT-MONTH-NO = WS-SPLIT-YEAR * 12
007880                                + WS-SPLIT-MONTH.
007890     MOVE AUD-RUN-DATE TO WS-DATE-SPLIT.
007900     COMPUTE WS-AUD-MONTH-NO = WS-SPLIT-YEAR * 12
007910                             + WS-SPLIT-MONTH.
007920     COMPUTE WS-MONTH-OFFSET = WS-AUD-MONTH-NO
007930                             - WS-COHORT-MONTH-NO.
007940     IF WS-MONTH-OFFSET < 1 OR WS-MONTH-OFFSET > 12
007950         GO TO 4350-NOTE-COHORT-ACTIVITY-EXIT
007960     END-IF.
007970     IF WS-AUD-CHANNEL-SEEN = "C" OR WS-AUD-CHANNEL-SEEN = "O"
007980         MOVE "S" TO WS-REQ-ACTIVE-MONTH(WS-REQUEST-IDX,
007990                                         WS-MONTH-OFFSET)
008000     ELSE
008010         IF WS-REQ-ACTIVE-MONTH(WS-REQUEST-IDX, WS-MONTH-OFFSET)
008020                 = SPACE
008030             MOVE "A" TO WS-REQ-ACTIVE-MONTH(WS-REQUEST-IDX,
008040                                             WS-MONTH-OFFSET)
008050         END-IF
008060     END-IF.
008070 4350-NOTE-COHORT-ACTIVITY-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110* 4500-ANONYMIZE-PURGE-ARCHIVE - ONE PASS OVER THE DORMANCY      *
008120*                                PURGE ARCHIVE, REWRITING IN     *
008130*                                PLACE EVERY RECORD WHOSE        *
008140*                                PSEUDO IS ON THE REQUEST        *
008150*                                TABLE - A PURGED USER LIVES ON  *
008160*                                THERE AND MUST BE FORGOTTEN     *
008170*                                TOO.  THE MARKER RECORD         *
008180*                                KEEPS ITS OTHER FIELDS, BUT     *
008190*                                THE FIRST-SEEN DATE IS ZEROED   *
008200*                                ONCE NOTED: THE COHORT TALLY    *
008210*                                NOW COUNTS THE USER, AND ZERO   *
008220*                                TELLS UserCoh TO PASS THE       *
008230*                                MARKER OVER.                    *
008240******************************************************************
008250 4500-ANONYMIZE-PURGE-ARCHIVE.
008260     IF WS-PURGE-ABSENT
008270         GO TO 4500-ANONYMIZE-PURGE-ARCHIVE-EXIT
008280     END-IF.
008290     PERFORM 4600-READ-PURGED-RECORD
008300         THRU 4600-READ-PURGED-RECORD-EXIT.
008310     PERFORM 4700-CHECK-ONE-PURGED-RECORD
008320         THRU 4700-CHECK-ONE-PURGED-RECORD-EXIT
008330         UNTIL WS-END-OF-PURGED.
008340 4500-ANONYMIZE-PURGE-ARCHIVE-EXIT.
008350     EXIT.
008360*
008370 4600-READ-PURGED-RECORD.
008380     READ PURGED-FILE
008390         AT END
008400             MOVE "Y" TO WS-PRG-EOF-SW
008410     END-READ.
008420 4600-READ-PURGED-RECORD-EXIT.
008430     EXIT.
008440*
008450 4700-CHECK-ONE-PURGED-RECORD.
008460     PERFORM 4800-MATCH-ONE-PURGED-REQUEST
008470         THRU 4800-MATCH-ONE-PURGED-REQUEST-EXIT
008480         VARYING WS-REQUEST-IDX FROM 1 BY 1
008490         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
008500     PERFORM 4600-READ-PURGED-RECORD
008510         THRU 4600-READ-PURGED-RECORD-EXIT.
008520 4700-CHECK-ONE-PURGED-RECORD-EXIT.
008530     EXIT.
008540*
008550 4800-MATCH-ONE-PURGED-REQUEST.
008560     IF PRG-PSEUDO = WS-REQ-PSEUDO(WS-REQUEST-IDX)
008570         PERFORM 4850-NOTE-PURGED-COHORT
008580             THRU 4850-NOTE-PURGED-COHORT-EXIT
008590         MOVE WS-ANONYMOUS-MARKER TO PRG-PSEUDO
008600         MOVE ZERO TO PRG-FIRST-SEEN-DATE
008610         REWRITE PRG-RECORD
008620         IF WS-PRG-OK
008630             ADD 1 TO WS-PURGE-ANON-COUNT
008640             ADD 1 TO WS-REQ-PURGE-COUNT(WS-REQUEST-IDX)
008650             MOVE "Y" TO WS-REQ-COHORT-SW(WS-REQUEST-IDX)
008660         ELSE
008670             DISPLAY "PURGE-ARCHIVE REWRITE FAILED - STATUS "
008680                 WS-PRG-FILE-STATUS
008690             ADD 1 TO WS-IO-FAIL-COUNT
008700             MOVE "Y" TO WS-REQ-IO-FAIL-SW(WS-REQUEST-IDX)
008710         END-IF
008720         MOVE WS-REQUEST-COUNT TO WS-REQUEST-IDX
008730     END-IF.
008740 4800-MATCH-ONE-PURGED-REQUEST-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780* 4850-NOTE-PURGED-COHORT - A PURGED USER WHO REGISTERED AGAIN   *
008790*                           IS STILL ONE USER: THE EARLIEST      *
008800*                           FIRST-SEEN DATE ON THE ROSTER OR THE *
008810*                           ARCHIVE PLACES THEM, AND THE         *
008820*                           ROSTER'S LANGUAGE IS KEPT WHEN THERE *
008830*                           IS ONE.                              *
008840******************************************************************
008850 4850-NOTE-PURGED-COHORT.
008860     IF PRG-FIRST-SEEN-DATE NOT = ZERO
008870        AND (PRG-FIRST-SEEN-DATE
008880                < WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX)
008890          OR WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX) = ZERO)
008900         MOVE PRG-FIRST-SEEN-DATE
008910             TO WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX)
008920     END-IF.
008930     IF WS-REQ-LANG-CODE(WS-REQUEST-IDX) = SPACES
008940         MOVE PRG-LANG-CODE TO WS-REQ-LANG-CODE(WS-REQUEST-IDX)
008950     END-IF.
008960 4850-NOTE-PURGED-COHORT-EXIT.
008970     EXIT.
008980*
008990******************************************************************
009000* 4900-ANONYMIZE-MAINT-HISTORY - ONE PASS OVER THE RETAINED      *
009010*                                RENAME/MERGE HISTORY.  A        *
009020*                                RECORD NAMING A REQUESTED       *
009030*                                PSEUDO ON EITHER SIDE HAS THAT  *
009040*                                SIDE OVERWRITTEN WITH THE       *
009050*                                MARKER AND IS REWRITTEN ONCE.   *
009060******************************************************************
009070 4900-ANONYMIZE-MAINT-HISTORY.
009080     IF WS-MAINT-ABSENT
009090         GO TO 4900-ANONYMIZE-MAINT-HISTORY-EXIT
009100     END-IF.
009110     PERFORM 4910-READ-MAINT-HISTORY
009120         THRU 4910-READ-MAINT-HISTORY-EXIT.
009130     PERFORM 4920-CHECK-ONE-MAINT-RECORD
009140         THRU 4920-CHECK-ONE-MAINT-RECORD-EXIT
009150         UNTIL WS-END-OF-MAINT-HISTORY.
009160 4900-ANONYMIZE-MAINT-HISTORY-EXIT.
009170     EXIT.
009180*
009190 4910-READ-MAINT-HISTORY.
009200     READ MAINT-HISTORY-FILE
009210         AT END
009220             MOVE "Y" TO WS-MJH-EOF-SW
009230     END-READ.
009240 4910-READ-MAINT-HISTORY-EXIT.
009250     EXIT.
009260*
009270 4920-CHECK-ONE-MAINT-RECORD.
009280     MOVE "N" TO WS-MJH-CHANGED-SW.
009290     PERFORM 4930-MATCH-ONE-MAINT-REQUEST
009300         THRU 4930-MATCH-ONE-MAINT-REQUEST-EXIT
009310         VARYING WS-REQUEST-IDX FROM 1 BY 1
009320         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
009330     IF WS-MJH-CHANGED
009340         REWRITE MJ-RECORD
009350         IF WS-MJH-OK
009360             ADD 1 TO WS-MAINT-ANON-COUNT
009370         ELSE
009380             DISPLAY "MAINT-HISTORY REWRITE FAILED - STATUS "
009390                 WS-MJH-FILE-STATUS
009400             ADD 1 TO WS-IO-FAIL-COUNT
009410         END-IF
009420     END-IF.
009430     PERFORM 4910-READ-MAINT-HISTORY
009440         THRU 4910-READ-MAINT-HISTORY-EXIT.
009450 4920-CHECK-ONE-MAINT-RECORD-EXIT.
009460     EXIT.
009470*
009480 4930-MATCH-ONE-MAINT-REQUEST.
009490     IF MJ-OLD-PSEUDO = WS-REQ-PSEUDO(WS-REQUEST-IDX)
009500         MOVE WS-ANONYMOUS-MARKER TO MJ-OLD-PSEUDO
009510         MOVE "Y" TO WS-MJH-CHANGED-SW
009520     END-IF.
009530     IF MJ-NEW-PSEUDO = WS-REQ-PSEUDO(WS-REQUEST-IDX)
009540         MOVE WS-ANONYMOUS-MARKER TO MJ-NEW-PSEUDO
009550         MOVE "Y" TO WS-MJH-CHANGED-SW
009560     END-IF.
009570 4930-MATCH-ONE-MAINT-REQUEST-EXIT.
009580     EXIT.
009590*
009600******************************************************************
009610* 4950-WRITE-COHORT-TALLY - APPEND ONE ANONYMOUS COHORT RECORD   *
009620*                           (COHDEL.CPY) PER USER FORGOTTEN ON   *
009630*                           THIS RUN - ROSTER RECORD DELETED OR  *
009640*                           PURGE ARCHIVE SCRUBBED, OR BOTH - SO *
009650*                           THE RETENTION REPORT STILL COUNTS    *
009660*                           THE USER, ONCE, IN THEIR FIRST-SEEN  *
009670*                           COHORT.  A RERUN AGAINST AN ARCHIVE  *
009680*                           GENERATION FINDS NEITHER AND ADDS    *
009690*                           NOTHING.  THE TALLY IS NOT PART OF   *
009700*                           THE PROOF TO THE REQUESTER, SO A     *
009710*                           FAILURE HERE IS REPORTED BUT DOES    *
009720*                           NOT FLAG THE REQUESTS INCOMPLETE.    *
009730******************************************************************
009740 4950-WRITE-COHORT-TALLY.
009750     IF WS-DELETED-COUNT = ZERO
009760        AND WS-PURGE-ANON-COUNT = ZERO
009770         GO TO 4950-WRITE-COHORT-TALLY-EXIT
009780     END-IF.
009790     OPEN EXTEND COHORT-TALLY-FILE.
009800     IF WS-CDL-FILE-NOT-PRESENT
009810         OPEN OUTPUT COHORT-TALLY-FILE
009820         CLOSE COHORT-TALLY-FILE
009830         OPEN EXTEND COHORT-TALLY-FILE
009840     END-IF.
009850     IF NOT WS-CDL-OK
009860         DISPLAY "COHORT-TALLY OPEN FAILED - STATUS "
009870             WS-CDL-FILE-STATUS
009880         MOVE "Y" TO WS-TALLY-FAILED-SW
009890         GO TO 4950-WRITE-COHORT-TALLY-EXIT
009900     END-IF.
009910     PERFORM 4960-WRITE-ONE-TALLY
009920         THRU 4960-WRITE-ONE-TALLY-EXIT
009930         VARYING WS-REQUEST-IDX FROM 1 BY 1
009940         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
009950     CLOSE COHORT-TALLY-FILE.
009960 4950-WRITE-COHORT-TALLY-EXIT.
009970     EXIT.
009980*
009990 4960-WRITE-ONE-TALLY.
010000     IF NOT WS-REQ-IN-COHORT(WS-REQUEST-IDX)
010010        OR WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX) = ZERO
010020         GO TO 4960-WRITE-ONE-TALLY-EXIT
010030     END-IF.
010040     MOVE SPACES TO CD-RECORD.
010050     MOVE WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX) TO WS-DATE-SPLIT.
010060     COMPUTE CD-COHORT-MONTH = WS-SPLIT-YEAR * 100
010070                             + WS-SPLIT-MONTH.
010080*    THE EARLIEST RECORD SEEN IS THE FIRST VISIT ONLY IF IT FELL
010090*    ON THE FIRST-SEEN DATE; OTHERWISE THE FIRST VISIT IS ON A
010100*    GENERATION THIS RUN DID NOT READ.
010110     IF WS-REQ-FIRST-STAMP(WS-REQUEST-IDX) (1:8)
010120             = WS-REQ-FIRST-SEEN-DATE(WS-REQUEST-IDX)
010130         MOVE WS-REQ-FIRST-CHANNEL(WS-REQUEST-IDX)
010140             TO CD-FIRST-CHANNEL
010150     ELSE
010160         MOVE "?" TO CD-FIRST-CHANNEL
010170     END-IF.
010180     MOVE WS-REQ-LANG-CODE(WS-REQUEST-IDX) TO CD-LANG-CODE.
010190     MOVE WS-REQ-ACTIVE-FLAGS(WS-REQUEST-IDX) TO CD-ACTIVE-FLAGS.
010200     WRITE CD-RECORD.
010210     IF NOT WS-CDL-OK
010220         DISPLAY "COHORT-TALLY WRITE FAILED - STATUS "
010230             WS-CDL-FILE-STATUS
010240         MOVE "Y" TO WS-TALLY-FAILED-SW
010250         GO TO 4960-WRITE-ONE-TALLY-EXIT
010260     END-IF.
010270     ADD 1 TO WS-TALLY-WRITTEN-COUNT.
010280 4960-WRITE-ONE-TALLY-EXIT.
010290     EXIT.
010300*
010310******************************************************************
010320* 5000-WRITE-CONFIRMATION-REPORT - ONE LINE PER REQUEST PLUS     *
010330*                                  TOTALS.  THIS REPORT IS THE   *
010340*                                  PROOF SENT BACK TO THE        *
010350*                                  REQUESTER.                    *
010360******************************************************************
010370 5000-WRITE-CONFIRMATION-REPORT.
010380     MOVE SPACES TO REPORT-RECORD.
010390     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
010400     STRING "COBILISTE - PRIVACY DELETION CONFIRMATION  "
010410             DELIMITED BY SIZE
010420             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
010430             INTO REPORT-RECORD.
010440     WRITE REPORT-RECORD.
010450     PERFORM 5100-CHECK-REPORT-WRITE
010460         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010470*
010480     PERFORM 5200-REPORT-ONE-REQUEST
010490         THRU 5200-REPORT-ONE-REQUEST-EXIT
010500         VARYING WS-REQUEST-IDX FROM 1 BY 1
010510         UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT.
010520*
010530     MOVE SPACES TO REPORT-RECORD.
010540     WRITE REPORT-RECORD.
010550     PERFORM 5100-CHECK-REPORT-WRITE
010560         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010570*
010580     MOVE WS-REQUEST-COUNT TO WS-REPORT-NUMERIC-EDIT.
010590     MOVE SPACES TO REPORT-RECORD.
010600     STRING "REQUESTS PROCESSED  . . . . . . : " DELIMITED BY SIZE
010610             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010620             INTO REPORT-RECORD.
010630     WRITE REPORT-RECORD.
010640     PERFORM 5100-CHECK-REPORT-WRITE
010650         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010660*
010670     MOVE WS-DELETED-COUNT TO WS-REPORT-NUMERIC-EDIT.
010680     MOVE SPACES TO REPORT-RECORD.
010690     STRING "ROSTER RECORDS DELETED  . . . . : " DELIMITED BY SIZE
010700             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010710             INTO REPORT-RECORD.
010720     WRITE REPORT-RECORD.
010730     PERFORM 5100-CHECK-REPORT-WRITE
010740         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010750*
010760     MOVE WS-NOT-FOUND-COUNT TO WS-REPORT-NUMERIC-EDIT.
010770     MOVE SPACES TO REPORT-RECORD.
010780     STRING "PSEUDOS NOT FOUND ANYWHERE  . . : " DELIMITED BY SIZE
010790             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010800             INTO REPORT-RECORD.
010810     WRITE REPORT-RECORD.
010820     PERFORM 5100-CHECK-REPORT-WRITE
010830         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010840*
010850     MOVE WS-ANONYMIZED-COUNT TO WS-REPORT-NUMERIC-EDIT.
010860     MOVE SPACES TO REPORT-RECORD.
010870     STRING "AUDIT RECORDS ANONYMIZED  . . . : " DELIMITED BY SIZE
010880             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010890             INTO REPORT-RECORD.
010900     WRITE REPORT-RECORD.
010910     PERFORM 5100-CHECK-REPORT-WRITE
010920         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010930     MOVE WS-PURGE-ANON-COUNT TO WS-REPORT-NUMERIC-EDIT.
010940     MOVE SPACES TO REPORT-RECORD.
010950     STRING "PURGE RECORDS ANONYMIZED  . . . : " DELIMITED BY SIZE
010960             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010970             INTO REPORT-RECORD.
010980     WRITE REPORT-RECORD.
010990     PERFORM 5100-CHECK-REPORT-WRITE
011000         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011010     MOVE WS-PROFILE-DEL-COUNT TO WS-REPORT-NUMERIC-EDIT.
011020     MOVE SPACES TO REPORT-RECORD.
011030     STRING "PROFILE RECORDS DELETED . . . . : " DELIMITED BY SIZE
011040             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011050             INTO REPORT-RECORD.
011060     WRITE REPORT-RECORD.
011070     PERFORM 5100-CHECK-REPORT-WRITE
011080         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011090     MOVE WS-MAINT-ANON-COUNT TO WS-REPORT-NUMERIC-EDIT.
011100     MOVE SPACES TO REPORT-RECORD.
011110     STRING "JOURNAL HISTORY ANONYMIZED  . . : " DELIMITED BY SIZE
011120             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011130             INTO REPORT-RECORD.
011140     WRITE REPORT-RECORD.
011150     PERFORM 5100-CHECK-REPORT-WRITE
011160         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011170     MOVE WS-OUTREACH-DEL-COUNT TO WS-REPORT-NUMERIC-EDIT.
011180     MOVE SPACES TO REPORT-RECORD.
011190     STRING "OUTREACH LETTERS DELETED  . . . : " DELIMITED BY SIZE
011200             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011210             INTO REPORT-RECORD.
011220     WRITE REPORT-RECORD.
011230     PERFORM 5100-CHECK-REPORT-WRITE
011240         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011250*
011260     MOVE WS-TALLY-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
011270     MOVE SPACES TO REPORT-RECORD.
011280     STRING "COHORT TALLY RECORDS WRITTEN  . : " DELIMITED BY SIZE
011290             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011300             INTO REPORT-RECORD.
011310     WRITE REPORT-RECORD.
011320     PERFORM 5100-CHECK-REPORT-WRITE
011330         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011340     IF WS-TALLY-FAILED
011350         MOVE "COHORT TALLY INCOMPLETE - SEE SYSOUT (NOT PART"
011360             TO REPORT-RECORD
011370         WRITE REPORT-RECORD
011380         PERFORM 5100-CHECK-REPORT-WRITE
011390             THRU 5100-CHECK-REPORT-WRITE-EXIT
011400         MOVE " OF THE DELETION ITSELF)" TO REPORT-RECORD
011410         WRITE REPORT-RECORD
011420         PERFORM 5100-CHECK-REPORT-WRITE
011430             THRU 5100-CHECK-REPORT-WRITE-EXIT
011440     END-IF.
011450*
011460     IF WS-DROPPED-COUNT > ZERO
011470         MOVE WS-DROPPED-COUNT TO WS-REPORT-NUMERIC-EDIT
011480         MOVE SPACES TO REPORT-RECORD
011490         STRING "REQUESTS OVER LIMIT - RESUBMIT  : "
011500                 DELIMITED BY SIZE
011510                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011520                 INTO REPORT-RECORD
011530         WRITE REPORT-RECORD
011540         PERFORM 5100-CHECK-REPORT-WRITE
011550             THRU 5100-CHECK-REPORT-WRITE-EXIT
011560     END-IF.
011570 5000-WRITE-CONFIRMATION-REPORT-EXIT.
011580     EXIT.
011590*
011600 5100-CHECK-REPORT-WRITE.
011610     IF NOT WS-RPT-OK
011620         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
011630             WS-RPT-FILE-STATUS
011640     END-IF.
011650 5100-CHECK-REPORT-WRITE-EXIT.
011660     EXIT.
011670*
011680 5200-REPORT-ONE-REQUEST.
011690*    A REQUEST COUNTS AS NOT FOUND ONLY WHEN NEITHER THE LIVE
011700*    ROSTER NOR THE PURGE ARCHIVE HELD THE PSEUDO - A PURGED
011710*    USER SCRUBBED OFF THE ARCHIVE IS A FULLY ACTIONED REQUEST.
011720     MOVE WS-REQ-PSEUDO(WS-REQUEST-IDX) TO WS-DTL-PSEUDO.
011730     IF WS-REQ-FOUND(WS-REQUEST-IDX)
011740         MOVE "ROSTER DELETED" TO WS-DTL-ROSTER-TEXT
011750     ELSE
011760         IF WS-REQ-DELETE-FAILED(WS-REQUEST-IDX)
011770             MOVE "DELETE FAILED" TO WS-DTL-ROSTER-TEXT
011780         ELSE
011790             IF WS-REQ-PURGE-COUNT(WS-REQUEST-IDX) > ZERO
011800                 MOVE "PURGE SCRUBBED" TO WS-DTL-ROSTER-TEXT
011810             ELSE
011820                 IF WS-REQ-PROFILE-GONE(WS-REQUEST-IDX)
011830                     MOVE "PROFILE REMOVED"
011840                         TO WS-DTL-ROSTER-TEXT
011850                 ELSE
011860                     MOVE "NOT ON ROSTER" TO WS-DTL-ROSTER-TEXT
011870                     ADD 1 TO WS-NOT-FOUND-COUNT
011880                 END-IF
011890             END-IF
011900         END-IF
011910     END-IF.
011920     MOVE WS-REQ-AUDIT-COUNT(WS-REQUEST-IDX)
011930         TO WS-DTL-AUDIT-COUNT.
011940     MOVE WS-REQ-PURGE-COUNT(WS-REQUEST-IDX)
011950         TO WS-DTL-PURGE-COUNT.
011960     IF WS-REQ-IO-FAILED(WS-REQUEST-IDX)
011970         MOVE " *INCOMPLETE*" TO WS-DTL-FLAG
011980     ELSE
011990         MOVE SPACES TO WS-DTL-FLAG
012000     END-IF.
012010     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
012020     WRITE REPORT-RECORD.
012030     PERFORM 5100-CHECK-REPORT-WRITE
012040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
012050 5200-REPORT-ONE-REQUEST-EXIT.
012060     EXIT.
012070*
012080******************************************************************
012090* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
012100*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
012110*                          BY EVERY BATCH PROGRAM VIA            *
012120*                          JRNLPUT.CPY.                          *
012130******************************************************************
012140     COPY JRNLPUT.
012150*
012160******************************************************************
012170* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
012180******************************************************************
012190 9999-TERMINATE.
012200     CLOSE REQUEST-FILE.
012210     IF NOT WS-ROSTER-ABSENT
012220         CLOSE USER-MASTER-FILE
012230     END-IF.
012240     IF NOT WS-AUDIT-ABSENT
012250         CLOSE AUDIT-LOG-FILE
012260     END-IF.
012270     IF NOT WS-PURGE-ABSENT
012280         CLOSE PURGED-FILE
012290     END-IF.
012300     IF NOT WS-PROFILE-ABSENT
012310         CLOSE PROFILE-FILE
012320     END-IF.
012330     IF NOT WS-MAINT-ABSENT
012340         CLOSE MAINT-HISTORY-FILE
012350     END-IF.
012360     IF NOT WS-OUTREACH-ABSENT
012370         CLOSE OUTREACH-HISTORY-FILE
012380     END-IF.
012390     CLOSE REPORT-FILE.
012400 9999-TERMINATE-EXIT.
012410     EXIT.
