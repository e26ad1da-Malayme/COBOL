000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserRen.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserRen                                                    *
000110*                                                                *
000120*    BULK ROSTER RENAME AND MERGE.  WHEN AN IMPORT OR A          *
000130*    COMMUNITY MIGRATION LEAVES DOZENS OF MISSPELLED OR          *
000140*    DUPLICATE PSEUDOS, SUPPORT LISTS THE CORRECTIONS ON A       *
000150*    TRANSACTION FILE INSTEAD OF KEYING EACH ONE ON CBLM.  ONE   *
000160*    TRANSACTION PER RECORD:                                     *
000170*                                                                *
000180*      R;OLDPSEUDO;NEWPSEUDO   RENAME - MOVE THE RECORD UNDER    *
000190*                              THE NEW KEY (WHICH MUST NOT       *
000200*                              EXIST YET).                       *
000210*      M;OLDPSEUDO;TARGET      MERGE - FOLD THE RECORD INTO THE  *
000220*                              TARGET'S (VISIT COUNTS ADDED,     *
000230*                              EARLIEST FIRST-SEEN AND LATEST    *
000240*                              LAST-VISIT KEPT) AND DELETE IT.   *
000250*      L;PSEUDO;CODE           LANGUAGE - SET THE USER'S STORED  *
000260*                              LANGUAGE TO CODE, WHICH MUST BE   *
000270*                              ON LANGFILE.  THE UserIntg SWEEP  *
000280*                              WRITES THESE FOR USERS LEFT ON A  *
000290*                              LANGUAGE LANGFILE NO LONGER       *
000300*                              CARRIES.                          *
000310*                                                                *
000320*    THE RULES ARE EXACTLY THOSE OF UserMnt 5000/6000/7000:      *
000330*    BOTH PSEUDOS PRESENT AND DISTINCT, THE NEW/TARGET PSEUDO    *
000340*    PASSES THE NAMING STANDARD (NAMECHK.CPY) AND IS NOT ON      *
000350*    THE RESERVED/BLOCKED LIST (BLCKCHK.CPY), AND THE REFUSAL    *
000360*    TEXTS ARE THE ONES THE CBLM SCREEN SHOWS.  EACH APPLIED     *
000370*    TRANSACTION WRITES THE SAME MNTJRNL RECORD CBLM WRITES      *
000380*    (OPERATOR ID "BATCH") PLUS A "*MAINT*" MARKER ON THE AUDIT  *
000390*    LOG (CHANNEL "B"), SO THE NIGHTLY UserScrub STEP CARRIES    *
000400*    THE OLD PSEUDO'S AUDIT HISTORY ACROSS.  TRANSACTIONS ARE    *
000410*    APPLIED IN FILE ORDER, SO A LATER ONE MAY BUILD ON AN       *
000420*    EARLIER ONE (RENAME A TO B, THEN MERGE C INTO B).  A        *
000430*    LANGUAGE CHANGE LEAVES THE PSEUDO AS IT WAS, SO IT WRITES   *
000440*    NO JOURNAL RECORD AND NO AUDIT MARKER - THERE IS NO HISTORY *
000450*    FOR THE SCRUB TO CARRY ACROSS.                              *
000460*                                                                *
000470*    WITH THE LITERAL VALIDATE AS THE JCL PARM THE RUN IS A      *
000480*    DRY RUN: THE ROSTER IS OPENED INPUT, NOTHING IS WRITTEN     *
000490*    TO THE ROSTER, THE JOURNAL OR THE AUDIT LOG, AND EACH       *
000500*    TRANSACTION IS REPORTED AS IT WOULD HAVE BEEN APPLIED -     *
000510*    EARLIER TRANSACTIONS IN THE FILE ARE SIMULATED SO LATER     *
000520*    ONES ARE JUDGED AGAINST THE ROSTER AS IT WOULD THEN BE.     *
000530*    SEE JCL/USERREN.JCL (DRY RUN) AND JCL/NIGHTLY.JCL (THE      *
000540*    RENAME STEP AHEAD OF SCRUB).                                *
000550*                                                                *
000560*    RETURN CODES:  0 - EVERY TRANSACTION APPLIED (OR WOULD      *
000570*                       APPLY).                                  *
000580*                   4 - SOME TRANSACTIONS REFUSED; SEE RENRPT.   *
000590*                       THE REST WERE APPLIED AND JOURNALLED.    *
000600*                   8 - I-O FAILURE ON THE ROSTER, THE JOURNAL   *
000610*                       OR THE AUDIT LOG.  THE RUN STOPS AT THE  *
000620*                       FAILING TRANSACTION AND THE NIGHTLY      *
000630*                       STREAM HOLDS SCRUB AND THE JOURNAL       *
000640*                       CLEAR-DOWN UNTIL SUPPORT HAS LOOKED.     *
000650*                                                                *
000660*    MODIFICATION HISTORY                                       *
000670*    DATE       INIT  DESCRIPTION                                *
000680*    2026-10-15  ML   ORIGINAL VERSION.                          *
000690*    2026-10-15  ML   REPORT DATED WITH THE BUSINESS DATE        *
000700*                     (BUSDATE.CPY); JOURNAL AND AUDIT RECORDS   *
000710*                     KEEP THE CLOCK DATE THEY WERE WRITTEN ON.  *
000720*    2026-10-15  ML   STAMP THE *MAINT* AUDIT MARKER WITH THE    *
000730*                     NEXT BATCH-CHANNEL AUD-SEQUENCE            *
000740*                     (AUDSEQ/AUDSQPUT.CPY) AND WRITE IT AT 40   *
000750*                     BYTES.                                     *
000760*    2026-10-15  ML   ADD THE L (SET LANGUAGE) TRANSACTION FOR   *
000770*                     THE UserIntg CORRECTION FILE; LOAD THE     *
000780*                     LANGUAGE TABLE (LANGLOAD.CPY) TO EDIT IT.  *
000790*                                                                *
000800******************************************************************
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER.    IBM-370.
000840 OBJECT-COMPUTER.    IBM-370.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT TRANS-FILE ASSIGN TO "RENTRAN"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-TRANS-FILE-STATUS.
000900*
000910     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS UM-PSEUDO
000950         FILE STATUS IS WS-UM-FILE-STATUS.
000960*
000970     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS BL-PSEUDO
001010         FILE STATUS IS WS-BLK-FILE-STATUS.
001020*
001030     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-MJ-FILE-STATUS.
001060*
001070     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-AUD-FILE-STATUS.
001100*
001110     SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS AQ-CHANNEL
001150         FILE STATUS IS WS-ASQ-FILE-STATUS.
001160*
001170     SELECT REPORT-FILE ASSIGN TO "RENRPT"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-RPT-FILE-STATUS.
001200*
001210     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS BD-BDT-FILE-STATUS.
001240*
001250     SELECT LANGUAGE-FILE ASSIGN TO "LANGFILE"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS LR-SORT-KEY
001290         FILE STATUS IS WS-LNG-FILE-STATUS.
001300*
001310     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-RNJ-FILE-STATUS.
001340*
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  TRANS-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  TRANS-RECORD                    PIC X(80).
001400*
001410 FD  USER-MASTER-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 COPY USRMSTR.
001440*
001450 FD  BLOCKLIST-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 COPY BLOCKLST.
001480*
001490 FD  MAINT-JOURNAL-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY MNTJRNL.
001520*
001530 FD  AUDIT-LOG-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001560         DEPENDING ON WS-AUD-RECORD-LENGTH.
001570 COPY AUDITLOG.
001580*
001590 FD  AUDIT-SEQUENCE-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 COPY AUDSEQ.
001620*
001630 FD  REPORT-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  REPORT-RECORD                   PIC X(80).
001660*
001670 FD  LANGUAGE-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 COPY LANGREC.
001700*
001710 FD  BUSINESS-DATE-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY BUSDATE.
001740*
001750 FD  RUN-JOURNAL-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 COPY RUNJRNL.
001780*
001790 WORKING-STORAGE SECTION.
001800 77  WS-MAINT-MARKER                 PIC X(12)
001810         VALUE "*MAINT*".
001820 77  WS-BATCH-OPERATOR-ID            PIC X(08)
001830         VALUE "BATCH".
001840 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001850 77  WS-CHAR-INDEX                   PIC 9(02) COMP.
001860 77  WS-TRAILING-BLANK-SW            PIC X(01).
001870*
001880 01  WS-NAME                         PIC X(12).
001890*
001900 01  WS-PSEUDO-SWITCHES.
001910     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "N".
001920         88  WS-PSEUDO-VALID             VALUE "Y".
001930         88  WS-PSEUDO-INVALID            VALUE "N".
001940*
001950 01  WS-FILE-SWITCHES.
001960     05  WS-TRANS-FILE-STATUS        PIC X(02) VALUE SPACES.
001970         88  WS-TRANS-OK                 VALUE "00".
001980         88  WS-TRANS-FILE-NOT-PRESENT   VALUE "35".
001990     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002000         88  WS-UM-OK                    VALUE "00".
002010         88  WS-UM-NOT-FOUND             VALUE "23".
002020         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002030     05  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
002040         88  WS-BLK-OK                   VALUE "00".
002050         88  WS-BLK-FILE-NOT-PRESENT     VALUE "35".
002060     05  WS-MJ-FILE-STATUS           PIC X(02) VALUE SPACES.
002070         88  WS-MJ-OK                    VALUE "00".
002080         88  WS-MJ-FILE-NOT-PRESENT      VALUE "35".
002090     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
002100         88  WS-AUD-OK                   VALUE "00".
002110         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
002120     05  WS-ASQ-FILE-STATUS          PIC X(02) VALUE SPACES.
002130         88  WS-ASQ-OK                   VALUE "00".
002140         88  WS-ASQ-NOT-FOUND            VALUE "23".
002150     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002160         88  WS-RPT-OK                   VALUE "00".
002170     05  WS-LNG-FILE-STATUS          PIC X(02) VALUE SPACES.
002180         88  WS-LNG-OK                   VALUE "00".
002190         88  WS-LNG-FILE-NOT-PRESENT     VALUE "35".
002200     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002210         88  WS-RNJ-OK                   VALUE "00".
002220*
002230 01  WS-CONTROL-SWITCHES.
002240     05  WS-TRANS-EOF-SW             PIC X(01) VALUE "N".
002250         88  WS-END-OF-TRANS             VALUE "Y".
002260     05  WS-VALIDATE-MODE-SW         PIC X(01) VALUE "N".
002270         88  WS-VALIDATE-ONLY            VALUE "Y".
002280     05  WS-TRN-REFUSED-SW           PIC X(01) VALUE "N".
002290         88  WS-TRN-REFUSED              VALUE "Y".
002300     05  WS-LOOKUP-FOUND-SW          PIC X(01) VALUE "N".
002310         88  WS-LOOKUP-FOUND             VALUE "Y".
002320     05  WS-LOOKUP-FAILED-SW         PIC X(01) VALUE "N".
002330         88  WS-LOOKUP-FAILED            VALUE "Y".
002340     05  WS-SIM-OVERFLOW-SW          PIC X(01) VALUE "N".
002350         88  WS-SIM-OVERFLOW             VALUE "Y".
002360*
002370 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
002380 01  WS-PARM-FIELDS.
002390     05  WS-PARM-WORD                PIC X(08) VALUE SPACES.
002400         88  WS-PARM-IS-VALIDATE         VALUE "VALIDATE".
002410*
002420 01  WS-TRANS-PARSE-FIELDS.
002430     05  WS-TRN-ACTION               PIC X(01).
002440         88  WS-TRN-RENAME               VALUE "R".
002450         88  WS-TRN-MERGE                VALUE "M".
002460         88  WS-TRN-LANGUAGE             VALUE "L".
002470     05  WS-TRN-SOURCE               PIC X(12).
002480     05  WS-TRN-TARGET               PIC X(12).
002490*
002500 01  WS-SOURCE-PSEUDO                PIC X(12).
002510 01  WS-TARGET-PSEUDO                PIC X(12).
002520 01  WS-LOOKUP-PSEUDO                PIC X(12).
002530*
002540 01  WS-SOURCE-RECORD-FIELDS.
002550     05  WS-SRC-FIRST-SEEN           PIC 9(08).
002560     05  WS-SRC-VISIT-COUNT          PIC 9(07) COMP.
002570     05  WS-SRC-LAST-VISIT           PIC 9(08).
002580     05  WS-SRC-LANG-CODE            PIC X(02).
002590*
002600*    DRY-RUN VIEW OF THE ROSTER: EVERY PSEUDO AN EARLIER
002610*    TRANSACTION WOULD HAVE CREATED ("P") OR REMOVED ("G").  A
002620*    PSEUDO NOT IN THE TABLE IS LOOKED UP ON THE ROSTER ITSELF.
002630 01  WS-SIM-FIELDS.
002640     05  WS-SIM-COUNT                PIC 9(04) COMP VALUE ZERO.
002650     05  WS-SIM-MAX                  PIC 9(04) COMP VALUE 1000.
002660     05  WS-SIM-IDX                  PIC 9(04) COMP VALUE ZERO.
002670     05  WS-SIM-FOUND-IDX            PIC 9(04) COMP VALUE ZERO.
002680     05  WS-SIM-NEW-STATE            PIC X(01) VALUE SPACES.
002690*
002700 01  WS-SIM-TABLE.
002710     05  WS-SIM-ENTRY OCCURS 1000 TIMES.
002720         10  WS-SIM-PSEUDO           PIC X(12).
002730         10  WS-SIM-STATE            PIC X(01).
002740             88  WS-SIM-PRESENT          VALUE "P".
002750             88  WS-SIM-GONE             VALUE "G".
002760*
002770 01  WS-COUNTERS.
002780     05  WS-TRANS-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002790     05  WS-RENAMED-COUNT            PIC 9(08) COMP VALUE ZERO.
002800     05  WS-MERGED-COUNT             PIC 9(08) COMP VALUE ZERO.
002810     05  WS-LANGUAGE-SET-COUNT       PIC 9(08) COMP VALUE ZERO.
002820     05  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
002830     05  WS-BAD-TRANS-COUNT          PIC 9(08) COMP VALUE ZERO.
002840     05  WS-JOURNAL-COUNT            PIC 9(08) COMP VALUE ZERO.
002850     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002860*
002870 01  WS-CURRENT-DATE-FIELDS.
002880     05  WS-CURRENT-DATE             PIC 9(08).
002890*
002900 COPY BUSDWRK.
002910 01  WS-CURRENT-TIME                 PIC 9(08).
002920*
002930 01  WS-MSG-TEXT                     PIC X(50).
002940 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002950 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002960*
002970 01  WS-DETAIL-LINE.
002980     05  WS-DTL-ACTION               PIC X(01).
002990     05  FILLER                      PIC X(02) VALUE SPACES.
003000     05  WS-DTL-SOURCE               PIC X(12).
003010     05  FILLER                      PIC X(02) VALUE SPACES.
003020     05  WS-DTL-TARGET               PIC X(12).
003030     05  FILLER                      PIC X(02) VALUE SPACES.
003040     05  WS-DTL-RESULT               PIC X(20).
003050     05  FILLER                      PIC X(29) VALUE SPACES.
003060*
003070 01  WS-REASON-LINE.
003080     05  FILLER                      PIC X(05) VALUE SPACES.
003090     05  FILLER                      PIC X(08) VALUE "REASON: ".
003100     05  WS-RSN-TEXT                 PIC X(50).
003110     05  FILLER                      PIC X(17) VALUE SPACES.
003120*
003130 COPY BLOCKTBL.
003140*
003150 COPY LANGTXT.
003160*
003170 LINKAGE SECTION.
003180 01  WS-PARM-AREA.
003190     05  WS-PARM-LENGTH              PIC S9(04) COMP.
003200     05  WS-PARM-TEXT                PIC X(20).
003210*
003220 PROCEDURE DIVISION USING WS-PARM-AREA.
003230*
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE
003260         THRU 1000-INITIALIZE-EXIT.
003270*
003280     PERFORM 2100-READ-TRANSACTION
003290         THRU 2100-READ-TRANSACTION-EXIT.
003300     PERFORM 2200-APPLY-ONE-TRANSACTION
003310         THRU 2200-APPLY-ONE-TRANSACTION-EXIT
003320         UNTIL WS-END-OF-TRANS.
003330*
003340     PERFORM 5000-WRITE-TOTALS
003350         THRU 5000-WRITE-TOTALS-EXIT.
003360*
003370     PERFORM 9999-TERMINATE
003380         THRU 9999-TERMINATE-EXIT.
003390*
003400     IF WS-REFUSED-COUNT > ZERO
003410        OR WS-SIM-OVERFLOW
003420         MOVE 4 TO RETURN-CODE
003430     END-IF.
003440     IF WS-IO-FAIL-COUNT > ZERO
003450         MOVE 8 TO RETURN-CODE
003460     END-IF.
003470*
003480     MOVE "E" TO RJ-RECORD-TYPE.
003490     MOVE WS-TRANS-READ-COUNT TO RJ-READ-COUNT.
003500     MOVE WS-JOURNAL-COUNT TO RJ-WRITTEN-COUNT.
003510     COMPUTE RJ-ERROR-COUNT
003520         = WS-REFUSED-COUNT + WS-IO-FAIL-COUNT.
003530     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003540     PERFORM 6500-WRITE-RUN-JOURNAL
003550         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003560     STOP RUN.
003570*
003580******************************************************************
003590* 1000-INITIALIZE - PARSE THE PARM AND OPEN EVERYTHING.  A DRY   *
003600*                   RUN OPENS THE ROSTER INPUT AND LEAVES THE    *
003610*                   JOURNAL AND THE AUDIT LOG ALONE.  A MISSING  *
003620*                   TRANSACTION FILE IS AN EMPTY ONE; A JOURNAL  *
003630*                   OR AUDIT LOG THAT DOES NOT EXIST YET IS      *
003640*                   CREATED.  A ROSTER THAT CANNOT BE OPENED     *
003650*                   STOPS THE RUN BEFORE THE FIRST TRANSACTION.  *
003660******************************************************************
003670 1000-INITIALIZE.
003680     MOVE "UserRen" TO RJ-PROGRAM-NAME.
003690     MOVE "S" TO RJ-RECORD-TYPE.
003700     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003710                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003720     PERFORM 6500-WRITE-RUN-JOURNAL
003730         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003740*
003750     PERFORM 1600-PARSE-PARM
003760         THRU 1600-PARSE-PARM-EXIT.
003770*
003780     OPEN OUTPUT REPORT-FILE.
003790     IF NOT WS-RPT-OK
003800         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003810             WS-RPT-FILE-STATUS
003820     END-IF.
003830     PERFORM 6600-GET-BUSINESS-DATE
003840         THRU 6600-GET-BUSINESS-DATE-EXIT.
003850*
003860     MOVE SPACES TO REPORT-RECORD.
003870     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003880     STRING "COBILISTE - BULK RENAME/MERGE  "
003890             DELIMITED BY SIZE
003900             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003910             INTO REPORT-RECORD.
003920     WRITE REPORT-RECORD.
003930     PERFORM 5100-CHECK-REPORT-WRITE
003940         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003950     IF WS-VALIDATE-ONLY
003960         MOVE "VALIDATE ONLY - NOTHING IS UPDATED OR JOURNALLED"
003970             TO REPORT-RECORD
003980         WRITE REPORT-RECORD
003990         PERFORM 5100-CHECK-REPORT-WRITE
004000             THRU 5100-CHECK-REPORT-WRITE-EXIT
004010     END-IF.
004020     MOVE SPACES TO REPORT-RECORD.
004030     WRITE REPORT-RECORD.
004040     PERFORM 5100-CHECK-REPORT-WRITE
004050         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004060*
004070     OPEN INPUT TRANS-FILE.
004080     IF WS-TRANS-FILE-NOT-PRESENT
004090         MOVE "Y" TO WS-TRANS-EOF-SW
004100     ELSE
004110         IF NOT WS-TRANS-OK
004120             DISPLAY "TRANS-FILE OPEN FAILED - STATUS "
004130                 WS-TRANS-FILE-STATUS
004140             ADD 1 TO WS-IO-FAIL-COUNT
004150             MOVE "Y" TO WS-TRANS-EOF-SW
004160         END-IF
004170     END-IF.
004180*
004190     IF WS-VALIDATE-ONLY
004200         OPEN INPUT USER-MASTER-FILE
004210     ELSE
004220         OPEN I-O USER-MASTER-FILE
004230     END-IF.
004240     IF NOT WS-UM-OK
004250         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
004260             WS-UM-FILE-STATUS
004270         ADD 1 TO WS-IO-FAIL-COUNT
004280         MOVE "Y" TO WS-TRANS-EOF-SW
004290     END-IF.
004300*
004310     IF NOT WS-VALIDATE-ONLY
004320         PERFORM 1700-OPEN-TRAIL-FILES
004330             THRU 1700-OPEN-TRAIL-FILES-EXIT
004340     END-IF.
004350*
004360     PERFORM 1550-LOAD-BLOCKLIST
004370         THRU 1550-LOAD-BLOCKLIST-EXIT.
004380     PERFORM 1500-LOAD-LANGUAGE-TABLE
004390         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
004400 1000-INITIALIZE-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440* 1500-LOAD-LANGUAGE-TABLE - THE LANGUAGES AN L TRANSACTION MAY  *
004450*                            SET, FROM LANGFILE WITH THE         *
004460*                            COMPILED-IN FR/EN FALLBACK          *
004470*                            (LANGLOAD/LANGDFLT/LANGSTOR).       *
004480******************************************************************
004490     COPY LANGLOAD.
004500*
004510     COPY LANGDFLT.
004520*
004530     COPY LANGSTOR.
004540*
004550******************************************************************
004560* 1550-LOAD-BLOCKLIST / 1570-STORE-ONE-BLOCK-ENTRY - LOAD THE    *
004570*                       RESERVED/BLOCKED PSEUDO LIST.  SHARED    *
004580*                       WITH THE OTHER ENTRY POINTS VIA          *
004590*                       BLCKLOAD.CPY AND BLCKSTOR.CPY.           *
004600******************************************************************
004610     COPY BLCKLOAD.
004620*
004630     COPY BLCKSTOR.
004640*
004650******************************************************************
004660* 1600-PARSE-PARM - THE ONLY PARM WORD RECOGNIZED IS THE         *
004670*                   LITERAL VALIDATE; ANYTHING ELSE (OR NO PARM) *
004680*                   APPLIES THE TRANSACTIONS.                    *
004690******************************************************************
004700 1600-PARSE-PARM.
004710     MOVE SPACES TO WS-PARM-STRING.
004720     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
004730         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
004740     END-IF.
004750     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
004760         INTO WS-PARM-WORD.
004770     IF WS-PARM-IS-VALIDATE
004780         MOVE "Y" TO WS-VALIDATE-MODE-SW
004790     END-IF.
004800 1600-PARSE-PARM-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840* 1700-OPEN-TRAIL-FILES - THE JOURNAL AND THE AUDIT LOG ARE      *
004850*                         APPENDED TO.  NEITHER MAY BE MISSING   *
004860*                         ONCE A CHANGE IS MADE, SO A FAILURE    *
004870*                         HERE STOPS THE RUN BEFORE ANY          *
004880*                         TRANSACTION IS APPLIED.                *
004890******************************************************************
004900 1700-OPEN-TRAIL-FILES.
004910     OPEN EXTEND MAINT-JOURNAL-FILE.
004920     IF WS-MJ-FILE-NOT-PRESENT
004930         OPEN OUTPUT MAINT-JOURNAL-FILE
004940         CLOSE MAINT-JOURNAL-FILE
004950         OPEN EXTEND MAINT-JOURNAL-FILE
004960     END-IF.
004970     IF NOT WS-MJ-OK
004980         DISPLAY "MAINT-JOURNAL OPEN FAILED - STATUS "
004990             WS-MJ-FILE-STATUS
005000         ADD 1 TO WS-IO-FAIL-COUNT
005010         MOVE "Y" TO WS-TRANS-EOF-SW
005020     END-IF.
005030*
005040     OPEN EXTEND AUDIT-LOG-FILE.
005050     IF WS-AUD-FILE-NOT-PRESENT
005060         OPEN OUTPUT AUDIT-LOG-FILE
005070         CLOSE AUDIT-LOG-FILE
005080         OPEN EXTEND AUDIT-LOG-FILE
005090     END-IF.
005100     IF NOT WS-AUD-OK
005110         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
005120             WS-AUD-FILE-STATUS
005130         ADD 1 TO WS-IO-FAIL-COUNT
005140         MOVE "Y" TO WS-TRANS-EOF-SW
005150     END-IF.
005160 1700-OPEN-TRAIL-FILES-EXIT.
005170     EXIT.
005180*
005190 2100-READ-TRANSACTION.
005200     READ TRANS-FILE
005210         AT END
005220             MOVE "Y" TO WS-TRANS-EOF-SW
005230     END-READ.
005240 2100-READ-TRANSACTION-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280* 2200-APPLY-ONE-TRANSACTION - PARSE AND ROUTE ONE TRANSACTION.  *
005290*                              BLANK RECORDS AND "*" COMMENT     *
005300*                              RECORDS ARE SKIPPED, AS ON THE    *
005310*                              BLOCKLIST TRANSACTION FILE.       *
005320******************************************************************
005330 2200-APPLY-ONE-TRANSACTION.
005340     IF TRANS-RECORD = SPACES
005350        OR TRANS-RECORD(1:1) = "*"
005360         GO TO 2200-APPLY-ONE-TRANSACTION-READ
005370     END-IF.
005380     ADD 1 TO WS-TRANS-READ-COUNT.
005390     MOVE SPACES TO WS-TRN-ACTION WS-TRN-SOURCE WS-TRN-TARGET.
005400     UNSTRING TRANS-RECORD DELIMITED BY ";"
005410         INTO WS-TRN-ACTION WS-TRN-SOURCE WS-TRN-TARGET.
005420*
005430     IF NOT WS-TRN-RENAME AND NOT WS-TRN-MERGE
005440        AND NOT WS-TRN-LANGUAGE
005450         PERFORM 2600-REJECT-TRANSACTION
005460             THRU 2600-REJECT-TRANSACTION-EXIT
005470         GO TO 2200-APPLY-ONE-TRANSACTION-READ
005480     END-IF.
005490*
005500     MOVE WS-TRN-SOURCE TO WS-SOURCE-PSEUDO.
005510     MOVE WS-TRN-TARGET TO WS-TARGET-PSEUDO.
005520     MOVE "N" TO WS-TRN-REFUSED-SW.
005530     IF WS-TRN-RENAME
005540         PERFORM 3000-RENAME-ONE-PSEUDO
005550             THRU 3000-RENAME-ONE-PSEUDO-EXIT
005560     ELSE
005570         IF WS-TRN-MERGE
005580             PERFORM 4000-MERGE-TWO-PSEUDOS
005590                 THRU 4000-MERGE-TWO-PSEUDOS-EXIT
005600         ELSE
005610             PERFORM 4500-SET-LANGUAGE
005620                 THRU 4500-SET-LANGUAGE-EXIT
005630         END-IF
005640     END-IF.
005650*
005660 2200-APPLY-ONE-TRANSACTION-READ.
005670     IF NOT WS-END-OF-TRANS
005680         PERFORM 2100-READ-TRANSACTION
005690             THRU 2100-READ-TRANSACTION-EXIT
005700     END-IF.
005710 2200-APPLY-ONE-TRANSACTION-EXIT.
005720     EXIT.
005730*
005740******************************************************************
005750* 2500-REPORT-ONE-ACTION - ONE DETAIL LINE PER TRANSACTION, PLUS *
005760*                          THE REASON LINE WHEN WS-MSG-TEXT      *
005770*                          CARRIES ONE.                          *
005780******************************************************************
005790 2500-REPORT-ONE-ACTION.
005800     MOVE WS-TRN-ACTION TO WS-DTL-ACTION.
005810     MOVE WS-SOURCE-PSEUDO TO WS-DTL-SOURCE.
005820     MOVE WS-TARGET-PSEUDO TO WS-DTL-TARGET.
005830     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
005840     WRITE REPORT-RECORD.
005850     PERFORM 5100-CHECK-REPORT-WRITE
005860         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005870     IF WS-MSG-TEXT NOT = SPACES
005880         MOVE WS-MSG-TEXT TO WS-RSN-TEXT
005890         MOVE WS-REASON-LINE TO REPORT-RECORD
005900         WRITE REPORT-RECORD
005910         PERFORM 5100-CHECK-REPORT-WRITE
005920             THRU 5100-CHECK-REPORT-WRITE-EXIT
005930     END-IF.
005940 2500-REPORT-ONE-ACTION-EXIT.
005950     EXIT.
005960*
005970 2600-REJECT-TRANSACTION.
005980     ADD 1 TO WS-BAD-TRANS-COUNT.
005990     ADD 1 TO WS-REFUSED-COUNT.
006000     MOVE SPACES TO REPORT-RECORD.
006010     STRING "REJECTED - BAD TRANSACTION: " DELIMITED BY SIZE
006020             TRANS-RECORD(1:40)           DELIMITED BY SIZE
006030             INTO REPORT-RECORD.
006040     WRITE REPORT-RECORD.
006050     PERFORM 5100-CHECK-REPORT-WRITE
006060         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006070     MOVE "ACTION MUST BE R, M OR L." TO WS-RSN-TEXT.
006080     MOVE WS-REASON-LINE TO REPORT-RECORD.
006090     WRITE REPORT-RECORD.
006100     PERFORM 5100-CHECK-REPORT-WRITE
006110         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006120 2600-REJECT-TRANSACTION-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160* 2700-REFUSE-TRANSACTION - THE TRANSACTION BREAKS A CBLM RULE;  *
006170*                           WS-MSG-TEXT HOLDS THE SCREEN'S       *
006180*                           MESSAGE.  NOTHING WAS CHANGED.       *
006190******************************************************************
006200 2700-REFUSE-TRANSACTION.
006210     MOVE "Y" TO WS-TRN-REFUSED-SW.
006220     ADD 1 TO WS-REFUSED-COUNT.
006230     MOVE "REFUSED" TO WS-DTL-RESULT.
006240     PERFORM 2500-REPORT-ONE-ACTION
006250         THRU 2500-REPORT-ONE-ACTION-EXIT.
006260 2700-REFUSE-TRANSACTION-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300* 2800-FAIL-TRANSACTION - AN I-O FAILURE.  THE RUN STOPS HERE:   *
006310*                         THE REMAINING TRANSACTIONS ARE LEFT    *
006320*                         UNTOUCHED, AND RC 8 HOLDS THE NIGHTLY  *
006330*                         SCRUB UNTIL SUPPORT HAS LOOKED.        *
006340******************************************************************
006350 2800-FAIL-TRANSACTION.
006360     MOVE "Y" TO WS-TRN-REFUSED-SW.
006370     ADD 1 TO WS-IO-FAIL-COUNT.
006380     MOVE "FAILED - RUN STOPPED" TO WS-DTL-RESULT.
006390     PERFORM 2500-REPORT-ONE-ACTION
006400         THRU 2500-REPORT-ONE-ACTION-EXIT.
006410     MOVE "Y" TO WS-TRANS-EOF-SW.
006420 2800-FAIL-TRANSACTION-EXIT.
006430     EXIT.
006440*
006450******************************************************************
006460* 3000-RENAME-ONE-PSEUDO - THE BATCH FORM OF UserMnt 5000.  THE  *
006470*                          RECORD IS RE-WRITTEN UNDER THE NEW    *
006480*                          KEY (WHICH MUST PASS THE NAMING       *
006490*                          STANDARD AND NOT ALREADY EXIST) AND   *
006500*                          THE OLD ONE IS DELETED.               *
006510******************************************************************
006520 3000-RENAME-ONE-PSEUDO.
006530     PERFORM 7000-EDIT-MAINT-KEYS
006540         THRU 7000-EDIT-MAINT-KEYS-EXIT.
006550     IF WS-TRN-REFUSED
006560         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
006570     END-IF.
006580*
006590     MOVE WS-TARGET-PSEUDO TO WS-LOOKUP-PSEUDO.
006600     PERFORM 8000-LOOKUP-PSEUDO
006610         THRU 8000-LOOKUP-PSEUDO-EXIT.
006620     IF WS-LOOKUP-FAILED
006630         MOVE "ROSTER READ FAILED - CHECK THE ROSTER."
006640             TO WS-MSG-TEXT
006650         PERFORM 2800-FAIL-TRANSACTION
006660             THRU 2800-FAIL-TRANSACTION-EXIT
006670         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
006680     END-IF.
006690     IF WS-LOOKUP-FOUND
006700         MOVE "NEW PSEUDO ALREADY ON THE ROSTER - USE MERGE."
006710             TO WS-MSG-TEXT
006720         PERFORM 2700-REFUSE-TRANSACTION
006730             THRU 2700-REFUSE-TRANSACTION-EXIT
006740         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
006750     END-IF.
006760*
006770     MOVE WS-SOURCE-PSEUDO TO WS-LOOKUP-PSEUDO.
006780     PERFORM 8000-LOOKUP-PSEUDO
006790         THRU 8000-LOOKUP-PSEUDO-EXIT.
006800     IF WS-LOOKUP-FAILED
006810         MOVE "ROSTER READ FAILED - CHECK THE ROSTER."
006820             TO WS-MSG-TEXT
006830         PERFORM 2800-FAIL-TRANSACTION
006840             THRU 2800-FAIL-TRANSACTION-EXIT
006850         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
006860     END-IF.
006870     IF NOT WS-LOOKUP-FOUND
006880         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
006890         PERFORM 2700-REFUSE-TRANSACTION
006900             THRU 2700-REFUSE-TRANSACTION-EXIT
006910         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
006920     END-IF.
006930*
006940     IF WS-VALIDATE-ONLY
006950         MOVE WS-SOURCE-PSEUDO TO WS-LOOKUP-PSEUDO
006960         MOVE "G" TO WS-SIM-NEW-STATE
006970         PERFORM 8200-NOTE-SIMULATED
006980             THRU 8200-NOTE-SIMULATED-EXIT
006990         MOVE WS-TARGET-PSEUDO TO WS-LOOKUP-PSEUDO
007000         MOVE "P" TO WS-SIM-NEW-STATE
007010         PERFORM 8200-NOTE-SIMULATED
007020             THRU 8200-NOTE-SIMULATED-EXIT
007030         ADD 1 TO WS-RENAMED-COUNT
007040         MOVE SPACES TO WS-MSG-TEXT
007050         MOVE "WOULD RENAME" TO WS-DTL-RESULT
007060         PERFORM 2500-REPORT-ONE-ACTION
007070             THRU 2500-REPORT-ONE-ACTION-EXIT
007080         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
007090     END-IF.
007100*
007110     MOVE WS-TARGET-PSEUDO TO UM-PSEUDO.
007120     WRITE UM-RECORD
007130         INVALID KEY
007140             CONTINUE
007150     END-WRITE.
007160     IF NOT WS-UM-OK
007170         MOVE "ROSTER WRITE FAILED - NOTHING CHANGED."
007180             TO WS-MSG-TEXT
007190         PERFORM 2800-FAIL-TRANSACTION
007200             THRU 2800-FAIL-TRANSACTION-EXIT
007210         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
007220     END-IF.
007230*
007240     PERFORM 7500-DELETE-SOURCE-RECORD
007250         THRU 7500-DELETE-SOURCE-RECORD-EXIT.
007260     IF WS-TRN-REFUSED
007270         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
007280     END-IF.
007290     PERFORM 7600-WRITE-MAINT-TRAIL
007300         THRU 7600-WRITE-MAINT-TRAIL-EXIT.
007310     IF WS-TRN-REFUSED
007320         GO TO 3000-RENAME-ONE-PSEUDO-EXIT
007330     END-IF.
007340*
007350     ADD 1 TO WS-RENAMED-COUNT.
007360     MOVE SPACES TO WS-MSG-TEXT.
007370     MOVE "RENAMED" TO WS-DTL-RESULT.
007380     PERFORM 2500-REPORT-ONE-ACTION
007390         THRU 2500-REPORT-ONE-ACTION-EXIT.
007400 3000-RENAME-ONE-PSEUDO-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440* 4000-MERGE-TWO-PSEUDOS - THE BATCH FORM OF UserMnt 6000.  THE  *
007450*                          SOURCE PSEUDO'S COUNTS FOLD INTO THE  *
007460*                          TARGET (EARLIEST FIRST-SEEN, LATEST   *
007470*                          LAST-VISIT, COUNTS ADDED, SOURCE      *
007480*                          LANGUAGE WHEN THE TARGET HAS NONE)    *
007490*                          AND THE SOURCE RECORD IS DELETED.     *
007500******************************************************************
007510 4000-MERGE-TWO-PSEUDOS.
007520     PERFORM 7000-EDIT-MAINT-KEYS
007530         THRU 7000-EDIT-MAINT-KEYS-EXIT.
007540     IF WS-TRN-REFUSED
007550         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
007560     END-IF.
007570*
007580     MOVE WS-SOURCE-PSEUDO TO WS-LOOKUP-PSEUDO.
007590     PERFORM 8000-LOOKUP-PSEUDO
007600         THRU 8000-LOOKUP-PSEUDO-EXIT.
007610     IF WS-LOOKUP-FAILED
007620         MOVE "ROSTER READ FAILED - CHECK THE ROSTER."
007630             TO WS-MSG-TEXT
007640         PERFORM 2800-FAIL-TRANSACTION
007650             THRU 2800-FAIL-TRANSACTION-EXIT
007660         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
007670     END-IF.
007680     IF NOT WS-LOOKUP-FOUND
007690         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
007700         PERFORM 2700-REFUSE-TRANSACTION
007710             THRU 2700-REFUSE-TRANSACTION-EXIT
007720         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
007730     END-IF.
007740     MOVE UM-FIRST-SEEN-DATE TO WS-SRC-FIRST-SEEN.
007750     MOVE UM-VISIT-COUNT TO WS-SRC-VISIT-COUNT.
007760     MOVE UM-LAST-VISIT-DATE TO WS-SRC-LAST-VISIT.
007770     MOVE UM-LANG-CODE TO WS-SRC-LANG-CODE.
007780*
007790     MOVE WS-TARGET-PSEUDO TO WS-LOOKUP-PSEUDO.
007800     PERFORM 8000-LOOKUP-PSEUDO
007810         THRU 8000-LOOKUP-PSEUDO-EXIT.
007820     IF WS-LOOKUP-FAILED
007830         MOVE "ROSTER READ FAILED - CHECK THE ROSTER."
007840             TO WS-MSG-TEXT
007850         PERFORM 2800-FAIL-TRANSACTION
007860             THRU 2800-FAIL-TRANSACTION-EXIT
007870         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
007880     END-IF.
007890     IF NOT WS-LOOKUP-FOUND
007900         MOVE "TARGET PSEUDO NOT ON THE ROSTER - USE RENAME."
007910             TO WS-MSG-TEXT
007920         PERFORM 2700-REFUSE-TRANSACTION
007930             THRU 2700-REFUSE-TRANSACTION-EXIT
007940         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
007950     END-IF.
007960*
007970     IF WS-VALIDATE-ONLY
007980         MOVE WS-SOURCE-PSEUDO TO WS-LOOKUP-PSEUDO
007990         MOVE "G" TO WS-SIM-NEW-STATE
008000         PERFORM 8200-NOTE-SIMULATED
008010             THRU 8200-NOTE-SIMULATED-EXIT
008020         ADD 1 TO WS-MERGED-COUNT
008030         MOVE SPACES TO WS-MSG-TEXT
008040         MOVE "WOULD MERGE" TO WS-DTL-RESULT
008050         PERFORM 2500-REPORT-ONE-ACTION
008060             THRU 2500-REPORT-ONE-ACTION-EXIT
008070         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
008080     END-IF.
008090*
008100     ADD WS-SRC-VISIT-COUNT TO UM-VISIT-COUNT.
008110     IF WS-SRC-FIRST-SEEN < UM-FIRST-SEEN-DATE
008120         MOVE WS-SRC-FIRST-SEEN TO UM-FIRST-SEEN-DATE
008130     END-IF.
008140     IF WS-SRC-LAST-VISIT > UM-LAST-VISIT-DATE
008150         MOVE WS-SRC-LAST-VISIT TO UM-LAST-VISIT-DATE
008160     END-IF.
008170     IF UM-LANG-CODE = SPACES
008180         MOVE WS-SRC-LANG-CODE TO UM-LANG-CODE
008190     END-IF.
008200     REWRITE UM-RECORD
008210         INVALID KEY
008220             CONTINUE
008230     END-REWRITE.
008240     IF NOT WS-UM-OK
008250         MOVE "ROSTER REWRITE FAILED - NOTHING MERGED."
008260             TO WS-MSG-TEXT
008270         PERFORM 2800-FAIL-TRANSACTION
008280             THRU 2800-FAIL-TRANSACTION-EXIT
008290         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
008300     END-IF.
008310*
008320     PERFORM 7500-DELETE-SOURCE-RECORD
008330         THRU 7500-DELETE-SOURCE-RECORD-EXIT.
008340     IF WS-TRN-REFUSED
008350         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
008360     END-IF.
008370     PERFORM 7600-WRITE-MAINT-TRAIL
008380         THRU 7600-WRITE-MAINT-TRAIL-EXIT.
008390     IF WS-TRN-REFUSED
008400         GO TO 4000-MERGE-TWO-PSEUDOS-EXIT
008410     END-IF.
008420*
008430     ADD 1 TO WS-MERGED-COUNT.
008440     MOVE SPACES TO WS-MSG-TEXT.
008450     MOVE "MERGED" TO WS-DTL-RESULT.
008460     PERFORM 2500-REPORT-ONE-ACTION
008470         THRU 2500-REPORT-ONE-ACTION-EXIT.
008480 4000-MERGE-TWO-PSEUDOS-EXIT.
008490     EXIT.
008500*
008510******************************************************************
008520* 4500-SET-LANGUAGE - SET THE STORED LANGUAGE OF AN EXISTING     *
008530*                     PSEUDO.  THE CODE MUST BE ON THE LANGUAGE  *
008540*                     TABLE, SO A CORRECTION CAN NEVER LEAVE A   *
008550*                     USER ON ANOTHER ORPHANED CODE.  THE KEY IS *
008560*                     UNCHANGED, SO NO JOURNAL OR AUDIT MARKER   *
008570*                     IS WRITTEN.                                *
008580******************************************************************
008590 4500-SET-LANGUAGE.
008600     IF WS-SOURCE-PSEUDO = SPACES
008610        OR WS-TARGET-PSEUDO = SPACES
008620         MOVE "KEY BOTH PSEUDO AND LANGUAGE CODE." TO WS-MSG-TEXT
008630         PERFORM 2700-REFUSE-TRANSACTION
008640             THRU 2700-REFUSE-TRANSACTION-EXIT
008650         GO TO 4500-SET-LANGUAGE-EXIT
008660     END-IF.
008670     INSPECT WS-TARGET-PSEUDO
008680         CONVERTING "abcdefghijklmnopqrstuvwxyz"
008690                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008700     IF WS-TARGET-PSEUDO(3:10) NOT = SPACES
008710         MOVE "LANGUAGE CODE NOT ON LANGFILE." TO WS-MSG-TEXT
008720         PERFORM 2700-REFUSE-TRANSACTION
008730             THRU 2700-REFUSE-TRANSACTION-EXIT
008740         GO TO 4500-SET-LANGUAGE-EXIT
008750     END-IF.
008760     SET WS-LANGUAGE-IDX TO 1.
008770     SEARCH WS-LANGUAGE-ENTRY
008780         AT END
008790             MOVE "LANGUAGE CODE NOT ON LANGFILE." TO WS-MSG-TEXT
008800             PERFORM 2700-REFUSE-TRANSACTION
008810                 THRU 2700-REFUSE-TRANSACTION-EXIT
008820             GO TO 4500-SET-LANGUAGE-EXIT
008830         WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
008840               = WS-TARGET-PSEUDO(1:2)
008850             CONTINUE
008860     END-SEARCH.
008870*
008880     MOVE WS-SOURCE-PSEUDO TO WS-LOOKUP-PSEUDO.
008890     PERFORM 8000-LOOKUP-PSEUDO
008900         THRU 8000-LOOKUP-PSEUDO-EXIT.
008910     IF WS-LOOKUP-FAILED
008920         MOVE "ROSTER READ FAILED - CHECK THE ROSTER."
008930             TO WS-MSG-TEXT
008940         PERFORM 2800-FAIL-TRANSACTION
008950             THRU 2800-FAIL-TRANSACTION-EXIT
008960         GO TO 4500-SET-LANGUAGE-EXIT
008970     END-IF.
008980     IF NOT WS-LOOKUP-FOUND
008990         MOVE "PSEUDO NOT ON THE ROSTER." TO WS-MSG-TEXT
009000         PERFORM 2700-REFUSE-TRANSACTION
009010             THRU 2700-REFUSE-TRANSACTION-EXIT
009020         GO TO 4500-SET-LANGUAGE-EXIT
009030     END-IF.
009040*
009050     IF WS-VALIDATE-ONLY
009060         ADD 1 TO WS-LANGUAGE-SET-COUNT
009070         MOVE SPACES TO WS-MSG-TEXT
009080         MOVE "WOULD SET LANGUAGE" TO WS-DTL-RESULT
009090         PERFORM 2500-REPORT-ONE-ACTION
009100             THRU 2500-REPORT-ONE-ACTION-EXIT
009110         GO TO 4500-SET-LANGUAGE-EXIT
009120     END-IF.
009130*
009140     MOVE WS-TARGET-PSEUDO(1:2) TO UM-LANG-CODE.
009150     REWRITE UM-RECORD
009160         INVALID KEY
009170             CONTINUE
009180     END-REWRITE.
009190     IF NOT WS-UM-OK
009200         MOVE "ROSTER REWRITE FAILED - LANGUAGE NOT SET."
009210             TO WS-MSG-TEXT
009220         PERFORM 2800-FAIL-TRANSACTION
009230             THRU 2800-FAIL-TRANSACTION-EXIT
009240         GO TO 4500-SET-LANGUAGE-EXIT
009250     END-IF.
009260*
009270     ADD 1 TO WS-LANGUAGE-SET-COUNT.
009280     MOVE SPACES TO WS-MSG-TEXT.
009290     MOVE "LANGUAGE SET" TO WS-DTL-RESULT.
009300     PERFORM 2500-REPORT-ONE-ACTION
009310         THRU 2500-REPORT-ONE-ACTION-EXIT.
009320 4500-SET-LANGUAGE-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360* 5000-WRITE-TOTALS - PRINT THE RUN TOTALS.                      *
009370******************************************************************
009380 5000-WRITE-TOTALS.
009390     MOVE SPACES TO REPORT-RECORD.
009400     WRITE REPORT-RECORD.
009410     PERFORM 5100-CHECK-REPORT-WRITE
009420         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009430*
009440     MOVE WS-TRANS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
009450     MOVE SPACES TO REPORT-RECORD.
009460     STRING "TRANSACTIONS READ . . . . . . . : " DELIMITED BY SIZE
009470             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009480             INTO REPORT-RECORD.
009490     WRITE REPORT-RECORD.
009500     PERFORM 5100-CHECK-REPORT-WRITE
009510         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009520*
009530     MOVE WS-RENAMED-COUNT TO WS-REPORT-NUMERIC-EDIT.
009540     MOVE SPACES TO REPORT-RECORD.
009550     STRING "RENAMES APPLIED . . . . . . . . : " DELIMITED BY SIZE
009560             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009570             INTO REPORT-RECORD.
009580     WRITE REPORT-RECORD.
009590     PERFORM 5100-CHECK-REPORT-WRITE
009600         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009610*
009620     MOVE WS-MERGED-COUNT TO WS-REPORT-NUMERIC-EDIT.
009630     MOVE SPACES TO REPORT-RECORD.
009640     STRING "MERGES APPLIED  . . . . . . . . : " DELIMITED BY SIZE
009650             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009660             INTO REPORT-RECORD.
009670     WRITE REPORT-RECORD.
009680     PERFORM 5100-CHECK-REPORT-WRITE
009690         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009700*
009710     MOVE WS-LANGUAGE-SET-COUNT TO WS-REPORT-NUMERIC-EDIT.
009720     MOVE SPACES TO REPORT-RECORD.
009730     STRING "LANGUAGE CHANGES APPLIED  . . . : " DELIMITED BY SIZE
009740             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009750             INTO REPORT-RECORD.
009760     WRITE REPORT-RECORD.
009770     PERFORM 5100-CHECK-REPORT-WRITE
009780         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009790*
009800     MOVE WS-REFUSED-COUNT TO WS-REPORT-NUMERIC-EDIT.
009810     MOVE SPACES TO REPORT-RECORD.
009820     STRING "TRANSACTIONS REFUSED  . . . . . : " DELIMITED BY SIZE
009830             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009840             INTO REPORT-RECORD.
009850     WRITE REPORT-RECORD.
009860     PERFORM 5100-CHECK-REPORT-WRITE
009870         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009880*
009890     MOVE WS-BAD-TRANS-COUNT TO WS-REPORT-NUMERIC-EDIT.
009900     MOVE SPACES TO REPORT-RECORD.
009910     STRING "  OF WHICH BAD TRANSACTIONS . . : " DELIMITED BY SIZE
009920             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
009930             INTO REPORT-RECORD.
009940     WRITE REPORT-RECORD.
009950     PERFORM 5100-CHECK-REPORT-WRITE
009960         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009970*
009980     MOVE WS-JOURNAL-COUNT TO WS-REPORT-NUMERIC-EDIT.
009990     MOVE SPACES TO REPORT-RECORD.
010000     STRING "JOURNAL RECORDS WRITTEN . . . . : " DELIMITED BY SIZE
010010             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010020             INTO REPORT-RECORD.
010030     WRITE REPORT-RECORD.
010040     PERFORM 5100-CHECK-REPORT-WRITE
010050         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010060*
010070     MOVE WS-IO-FAIL-COUNT TO WS-REPORT-NUMERIC-EDIT.
010080     MOVE SPACES TO REPORT-RECORD.
010090     STRING "I-O FAILURES  . . . . . . . . . : " DELIMITED BY SIZE
010100             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010110             INTO REPORT-RECORD.
010120     WRITE REPORT-RECORD.
010130     PERFORM 5100-CHECK-REPORT-WRITE
010140         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010150*
010160     IF WS-VALIDATE-ONLY
010170         MOVE "VALIDATE ONLY - COUNTS ARE WHAT WOULD BE APPLIED"
010180             TO REPORT-RECORD
010190         WRITE REPORT-RECORD
010200         PERFORM 5100-CHECK-REPORT-WRITE
010210             THRU 5100-CHECK-REPORT-WRITE-EXIT
010220     END-IF.
010230     IF WS-SIM-OVERFLOW
010240         MOVE "DRY-RUN TABLE FULL - LATER RESULTS MAY DIFFER"
010250             TO REPORT-RECORD
010260         WRITE REPORT-RECORD
010270         PERFORM 5100-CHECK-REPORT-WRITE
010280             THRU 5100-CHECK-REPORT-WRITE-EXIT
010290     END-IF.
010300     IF WS-IO-FAIL-COUNT > ZERO
010310         MOVE "RUN STOPPED ON AN I-O FAILURE - SCRUB IS HELD"
010320             TO REPORT-RECORD
010330         WRITE REPORT-RECORD
010340         PERFORM 5100-CHECK-REPORT-WRITE
010350             THRU 5100-CHECK-REPORT-WRITE-EXIT
010360     END-IF.
010370 5000-WRITE-TOTALS-EXIT.
010380     EXIT.
010390*
010400 5100-CHECK-REPORT-WRITE.
010410     IF NOT WS-RPT-OK
010420         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
010430             WS-RPT-FILE-STATUS
010440     END-IF.
010450 5100-CHECK-REPORT-WRITE-EXIT.
010460     EXIT.
010470*
010480******************************************************************
010490* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
010500*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
010510*                          BY EVERY BATCH PROGRAM VIA            *
010520*                          JRNLPUT.CPY.                          *
010530******************************************************************
010540     COPY JRNLPUT.
010550*
010560******************************************************************
010570* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
010580*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
010590*                          BY EVERY NIGHTLY PROGRAM VIA          *
010600*                          BUSDGET.CPY.                          *
010610******************************************************************
010620     COPY BUSDGET.
010630*
010640******************************************************************
010650* 6700-STAMP-AUDIT-SEQUENCE - NEXT AUDIT SEQUENCE NUMBER FOR    *
010660*                             THE RECORD'S CHANNEL.  SHARED BY   *
010670*                             EVERY BATCH AUDIT WRITER VIA       *
010680*                             AUDSQPUT.CPY.                      *
010690******************************************************************
010700     COPY AUDSQPUT.
010710*
010720******************************************************************
010730* 7000-EDIT-MAINT-KEYS - BOTH MAINTENANCE ACTIONS NEED A SOURCE  *
010740*                        PSEUDO AND A DISTINCT NEW/TARGET        *
010750*                        PSEUDO THAT PASSES THE NAMING STANDARD  *
010760*                        AND IS NOT RESERVED OR BLOCKED - THE    *
010770*                        SAME EDITS AND TEXTS AS UserMnt 7000.   *
010780******************************************************************
010790 7000-EDIT-MAINT-KEYS.
010800     IF WS-SOURCE-PSEUDO = SPACES
010810        OR WS-TARGET-PSEUDO = SPACES
010820         MOVE "KEY BOTH PSEUDO AND NEW/TARGET PSEUDO."
010830             TO WS-MSG-TEXT
010840         PERFORM 2700-REFUSE-TRANSACTION
010850             THRU 2700-REFUSE-TRANSACTION-EXIT
010860         GO TO 7000-EDIT-MAINT-KEYS-EXIT
010870     END-IF.
010880     IF WS-TARGET-PSEUDO = WS-SOURCE-PSEUDO
010890         MOVE "NEW/TARGET PSEUDO IS THE SAME AS PSEUDO."
010900             TO WS-MSG-TEXT
010910         PERFORM 2700-REFUSE-TRANSACTION
010920             THRU 2700-REFUSE-TRANSACTION-EXIT
010930         GO TO 7000-EDIT-MAINT-KEYS-EXIT
010940     END-IF.
010950     MOVE WS-TARGET-PSEUDO TO WS-NAME.
010960     MOVE "Y" TO WS-PSEUDO-VALID-SW.
010970     PERFORM 3200-CHECK-NAMING-STANDARD
010980         THRU 3200-CHECK-NAMING-STANDARD-EXIT.
010990     IF WS-PSEUDO-INVALID
011000         MOVE "NEW/TARGET PSEUDO FAILS THE NAMING STANDARD."
011010             TO WS-MSG-TEXT
011020         PERFORM 2700-REFUSE-TRANSACTION
011030             THRU 2700-REFUSE-TRANSACTION-EXIT
011040         GO TO 7000-EDIT-MAINT-KEYS-EXIT
011050     END-IF.
011060     MOVE "Y" TO WS-PSEUDO-VALID-SW.
011070     PERFORM 3500-CHECK-BLOCKLIST
011080         THRU 3500-CHECK-BLOCKLIST-EXIT.
011090     IF WS-PSEUDO-INVALID
011100         MOVE "NEW/TARGET PSEUDO IS RESERVED OR BLOCKED."
011110             TO WS-MSG-TEXT
011120         PERFORM 2700-REFUSE-TRANSACTION
011130             THRU 2700-REFUSE-TRANSACTION-EXIT
011140     END-IF.
011150 7000-EDIT-MAINT-KEYS-EXIT.
011160     EXIT.
011170*
011180******************************************************************
011190* 3200-CHECK-NAMING-STANDARD / 3300-CHECK-ONE-CHARACTER - THE    *
011200*                              NEW/TARGET PSEUDO MUST MEET THE   *
011210*                              SAME NAMING STANDARD EVERY OTHER  *
011220*                              FRONT END ENFORCES.  SHARED VIA   *
011230*                              NAMECHK.CPY.                      *
011240******************************************************************
011250     COPY NAMECHK.
011260*
011270 3400-NAMING-ERROR.
011280     MOVE "N" TO WS-PSEUDO-VALID-SW.
011290 3400-NAMING-ERROR-EXIT.
011300     EXIT.
011310*
011320******************************************************************
011330* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - THE        *
011340*                        NEW/TARGET PSEUDO MUST NOT BE ON THE    *
011350*                        RESERVED/BLOCKED LIST.  SHARED VIA      *
011360*                        BLCKCHK.CPY.                            *
011370******************************************************************
011380     COPY BLCKCHK.
011390*
011400 3600-BLOCKED-ERROR.
011410     MOVE "N" TO WS-PSEUDO-VALID-SW.
011420 3600-BLOCKED-ERROR-EXIT.
011430     EXIT.
011440*
011450******************************************************************
011460* 7500-DELETE-SOURCE-RECORD - REMOVE THE SOURCE PSEUDO'S RECORD  *
011470*                             AFTER A RENAME OR MERGE.           *
011480******************************************************************
011490 7500-DELETE-SOURCE-RECORD.
011500     MOVE WS-SOURCE-PSEUDO TO UM-PSEUDO.
011510     DELETE USER-MASTER-FILE
011520         INVALID KEY
011530             CONTINUE
011540     END-DELETE.
011550     IF NOT WS-UM-OK
011560         MOVE "SOURCE DELETE FAILED - CHECK THE ROSTER."
011570             TO WS-MSG-TEXT
011580         PERFORM 2800-FAIL-TRANSACTION
011590             THRU 2800-FAIL-TRANSACTION-EXIT
011600     END-IF.
011610 7500-DELETE-SOURCE-RECORD-EXIT.
011620     EXIT.
011630*
011640******************************************************************
011650* 7600-WRITE-MAINT-TRAIL - THE SAME JOURNAL RECORD UserMnt       *
011660*                          WRITES TO THE MJRN QUEUE (OLD/NEW     *
011670*                          PSEUDO, ACTION, OPERATOR "BATCH") FOR *
011680*                          THE NIGHTLY AUDIT SCRUB, PLUS THE     *
011690*                          TIMESTAMPED "*MAINT*" MARKER ON THE   *
011700*                          AUDIT LOG.  THE ROSTER CHANGE STANDS  *
011710*                          IF EITHER WRITE FAILS, SO THE RUN     *
011720*                          STOPS AND SAYS SO.                    *
011730******************************************************************
011740 7600-WRITE-MAINT-TRAIL.
011750     ACCEPT WS-CURRENT-TIME FROM TIME.
011760     MOVE WS-SOURCE-PSEUDO TO MJ-OLD-PSEUDO.
011770     MOVE WS-TARGET-PSEUDO TO MJ-NEW-PSEUDO.
011780     MOVE WS-TRN-ACTION TO MJ-ACTION.
011790     MOVE BD-CLOCK-DATE TO MJ-RUN-DATE.
011800     MOVE WS-CURRENT-TIME TO MJ-RUN-TIME.
011810     MOVE WS-BATCH-OPERATOR-ID TO MJ-OPERATOR-ID.
011820     WRITE MJ-RECORD.
011830     IF NOT WS-MJ-OK
011840         DISPLAY "MAINT-JOURNAL WRITE FAILED - STATUS "
011850             WS-MJ-FILE-STATUS
011860         MOVE "APPLIED BUT JOURNAL FAILED - SCRUB WILL MISS IT."
011870             TO WS-MSG-TEXT
011880         PERFORM 2800-FAIL-TRANSACTION
011890             THRU 2800-FAIL-TRANSACTION-EXIT
011900         GO TO 7600-WRITE-MAINT-TRAIL-EXIT
011910     END-IF.
011920     ADD 1 TO WS-JOURNAL-COUNT.
011930*
011940     MOVE WS-MAINT-MARKER TO AUD-PSEUDO.
011950     MOVE BD-CLOCK-DATE TO AUD-RUN-DATE.
011960     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
011970     MOVE "B" TO AUD-CHANNEL.
011980     MOVE SPACES TO AUD-LANG-CODE.
011990     PERFORM 6700-STAMP-AUDIT-SEQUENCE
012000         THRU 6700-STAMP-AUDIT-SEQUENCE-EXIT.
012010     MOVE 40 TO WS-AUD-RECORD-LENGTH.
012020     WRITE AUD-RECORD.
012030     IF NOT WS-AUD-OK
012040         DISPLAY "AUDIT-LOG WRITE FAILED - STATUS "
012050             WS-AUD-FILE-STATUS
012060         MOVE "APPLIED BUT AUDIT TRAIL FAILED - NOTE IT."
012070             TO WS-MSG-TEXT
012080         PERFORM 2800-FAIL-TRANSACTION
012090             THRU 2800-FAIL-TRANSACTION-EXIT
012100     END-IF.
012110 7600-WRITE-MAINT-TRAIL-EXIT.
012120     EXIT.
012130*
012140******************************************************************
012150* 8000-LOOKUP-PSEUDO - IS WS-LOOKUP-PSEUDO ON THE ROSTER?  A DRY *
012160*                      RUN FIRST CONSULTS THE SIMULATED CHANGES  *
012170*                      OF EARLIER TRANSACTIONS.  A PSEUDO FOUND  *
012180*                      ON THE FILE IS LEFT IN UM-RECORD.         *
012190******************************************************************
012200 8000-LOOKUP-PSEUDO.
012210     MOVE "N" TO WS-LOOKUP-FOUND-SW.
012220     MOVE "N" TO WS-LOOKUP-FAILED-SW.
012230     IF WS-VALIDATE-ONLY
012240         PERFORM 8100-FIND-SIMULATED
012250             THRU 8100-FIND-SIMULATED-EXIT
012260         IF WS-SIM-FOUND-IDX > ZERO
012270             IF WS-SIM-PRESENT(WS-SIM-FOUND-IDX)
012280                 MOVE "Y" TO WS-LOOKUP-FOUND-SW
012290             END-IF
012300             GO TO 8000-LOOKUP-PSEUDO-EXIT
012310         END-IF
012320     END-IF.
012330*
012340     MOVE WS-LOOKUP-PSEUDO TO UM-PSEUDO.
012350     READ USER-MASTER-FILE
012360         INVALID KEY
012370             CONTINUE
012380     END-READ.
012390     IF WS-UM-OK
012400         MOVE "Y" TO WS-LOOKUP-FOUND-SW
012410         GO TO 8000-LOOKUP-PSEUDO-EXIT
012420     END-IF.
012430     IF NOT WS-UM-NOT-FOUND
012440         DISPLAY "USER-MASTER READ FAILED - STATUS "
012450             WS-UM-FILE-STATUS
012460         MOVE "Y" TO WS-LOOKUP-FAILED-SW
012470     END-IF.
012480 8000-LOOKUP-PSEUDO-EXIT.
012490     EXIT.
012500*
012510 8100-FIND-SIMULATED.
012520     MOVE ZERO TO WS-SIM-FOUND-IDX.
012530     MOVE 1 TO WS-SIM-IDX.
012540     PERFORM 8150-CHECK-ONE-SIMULATED
012550         THRU 8150-CHECK-ONE-SIMULATED-EXIT
012560         UNTIL WS-SIM-IDX > WS-SIM-COUNT
012570            OR WS-SIM-FOUND-IDX > ZERO.
012580 8100-FIND-SIMULATED-EXIT.
012590     EXIT.
012600*
012610 8150-CHECK-ONE-SIMULATED.
012620     IF WS-SIM-PSEUDO(WS-SIM-IDX) = WS-LOOKUP-PSEUDO
012630         MOVE WS-SIM-IDX TO WS-SIM-FOUND-IDX
012640     END-IF.
012650     ADD 1 TO WS-SIM-IDX.
012660 8150-CHECK-ONE-SIMULATED-EXIT.
012670     EXIT.
012680*
012690******************************************************************
012700* 8200-NOTE-SIMULATED - RECORD THAT A DRY-RUN TRANSACTION WOULD  *
012710*                       HAVE CREATED ("P") OR REMOVED ("G")      *
012720*                       WS-LOOKUP-PSEUDO.  PAST THE TABLE LIMIT  *
012730*                       THE RUN SAYS SO AND ENDS RC 4.           *
012740******************************************************************
012750 8200-NOTE-SIMULATED.
012760     PERFORM 8100-FIND-SIMULATED
012770         THRU 8100-FIND-SIMULATED-EXIT.
012780     IF WS-SIM-FOUND-IDX = ZERO
012790         IF WS-SIM-COUNT NOT < WS-SIM-MAX
012800             MOVE "Y" TO WS-SIM-OVERFLOW-SW
012810             GO TO 8200-NOTE-SIMULATED-EXIT
012820         END-IF
012830         ADD 1 TO WS-SIM-COUNT
012840         MOVE WS-SIM-COUNT TO WS-SIM-FOUND-IDX
012850         MOVE WS-LOOKUP-PSEUDO TO WS-SIM-PSEUDO(WS-SIM-FOUND-IDX)
012860     END-IF.
012870     MOVE WS-SIM-NEW-STATE TO WS-SIM-STATE(WS-SIM-FOUND-IDX).
012880 8200-NOTE-SIMULATED-EXIT.
012890     EXIT.
012900*
012910******************************************************************
012920* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
012930******************************************************************
012940 9999-TERMINATE.
012950     CLOSE TRANS-FILE.
012960     CLOSE USER-MASTER-FILE.
012970     IF NOT WS-VALIDATE-ONLY
012980         CLOSE MAINT-JOURNAL-FILE
012990         CLOSE AUDIT-LOG-FILE
013000     END-IF.
013010     CLOSE REPORT-FILE.
013020 9999-TERMINATE-EXIT.
013030     EXIT.
