000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserAnom.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserAnom                                                   *
000110*                                                                *
000120*    GREETING-ABUSE ANOMALY RUN.  A SCRIPT HAMMERING CBLU, OR A  *
000130*    BAD SUPPLIER FILE PUTTING ONE PSEUDO THROUGH UserBatch      *
000140*    HUNDREDS OF TIMES, USED TO SHOW UP ONLY AS AN ODD LINE ON   *
000150*    THE NEXT DAY'S UserStat TOP-VISITORS LIST.  THIS PROGRAM    *
000160*    READS THE BUSINESS DAY'S AUDIT RECORDS (MARKER RECORDS      *
000170*    EXCLUDED) AND RAISES THREE KINDS OF SUSPICION:              *
000180*                                                                *
000190*      HOURLY - ONE PSEUDO GREETED MORE THAN THE LIMIT IN ANY    *
000200*               ONE CLOCK HOUR (AS UserStat BUCKETS HOURS).      *
000210*      BURST  - AT LEAST THE BURST SIZE OF NEW REGISTRATIONS     *
000220*               ON ONE CHANNEL WITHIN THE BURST WINDOW.  A       *
000230*               NEW REGISTRATION IS A PSEUDO WHOSE ROSTER        *
000240*               FIRST-SEEN DATE IS THE BUSINESS DATE, TIMED BY   *
000250*               ITS FIRST AUDIT RECORD OF THE DAY.               *
000260*      STEM   - AT LEAST THE STEM RUN LENGTH OF NEW PSEUDOS      *
000270*               SHARING A STEM - THE NAME WITH ITS TRAILING      *
000280*               DIGITS TAKEN OFF, AT LEAST THREE CHARACTERS      *
000290*               LONG, COMPARED CASE-BLIND (BOT001, BOT002 ...).  *
000300*                                                                *
000310*    EVERY SUSPICION IS SCORED AS ITS COUNT PER HUNDRED OF ITS   *
000320*    LIMIT AND PRINTED ON ANOMRPT HIGHEST SCORE FIRST.  THE      *
000330*    ANOMTRAN FILE GETS A READY-TO-SUBMIT UserBlk TRANSACTION    *
000340*    PER SUGGESTED BLOCK, EACH BEHIND A "*" COMMENT LINE THAT    *
000350*    UserBlk SKIPS: A;E;PSEUDO FOR AN HOURLY SUSPICION AND       *
000360*    A;S;STEM FOR A STEM RUN.  A BURST IS REPORTED FOR REVIEW    *
000370*    ONLY - IT IS AS OFTEN A GENUINE SUPPLIER FILE AS A SCRIPT,  *
000380*    AND A SCRIPTED BURST NORMALLY SHOWS AS A STEM RUN TOO.  A   *
000390*    PSEUDO OR STEM THE BLOCKED LIST ALREADY COVERS IS REPORTED  *
000400*    BUT NOT SUGGESTED AGAIN.  SUPPORT REVIEWS THE FILE AND      *
000410*    RUNS THE USERBLK JOB AGAINST IT - SEE JCL/USERBLK.JCL.      *
000420*                                                                *
000430*    PARM='HOURLY BURST-SIZE BURST-MINUTES STEM-RUN', EACH A     *
000440*    NUMBER; A MISSING OR UNUSABLE VALUE TAKES ITS DEFAULT       *
000450*    (30 5 10 5 - MORE THAN 30 GREETINGS IN AN HOUR, 5 NEW       *
000460*    REGISTRATIONS IN 10 MINUTES, 5 NEW PSEUDOS ON ONE STEM).    *
000470*                                                                *
000480*    RUNS IN THE NIGHTLY STREAM - SEE JCL/NIGHTLY.JCL.           *
000490*                                                                *
000500*    RETURN CODES:  0 - NOTHING UNUSUAL.                         *
000510*                   4 - SUSPICIONS RAISED - REVIEW ANOMRPT AND   *
000520*                       THE SUGGESTED BLOCKS.                    *
000530*                   8 - I-O FAILURE; THE REPORT AND THE          *
000540*                       SUGGESTIONS MAY BE INCOMPLETE.           *
000550*                                                                *
000560*    MODIFICATION HISTORY                                       *
000570*    DATE       INIT  DESCRIPTION                                *
000580*    2026-10-15  ML   ORIGINAL VERSION.                          *
000590*                                                                *
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.    IBM-370.
000640 OBJECT-COMPUTER.    IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-AUD-FILE-STATUS.
000700*
000710     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000720*
000730     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SRT-FILE-STATUS.
000760*
000770     SELECT REGISTRATION-FILE ASSIGN TO "REGWORK"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-REG-FILE-STATUS.
000800*
000810     SELECT REG-SORT-FILE ASSIGN TO "SRTWRK2".
000820*
000830     SELECT REG-SORTED-FILE ASSIGN TO "SRTOUT2"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-RGO-FILE-STATUS.
000860*
000870     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS UM-PSEUDO
000910         FILE STATUS IS WS-UM-FILE-STATUS.
000920*
000930     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS SEQUENTIAL
000960         RECORD KEY IS BL-PSEUDO
000970         FILE STATUS IS WS-BLK-FILE-STATUS.
000980*
000990     SELECT REPORT-FILE ASSIGN TO "ANOMRPT"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-RPT-FILE-STATUS.
001020*
001030     SELECT TRANS-FILE ASSIGN TO "ANOMTRAN"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-TRN-FILE-STATUS.
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
001170 FD  AUDIT-LOG-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001200         DEPENDING ON WS-AUD-RECORD-LENGTH.
001210 COPY AUDITLOG.
001220*
001230 SD  SORT-WORK-FILE.
001240 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
001250                         AUD-PSEUDO BY SRT-PSEUDO
001260                         AUD-RUN-DATE BY SRT-RUN-DATE
001270                         AUD-RUN-TIME BY SRT-RUN-TIME
001280                         AUD-CHANNEL BY SRT-CHANNEL
001290                         AUD-LANG-CODE BY SRT-LANG-CODE
001300                         AUD-SEQUENCE BY SRT-SEQUENCE.
001310*
001320 FD  SORTED-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001350                         AUD-PSEUDO BY OUT-PSEUDO
001360                         AUD-RUN-DATE BY OUT-RUN-DATE
001370                         AUD-RUN-TIME BY OUT-RUN-TIME
001380                         AUD-CHANNEL BY OUT-CHANNEL
001390                         AUD-LANG-CODE BY OUT-LANG-CODE
001400                         AUD-SEQUENCE BY OUT-SEQUENCE.
001410*
001420*    ONE RECORD PER NEW REGISTRATION OF THE DAY, WRITTEN BY THE
001430*    PSEUDO PASS AND SORTED TWICE - BY CHANNEL AND TIME FOR THE
001440*    BURST CHECK, BY STEM FOR THE STEM-RUN CHECK.
001450 FD  REGISTRATION-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  RG-RECORD.
001480     05  RG-CHANNEL                  PIC X(01).
001490     05  RG-MINUTE                   PIC 9(04).
001500     05  RG-PSEUDO                   PIC X(12).
001510     05  RG-STEM                     PIC X(12).
001520*
001530 SD  REG-SORT-FILE.
001540 01  RGS-RECORD.
001550     05  RGS-CHANNEL                 PIC X(01).
001560     05  RGS-MINUTE                  PIC 9(04).
001570     05  RGS-PSEUDO                  PIC X(12).
001580     05  RGS-STEM                    PIC X(12).
001590*
001600 FD  REG-SORTED-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  RGO-RECORD.
001630     05  RGO-CHANNEL                 PIC X(01).
001640     05  RGO-MINUTE                  PIC 9(04).
001650     05  RGO-PSEUDO                  PIC X(12).
001660     05  RGO-STEM                    PIC X(12).
001670*
001680 FD  USER-MASTER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 COPY USRMSTR.
001710*
001720 FD  BLOCKLIST-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 COPY BLOCKLST.
001750*
001760 FD  REPORT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  REPORT-RECORD                   PIC X(80).
001790*
001800 FD  TRANS-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  TRANS-RECORD                    PIC X(80).
001830*
001840 FD  BUSINESS-DATE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 COPY BUSDATE.
001870*
001880 FD  RUN-JOURNAL-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 COPY RUNJRNL.
001910*
001920 WORKING-STORAGE SECTION.
001930 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001940*
001950 01  WS-FILE-SWITCHES.
001960     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001970         88  WS-AUD-OK                   VALUE "00".
001980         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001990     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
002000         88  WS-SRT-OK                   VALUE "00".
002010     05  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
002020         88  WS-REG-OK                   VALUE "00".
002030     05  WS-RGO-FILE-STATUS          PIC X(02) VALUE SPACES.
002040         88  WS-RGO-OK                   VALUE "00".
002050     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
002060         88  WS-UM-OK                    VALUE "00".
002070         88  WS-UM-NOT-FOUND             VALUE "23".
002080         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
002090     05  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
002100         88  WS-BLK-OK                   VALUE "00".
002110         88  WS-BLK-FILE-NOT-PRESENT     VALUE "35".
002120     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002130         88  WS-RPT-OK                   VALUE "00".
002140     05  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
002150         88  WS-TRN-OK                   VALUE "00".
002160     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002170         88  WS-RNJ-OK                   VALUE "00".
002180*
002190 01  WS-CONTROL-SWITCHES.
002200     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
002210         88  WS-END-OF-AUDIT             VALUE "Y".
002220     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
002230         88  WS-END-OF-SORTED            VALUE "Y".
002240     05  WS-RGO-EOF-SW               PIC X(01) VALUE "N".
002250         88  WS-END-OF-REGISTRATIONS     VALUE "Y".
002260     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002270         88  WS-ROSTER-ABSENT            VALUE "Y".
002280     05  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002290         88  WS-FIRST-RECORD             VALUE "Y".
002300     05  WS-BURST-OPEN-SW            PIC X(01) VALUE "N".
002310         88  WS-BURST-OPEN               VALUE "Y".
002320     05  WS-STEM-BLOCKED-SW          PIC X(01) VALUE "N".
002330         88  WS-STEM-BLOCKED             VALUE "Y".
002340*
002350*    WS-NAME AND THE VALIDITY SWITCH ARE THE BLCKCHK.CPY
002360*    CONTRACT - A PSEUDO ALREADY ON THE BLOCKED LIST COMES BACK
002370*    AS "INVALID".
002380 01  WS-NAME                         PIC X(12).
002390*
002400 01  WS-PSEUDO-SWITCHES.
002410     05  WS-PSEUDO-VALID-SW          PIC X(01) VALUE "Y".
002420         88  WS-PSEUDO-VALID             VALUE "Y".
002430         88  WS-PSEUDO-INVALID           VALUE "N".
002440*
002450 COPY BLOCKTBL.
002460*
002470*    THRESHOLDS, FROM THE PARM.  THE BURST SIZE IS CAPPED AT THE
002480*    SIZE OF THE REGISTRATION RING BELOW.
002490 01  WS-THRESHOLDS.
002500     05  WS-GREET-LIMIT              PIC 9(04) COMP VALUE 30.
002510     05  WS-BURST-SIZE               PIC 9(04) COMP VALUE 5.
002520     05  WS-BURST-MINUTES            PIC 9(04) COMP VALUE 10.
002530     05  WS-STEM-RUN                 PIC 9(04) COMP VALUE 5.
002540     05  WS-STEM-MINIMUM             PIC 9(02) COMP VALUE 3.
002550*
002560 01  WS-PARM-STRING                  PIC X(40) VALUE SPACES.
002570 01  WS-PARM-FIELDS.
002580     05  WS-PARM-HOURLY              PIC X(05) VALUE SPACES.
002590     05  WS-PARM-BURST-SIZE          PIC X(05) VALUE SPACES.
002600     05  WS-PARM-BURST-MINUTES       PIC X(05) VALUE SPACES.
002610     05  WS-PARM-STEM-RUN            PIC X(05) VALUE SPACES.
002620 01  WS-PARM-CONVERT-FIELDS.
002630     05  WS-PARM-TOKEN               PIC X(05) VALUE SPACES.
002640     05  WS-PARM-VALUE               PIC 9(05) COMP VALUE ZERO.
002650     05  WS-PARM-DIGIT               PIC 9(01) VALUE ZERO.
002660     05  WS-PARM-CHAR-IDX            PIC 9(02) COMP VALUE ZERO.
002670     05  WS-PARM-BAD-SW              PIC X(01) VALUE "N".
002680         88  WS-PARM-BAD                 VALUE "Y".
002690     05  WS-PARM-END-SW              PIC X(01) VALUE "N".
002700         88  WS-PARM-END                 VALUE "Y".
002710*
002720*    PSEUDO PASS - THE PSEUDO IN HAND AND ITS GREETINGS PER
002730*    CLOCK HOUR.
002740 01  WS-PREVIOUS-PSEUDO              PIC X(12) VALUE SPACES.
002750 01  WS-PSEUDO-DAY-COUNT             PIC 9(07) COMP VALUE ZERO.
002760 01  WS-HOUR-FIELDS.
002770     05  WS-HOUR-OF-DAY              PIC 9(02) VALUE ZERO.
002780     05  WS-MINUTE-OF-HOUR           PIC 9(02) VALUE ZERO.
002790     05  WS-HOUR-IDX                 PIC 9(02) COMP VALUE ZERO.
002800     05  WS-BUSIEST-HOUR-IDX         PIC 9(02) COMP VALUE ZERO.
002810     05  WS-BUSIEST-HOUR             PIC 9(02) VALUE ZERO.
002820     05  WS-MINUTE-OF-DAY            PIC 9(04) VALUE ZERO.
002830 01  WS-PSEUDO-HOUR-TABLE.
002840     05  WS-PSEUDO-HOUR-COUNT OCCURS 24 TIMES
002850                                     PIC 9(07) COMP.
002860*
002870*    STEM OF A NEW PSEUDO - UPPER-FOLDED, TRAILING DIGITS OFF.
002880 01  WS-STEM-FIELDS.
002890     05  WS-STEM-WORK                PIC X(12) VALUE SPACES.
002900     05  WS-STEM-LENGTH              PIC 9(02) COMP VALUE ZERO.
002910     05  WS-STEM-NAME-LENGTH         PIC 9(02) COMP VALUE ZERO.
002920*
002930*    BURST PASS - THE LAST WS-BURST-SIZE REGISTRATIONS ON THE
002940*    CHANNEL IN HAND, HELD AS A RING.  THE SLOT AFTER THE ONE
002950*    JUST FILLED HOLDS THE OLDEST OF THEM.
002960 01  WS-RING-FIELDS.
002970     05  WS-RING-POS                 PIC 9(02) COMP VALUE ZERO.
002980     05  WS-RING-OLDEST              PIC 9(02) COMP VALUE ZERO.
002990     05  WS-RING-MAX                 PIC 9(02) COMP VALUE 99.
003000     05  WS-CHANNEL-REG-COUNT        PIC 9(07) COMP VALUE ZERO.
003010     05  WS-PREVIOUS-CHANNEL         PIC X(01) VALUE SPACES.
003020     05  WS-WINDOW-MINUTES           PIC S9(05) COMP VALUE ZERO.
003030 01  WS-RING-TABLE.
003040     05  WS-RING-ENTRY OCCURS 99 TIMES.
003050         10  WS-RING-MINUTE          PIC 9(04).
003060         10  WS-RING-PSEUDO          PIC X(12).
003070 01  WS-BURST-FIELDS.
003080     05  WS-BURST-CHANNEL            PIC X(01) VALUE SPACES.
003090     05  WS-BURST-START-MINUTE       PIC 9(04) VALUE ZERO.
003100     05  WS-BURST-END-MINUTE         PIC 9(04) VALUE ZERO.
003110     05  WS-BURST-COUNT              PIC 9(07) COMP VALUE ZERO.
003120     05  WS-BURST-FIRST-PSEUDO       PIC X(12) VALUE SPACES.
003130*
003140*    STEM PASS - THE STEM IN HAND AND ITS FIRST AND LAST PSEUDO.
003150 01  WS-STEM-RUN-FIELDS.
003160     05  WS-PREVIOUS-STEM            PIC X(12) VALUE SPACES.
003170     05  WS-STEM-RUN-COUNT           PIC 9(07) COMP VALUE ZERO.
003180     05  WS-STEM-FIRST-PSEUDO        PIC X(12) VALUE SPACES.
003190     05  WS-STEM-LAST-PSEUDO         PIC X(12) VALUE SPACES.
003200*
003210*    A SUSPICION IS BUILT HERE, THEN RANKED INTO THE TABLE BELOW
003220*    HIGHEST SCORE FIRST (SCORE = COUNT PER HUNDRED OF LIMIT).
003230 01  WS-NEW-SUSPICION.
003240     05  WS-NEW-KIND                 PIC X(06).
003250     05  WS-NEW-KEY                  PIC X(12).
003260     05  WS-NEW-COUNT                PIC 9(07) COMP.
003270     05  WS-NEW-LIMIT                PIC 9(04) COMP.
003280     05  WS-NEW-SCORE                PIC 9(07) COMP.
003290     05  WS-NEW-ACTION               PIC X(03).
003300         88  WS-NEW-SUGGEST-EXACT        VALUE "A;E".
003310         88  WS-NEW-SUGGEST-STEM         VALUE "A;S".
003320         88  WS-NEW-ALREADY-BLOCKED      VALUE "BLK".
003330         88  WS-NEW-REVIEW-ONLY          VALUE "REV".
003340     05  WS-NEW-DETAIL               PIC X(60).
003350*
003360 01  WS-SUSPICION-FIELDS.
003370     05  WS-SUS-MAX                  PIC 9(03) COMP VALUE 200.
003380     05  WS-SUS-FILLED               PIC 9(03) COMP VALUE ZERO.
003390     05  WS-SUS-IDX                  PIC 9(03) COMP VALUE ZERO.
003400     05  WS-SUS-SLIDE-IDX            PIC 9(03) COMP VALUE ZERO.
003410     05  WS-SUS-RANK                 PIC 9(03) COMP VALUE ZERO.
003420*
003430 01  WS-SUSPICION-TABLE.
003440     05  WS-SUS-ENTRY OCCURS 200 TIMES.
003450         10  WS-SUS-KIND             PIC X(06).
003460         10  WS-SUS-KEY              PIC X(12).
003470         10  WS-SUS-COUNT            PIC 9(07) COMP.
003480         10  WS-SUS-LIMIT            PIC 9(04) COMP.
003490         10  WS-SUS-SCORE            PIC 9(07) COMP.
003500         10  WS-SUS-ACTION           PIC X(03).
003510             88  WS-SUS-SUGGEST-EXACT    VALUE "A;E".
003520             88  WS-SUS-SUGGEST-STEM     VALUE "A;S".
003530             88  WS-SUS-ALREADY-BLOCKED  VALUE "BLK".
003540             88  WS-SUS-REVIEW-ONLY      VALUE "REV".
003550         10  WS-SUS-DETAIL           PIC X(60).
003560*
003570 01  WS-COUNTERS.
003580     05  WS-DAY-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
003590     05  WS-PSEUDO-COUNT             PIC 9(08) COMP VALUE ZERO.
003600     05  WS-NEWREG-COUNT             PIC 9(08) COMP VALUE ZERO.
003610     05  WS-SUSPICION-COUNT          PIC 9(08) COMP VALUE ZERO.
003620     05  WS-UNRANKED-COUNT           PIC 9(08) COMP VALUE ZERO.
003630     05  WS-TRANS-WRITTEN-COUNT      PIC 9(08) COMP VALUE ZERO.
003640     05  WS-BAD-TIME-COUNT           PIC 9(08) COMP VALUE ZERO.
003650     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
003660*
003670 01  WS-PAGE-FIELDS.
003680     05  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
003690     05  WS-LINE-COUNT               PIC 9(02) COMP VALUE 99.
003700     05  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 55.
003710*
003720 01  WS-CURRENT-DATE-FIELDS.
003730     05  WS-CURRENT-DATE             PIC 9(08).
003740*
003750 COPY BUSDWRK.
003760*
003770 01  WS-HEADING-LINE.
003780     05  FILLER                      PIC X(42)
003790         VALUE "COBILISTE - GREETING ANOMALIES      DATE: ".
003800     05  WS-HDG-DATE                 PIC 9(08).
003810     05  FILLER                      PIC X(08) VALUE "   PAGE ".
003820     05  WS-HDG-PAGE                 PIC ZZZ9.
003830     05  FILLER                      PIC X(18) VALUE SPACES.
003840*
003850 01  WS-SUS-HEADING-LINE.
003860     05  FILLER                      PIC X(25)
003870         VALUE "RANK  KIND    PSEUDO/STEM".
003880     05  FILLER                      PIC X(26)
003890         VALUE "     COUNT  LIMIT   SCORE ".
003900     05  FILLER                      PIC X(07) VALUE " ACTION".
003910     05  FILLER                      PIC X(22) VALUE SPACES.
003920*
003930 01  WS-SUS-DETAIL-LINE.
003940     05  WS-SUS-DTL-RANK             PIC ZZ9.
003950     05  FILLER                      PIC X(03) VALUE SPACES.
003960     05  WS-SUS-DTL-KIND             PIC X(06).
003970     05  FILLER                      PIC X(02) VALUE SPACES.
003980     05  WS-SUS-DTL-KEY              PIC X(12).
003990     05  FILLER                      PIC X(02) VALUE SPACES.
004000     05  WS-SUS-DTL-COUNT            PIC ZZZZZZ9.
004010     05  FILLER                      PIC X(02) VALUE SPACES.
004020     05  WS-SUS-DTL-LIMIT            PIC ZZZZ9.
004030     05  FILLER                      PIC X(02) VALUE SPACES.
004040     05  WS-SUS-DTL-SCORE            PIC ZZZZZ9.
004050     05  FILLER                      PIC X(02) VALUE SPACES.
004060     05  WS-SUS-DTL-ACTION           PIC X(15).
004070     05  FILLER                      PIC X(13) VALUE SPACES.
004080*
004090 01  WS-SUS-SECOND-LINE.
004100     05  FILLER                      PIC X(14) VALUE SPACES.
004110     05  WS-SUS-2ND-DETAIL           PIC X(60).
004120     05  FILLER                      PIC X(06) VALUE SPACES.
004130*
004140 01  WS-TIME-EDIT-FIELDS.
004150     05  WS-EDIT-MINUTE-OF-DAY       PIC 9(04) VALUE ZERO.
004160     05  WS-EDIT-HH                  PIC 9(02) VALUE ZERO.
004170     05  WS-EDIT-MM                  PIC 9(02) VALUE ZERO.
004180     05  WS-EDIT-START-TIME          PIC X(05) VALUE SPACES.
004190     05  WS-EDIT-END-TIME            PIC X(05) VALUE SPACES.
004200*
004210 01  WS-CHANNEL-CODE                 PIC X(01) VALUE SPACES.
004220     88  WS-CHANNEL-CONSOLE              VALUE "C".
004230     88  WS-CHANNEL-ONLINE               VALUE "O".
004240     88  WS-CHANNEL-BATCH                VALUE "B".
004250 01  WS-CHANNEL-NAME                 PIC X(16) VALUE SPACES.
004260 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
004270 01  WS-REPORT-NUMERIC-EDIT-2        PIC ZZZZZZZ9.
004280 01  WS-REPORT-RANK-EDIT             PIC ZZ9.
004290 01  WS-PRINT-LINE                   PIC X(80).
004300*
004310 LINKAGE SECTION.
004320 01  WS-PARM-AREA.
004330     05  WS-PARM-LENGTH              PIC S9(04) COMP.
004340     05  WS-PARM-TEXT                PIC X(40).
004350*
004360 PROCEDURE DIVISION USING WS-PARM-AREA.
004370*
004380 0000-MAINLINE.
004390     PERFORM 1000-INITIALIZE
004400         THRU 1000-INITIALIZE-EXIT.
004410*
004420     SORT SORT-WORK-FILE
004430         ON ASCENDING KEY SRT-PSEUDO
004440                          SRT-RUN-DATE
004450                          SRT-RUN-TIME
004460         INPUT PROCEDURE IS 1800-FEED-SORT
004470             THRU 1800-FEED-SORT-EXIT
004480         GIVING SORTED-FILE.
004490*
004500     PERFORM 2000-SCAN-PSEUDOS
004510         THRU 2000-SCAN-PSEUDOS-EXIT.
004520*
004530     SORT REG-SORT-FILE
004540         ON ASCENDING KEY RGS-CHANNEL
004550                          RGS-MINUTE
004560                          RGS-PSEUDO
004570         USING REGISTRATION-FILE
004580         GIVING REG-SORTED-FILE.
004590     PERFORM 3000-FIND-BURSTS
004600         THRU 3000-FIND-BURSTS-EXIT.
004610*
004620     SORT REG-SORT-FILE
004630         ON ASCENDING KEY RGS-STEM
004640                          RGS-PSEUDO
004650         USING REGISTRATION-FILE
004660         GIVING REG-SORTED-FILE.
004670     PERFORM 3700-FIND-STEM-RUNS
004680         THRU 3700-FIND-STEM-RUNS-EXIT.
004690*
004700     PERFORM 5000-WRITE-REPORT
004710         THRU 5000-WRITE-REPORT-EXIT.
004720     PERFORM 5400-WRITE-SUGGESTIONS
004730         THRU 5400-WRITE-SUGGESTIONS-EXIT.
004740*
004750     PERFORM 9999-TERMINATE
004760         THRU 9999-TERMINATE-EXIT.
004770*
004780     IF WS-SUSPICION-COUNT > ZERO
004790         MOVE 4 TO RETURN-CODE
004800     END-IF.
004810     IF WS-IO-FAIL-COUNT > ZERO
004820         MOVE 8 TO RETURN-CODE
004830     END-IF.
004840*
004850     MOVE "E" TO RJ-RECORD-TYPE.
004860     MOVE WS-DAY-RECORD-COUNT TO RJ-READ-COUNT.
004870     MOVE WS-TRANS-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
004880     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
004890     MOVE RETURN-CODE TO RJ-RETURN-CODE.
004900     PERFORM 6500-WRITE-RUN-JOURNAL
004910         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004920     STOP RUN.
004930*
004940******************************************************************
004950* 1000-INITIALIZE - JOURNAL THE START, OPEN THE OUTPUTS AND THE  *
004960*                   ROSTER, LOAD THE BLOCKED LIST AND PARSE THE  *
004970*                   THRESHOLDS.  THE AUDIT LOG IS OPENED BY THE  *
004980*                   SORT INPUT PROCEDURE.  A ROSTER THAT DOES    *
004990*                   NOT EXIST YET MEANS NO NEW REGISTRATIONS.    *
005000******************************************************************
005010 1000-INITIALIZE.
005020     MOVE "UserAnom" TO RJ-PROGRAM-NAME.
005030     MOVE "S" TO RJ-RECORD-TYPE.
005040     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
005050                  RJ-ERROR-COUNT RJ-RETURN-CODE.
005060     PERFORM 6500-WRITE-RUN-JOURNAL
005070         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
005080*
005090     OPEN OUTPUT REPORT-FILE.
005100     IF NOT WS-RPT-OK
005110         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
005120             WS-RPT-FILE-STATUS
005130     END-IF.
005140*
005150     OPEN OUTPUT TRANS-FILE.
005160     IF NOT WS-TRN-OK
005170         DISPLAY "TRANS-FILE OPEN FAILED - STATUS "
005180             WS-TRN-FILE-STATUS
005190         ADD 1 TO WS-IO-FAIL-COUNT
005200     END-IF.
005210*
005220     OPEN INPUT USER-MASTER-FILE.
005230     IF WS-UM-FILE-NOT-PRESENT
005240         MOVE "Y" TO WS-ROSTER-ABSENT-SW
005250     ELSE
005260         IF NOT WS-UM-OK
005270             DISPLAY "USER-MASTER OPEN FAILED - STATUS "
005280                 WS-UM-FILE-STATUS
005290             ADD 1 TO WS-IO-FAIL-COUNT
005300             MOVE "Y" TO WS-ROSTER-ABSENT-SW
005310         END-IF
005320     END-IF.
005330*
005340     PERFORM 1550-LOAD-BLOCKLIST
005350         THRU 1550-LOAD-BLOCKLIST-EXIT.
005360     PERFORM 6600-GET-BUSINESS-DATE
005370         THRU 6600-GET-BUSINESS-DATE-EXIT.
005380     PERFORM 1600-PARSE-PARM
005390         THRU 1600-PARSE-PARM-EXIT.
005400*
005410     OPEN OUTPUT REGISTRATION-FILE.
005420     IF NOT WS-REG-OK
005430         DISPLAY "REGISTRATION-FILE OPEN FAILED - STATUS "
005440             WS-REG-FILE-STATUS
005450         ADD 1 TO WS-IO-FAIL-COUNT
005460     END-IF.
005470 1000-INITIALIZE-EXIT.
005480     EXIT.
005490*
005500******************************************************************
005510* 1550-LOAD-BLOCKLIST / 1560 / 1570 / 1580 - LOAD THE BLOCKED    *
005520*                   LIST SO A PSEUDO OR STEM IT ALREADY COVERS   *
005530*                   IS NOT SUGGESTED AGAIN.  SHARED VIA          *
005540*                   BLCKLOAD.CPY AND BLCKSTOR.CPY.               *
005550******************************************************************
005560     COPY BLCKLOAD.
005570*
005580     COPY BLCKSTOR.
005590*
005600******************************************************************
005610* 1600-PARSE-PARM - FOUR THRESHOLDS, BLANK-SEPARATED: GREETINGS  *
005620*                   PER HOUR, BURST SIZE, BURST WINDOW IN        *
005630*                   MINUTES, STEM RUN LENGTH.  A MISSING, NON-   *
005640*                   NUMERIC OR OUT-OF-RANGE VALUE KEEPS ITS      *
005650*                   DEFAULT.                                     *
005660******************************************************************
005670 1600-PARSE-PARM.
005680     MOVE SPACES TO WS-PARM-STRING.
005690     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 40
005700         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
005710     END-IF.
005720     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
005730         INTO WS-PARM-HOURLY WS-PARM-BURST-SIZE
005740              WS-PARM-BURST-MINUTES WS-PARM-STEM-RUN.
005750*
005760     MOVE WS-PARM-HOURLY TO WS-PARM-TOKEN.
005770     PERFORM 1650-CONVERT-PARM-TOKEN
005780         THRU 1650-CONVERT-PARM-TOKEN-EXIT.
005790     IF WS-PARM-VALUE > ZERO AND WS-PARM-VALUE < 10000
005800         MOVE WS-PARM-VALUE TO WS-GREET-LIMIT
005810     END-IF.
005820*
005830     MOVE WS-PARM-BURST-SIZE TO WS-PARM-TOKEN.
005840     PERFORM 1650-CONVERT-PARM-TOKEN
005850         THRU 1650-CONVERT-PARM-TOKEN-EXIT.
005860     IF WS-PARM-VALUE > 1 AND WS-PARM-VALUE NOT > WS-RING-MAX
005870         MOVE WS-PARM-VALUE TO WS-BURST-SIZE
005880     END-IF.
005890*
005900     MOVE WS-PARM-BURST-MINUTES TO WS-PARM-TOKEN.
005910     PERFORM 1650-CONVERT-PARM-TOKEN
005920         THRU 1650-CONVERT-PARM-TOKEN-EXIT.
005930     IF WS-PARM-VALUE > ZERO AND WS-PARM-VALUE NOT > 1440
005940         MOVE WS-PARM-VALUE TO WS-BURST-MINUTES
005950     END-IF.
005960*
005970     MOVE WS-PARM-STEM-RUN TO WS-PARM-TOKEN.
005980     PERFORM 1650-CONVERT-PARM-TOKEN
005990         THRU 1650-CONVERT-PARM-TOKEN-EXIT.
006000     IF WS-PARM-VALUE > 1 AND WS-PARM-VALUE < 10000
006010         MOVE WS-PARM-VALUE TO WS-STEM-RUN
006020     END-IF.
006030 1600-PARSE-PARM-EXIT.
006040     EXIT.
006050*
006060******************************************************************
006070* 1650-CONVERT-PARM-TOKEN - LEFT-JUSTIFIED DIGITS IN             *
006080*                           WS-PARM-TOKEN TO WS-PARM-VALUE.      *
006090*                           ANYTHING ELSE GIVES ZERO.            *
006100******************************************************************
006110 1650-CONVERT-PARM-TOKEN.
006120     MOVE ZERO TO WS-PARM-VALUE.
006130     MOVE "N" TO WS-PARM-BAD-SW.
006140     MOVE "N" TO WS-PARM-END-SW.
006150     PERFORM 1660-CONVERT-ONE-CHARACTER
006160         THRU 1660-CONVERT-ONE-CHARACTER-EXIT
006170         VARYING WS-PARM-CHAR-IDX FROM 1 BY 1
006180         UNTIL WS-PARM-CHAR-IDX > 5
006190            OR WS-PARM-END
006200            OR WS-PARM-BAD.
006210     IF WS-PARM-BAD
006220         MOVE ZERO TO WS-PARM-VALUE
006230     END-IF.
006240 1650-CONVERT-PARM-TOKEN-EXIT.
006250     EXIT.
006260*
006270 1660-CONVERT-ONE-CHARACTER.
006280     IF WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) = SPACE
006290         MOVE "Y" TO WS-PARM-END-SW
006300         GO TO 1660-CONVERT-ONE-CHARACTER-EXIT
006310     END-IF.
006320     IF WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) IS NOT NUMERIC
006330         MOVE "Y" TO WS-PARM-BAD-SW
006340         GO TO 1660-CONVERT-ONE-CHARACTER-EXIT
006350     END-IF.
006360     MOVE WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) TO WS-PARM-DIGIT.
006370     COMPUTE WS-PARM-VALUE = WS-PARM-VALUE * 10 + WS-PARM-DIGIT.
006380 1660-CONVERT-ONE-CHARACTER-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420* 1800-FEED-SORT - RELEASE THE BUSINESS DAY'S AUDIT RECORDS TO   *
006430*                  THE SORT.  MARKER RECORDS ("*" PSEUDOS) ARE   *
006440*                  NOT GREETINGS OF ANYONE AND ARE LEFT OUT.     *
006450*                  28-BYTE RECORDS ARE NORMALIZED TO CHANNEL "?" *
006460*                  AS IN UserDay.  AN AUDIT LOG THAT DOES NOT    *
006470*                  EXIST YET IS TREATED AS EMPTY.                *
006480******************************************************************
006490 1800-FEED-SORT.
006500     OPEN INPUT AUDIT-LOG-FILE.
006510     IF WS-AUD-FILE-NOT-PRESENT
006520         MOVE "Y" TO WS-AUD-EOF-SW
006530         GO TO 1800-FEED-SORT-EXIT
006540     END-IF.
006550     IF NOT WS-AUD-OK
006560         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
006570             WS-AUD-FILE-STATUS
006580         ADD 1 TO WS-IO-FAIL-COUNT
006590         MOVE "Y" TO WS-AUD-EOF-SW
006600         GO TO 1800-FEED-SORT-EXIT
006610     END-IF.
006620     PERFORM 1810-READ-AUDIT-RECORD
006630         THRU 1810-READ-AUDIT-RECORD-EXIT.
006640     PERFORM 1820-RELEASE-ONE-RECORD
006650         THRU 1820-RELEASE-ONE-RECORD-EXIT
006660         UNTIL WS-END-OF-AUDIT.
006670     CLOSE AUDIT-LOG-FILE.
006680 1800-FEED-SORT-EXIT.
006690     EXIT.
006700*
006710 1810-READ-AUDIT-RECORD.
006720     READ AUDIT-LOG-FILE
006730         AT END
006740             MOVE "Y" TO WS-AUD-EOF-SW
006750     END-READ.
006760 1810-READ-AUDIT-RECORD-EXIT.
006770     EXIT.
006780*
006790 1820-RELEASE-ONE-RECORD.
006800     IF AUD-RUN-DATE NOT = WS-CURRENT-DATE
006810        OR AUD-PSEUDO(1:1) = "*"
006820         GO TO 1820-RELEASE-ONE-RECORD-READ
006830     END-IF.
006840     IF WS-AUD-RECORD-LENGTH < 31
006850         MOVE "?" TO AUD-CHANNEL
006860         MOVE SPACES TO AUD-LANG-CODE
006870     END-IF.
006880     IF WS-AUD-RECORD-LENGTH < 40
006890         MOVE ZERO TO AUD-SEQUENCE
006900     END-IF.
006910     ADD 1 TO WS-DAY-RECORD-COUNT.
006920     MOVE AUD-PSEUDO TO SRT-PSEUDO.
006930     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
006940     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
006950     MOVE AUD-CHANNEL TO SRT-CHANNEL.
006960     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
006970     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
006980     RELEASE SRT-RECORD.
006990*
007000 1820-RELEASE-ONE-RECORD-READ.
007010     PERFORM 1810-READ-AUDIT-RECORD
007020         THRU 1810-READ-AUDIT-RECORD-EXIT.
007030 1820-RELEASE-ONE-RECORD-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070* 2000-SCAN-PSEUDOS - ONE PASS OVER THE DAY IN PSEUDO/TIME       *
007080*                     ORDER.  EACH PSEUDO'S GREETINGS ARE        *
007090*                     BUCKETED BY CLOCK HOUR FOR THE HOURLY      *
007100*                     CHECK, AND A PSEUDO FIRST SEEN TODAY IS    *
007110*                     WRITTEN TO THE REGISTRATION WORK FILE,     *
007120*                     TIMED BY ITS FIRST RECORD OF THE DAY.      *
007130******************************************************************
007140 2000-SCAN-PSEUDOS.
007150     OPEN INPUT SORTED-FILE.
007160     IF NOT WS-SRT-OK
007170         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
007180             WS-SRT-FILE-STATUS
007190         ADD 1 TO WS-IO-FAIL-COUNT
007200         CLOSE REGISTRATION-FILE
007210         GO TO 2000-SCAN-PSEUDOS-EXIT
007220     END-IF.
007230     PERFORM 2100-READ-SORTED-RECORD
007240         THRU 2100-READ-SORTED-RECORD-EXIT.
007250     PERFORM 2200-SCAN-ONE-RECORD
007260         THRU 2200-SCAN-ONE-RECORD-EXIT
007270         UNTIL WS-END-OF-SORTED.
007280     IF NOT WS-FIRST-RECORD
007290         PERFORM 2400-CLOSE-OUT-PSEUDO
007300             THRU 2400-CLOSE-OUT-PSEUDO-EXIT
007310     END-IF.
007320     CLOSE SORTED-FILE.
007330     CLOSE REGISTRATION-FILE.
007340 2000-SCAN-PSEUDOS-EXIT.
007350     EXIT.
007360*
007370 2100-READ-SORTED-RECORD.
007380     READ SORTED-FILE
007390         AT END
007400             MOVE "Y" TO WS-SRT-EOF-SW
007410     END-READ.
007420 2100-READ-SORTED-RECORD-EXIT.
007430     EXIT.
007440*
007450 2200-SCAN-ONE-RECORD.
007460     IF WS-FIRST-RECORD
007470        OR OUT-PSEUDO NOT = WS-PREVIOUS-PSEUDO
007480         IF NOT WS-FIRST-RECORD
007490             PERFORM 2400-CLOSE-OUT-PSEUDO
007500                 THRU 2400-CLOSE-OUT-PSEUDO-EXIT
007510         END-IF
007520         MOVE "N" TO WS-FIRST-RECORD-SW
007530         MOVE OUT-PSEUDO TO WS-PREVIOUS-PSEUDO
007540         PERFORM 2300-START-PSEUDO
007550             THRU 2300-START-PSEUDO-EXIT
007560     END-IF.
007570*
007580     ADD 1 TO WS-PSEUDO-DAY-COUNT.
007590     PERFORM 8000-TIME-TO-MINUTE
007600         THRU 8000-TIME-TO-MINUTE-EXIT.
007610     IF WS-HOUR-OF-DAY < 24
007620         COMPUTE WS-HOUR-IDX = WS-HOUR-OF-DAY + 1
007630         ADD 1 TO WS-PSEUDO-HOUR-COUNT(WS-HOUR-IDX)
007640     ELSE
007650         ADD 1 TO WS-BAD-TIME-COUNT
007660     END-IF.
007670*
007680     PERFORM 2100-READ-SORTED-RECORD
007690         THRU 2100-READ-SORTED-RECORD-EXIT.
007700 2200-SCAN-ONE-RECORD-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740* 2300-START-PSEUDO - CLEAR THE HOURLY BUCKETS FOR THE NEXT      *
007750*                     PSEUDO AND, WHEN THE ROSTER SAYS IT WAS    *
007760*                     FIRST SEEN TODAY, RECORD ITS REGISTRATION. *
007770*                     A PSEUDO NO LONGER ON THE ROSTER (RENAMED  *
007780*                     OR DELETED SINCE) IS NOT COUNTED AS NEW.   *
007790******************************************************************
007800 2300-START-PSEUDO.
007810     ADD 1 TO WS-PSEUDO-COUNT.
007820     MOVE ZERO TO WS-PSEUDO-DAY-COUNT.
007830     PERFORM 2310-CLEAR-ONE-HOUR
007840         THRU 2310-CLEAR-ONE-HOUR-EXIT
007850         VARYING WS-HOUR-IDX FROM 1 BY 1
007860         UNTIL WS-HOUR-IDX > 24.
007870     IF WS-ROSTER-ABSENT
007880         GO TO 2300-START-PSEUDO-EXIT
007890     END-IF.
007900*
007910     MOVE OUT-PSEUDO TO UM-PSEUDO.
007920     READ USER-MASTER-FILE
007930         INVALID KEY
007940             CONTINUE
007950     END-READ.
007960     IF NOT WS-UM-OK
007970         IF NOT WS-UM-NOT-FOUND
007980             DISPLAY "USER-MASTER READ FAILED - STATUS "
007990                 WS-UM-FILE-STATUS
008000             ADD 1 TO WS-IO-FAIL-COUNT
008010         END-IF
008020         GO TO 2300-START-PSEUDO-EXIT
008030     END-IF.
008040     IF UM-FIRST-SEEN-DATE = WS-CURRENT-DATE
008050         PERFORM 2500-WRITE-REGISTRATION
008060             THRU 2500-WRITE-REGISTRATION-EXIT
008070     END-IF.
008080 2300-START-PSEUDO-EXIT.
008090     EXIT.
008100*
008110 2310-CLEAR-ONE-HOUR.
008120     MOVE ZERO TO WS-PSEUDO-HOUR-COUNT(WS-HOUR-IDX).
008130 2310-CLEAR-ONE-HOUR-EXIT.
008140     EXIT.
008150*
008160******************************************************************
008170* 2400-CLOSE-OUT-PSEUDO - THE PSEUDO'S BUSIEST CLOCK HOUR.  OVER *
008180*                         THE LIMIT RAISES AN HOURLY SUSPICION,  *
008190*                         SUGGESTED AS AN EXACT BLOCK UNLESS THE *
008200*                         LIST ALREADY COVERS THE PSEUDO.        *
008210******************************************************************
008220 2400-CLOSE-OUT-PSEUDO.
008230     MOVE 1 TO WS-BUSIEST-HOUR-IDX.
008240     PERFORM 2410-CHECK-ONE-HOUR
008250         THRU 2410-CHECK-ONE-HOUR-EXIT
008260         VARYING WS-HOUR-IDX FROM 2 BY 1
008270         UNTIL WS-HOUR-IDX > 24.
008280     IF WS-PSEUDO-HOUR-COUNT(WS-BUSIEST-HOUR-IDX)
008290           NOT > WS-GREET-LIMIT
008300         GO TO 2400-CLOSE-OUT-PSEUDO-EXIT
008310     END-IF.
008320*
008330     MOVE "HOURLY" TO WS-NEW-KIND.
008340     MOVE WS-PREVIOUS-PSEUDO TO WS-NEW-KEY.
008350     MOVE WS-PSEUDO-HOUR-COUNT(WS-BUSIEST-HOUR-IDX)
008360         TO WS-NEW-COUNT.
008370     MOVE WS-GREET-LIMIT TO WS-NEW-LIMIT.
008380     COMPUTE WS-BUSIEST-HOUR = WS-BUSIEST-HOUR-IDX - 1.
008390     MOVE WS-PSEUDO-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
008400     MOVE SPACES TO WS-NEW-DETAIL.
008410     STRING "IN HOUR " DELIMITED BY SIZE
008420             WS-BUSIEST-HOUR DELIMITED BY SIZE
008430             "H - GREETINGS ALL DAY " DELIMITED BY SIZE
008440             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
008450             INTO WS-NEW-DETAIL.
008460*
008470     MOVE WS-PREVIOUS-PSEUDO TO WS-NAME.
008480     MOVE "Y" TO WS-PSEUDO-VALID-SW.
008490     PERFORM 3500-CHECK-BLOCKLIST
008500         THRU 3500-CHECK-BLOCKLIST-EXIT.
008510     IF WS-PSEUDO-INVALID
008520         MOVE "BLK" TO WS-NEW-ACTION
008530     ELSE
008540         MOVE "A;E" TO WS-NEW-ACTION
008550     END-IF.
008560     PERFORM 4000-RANK-SUSPICION
008570         THRU 4000-RANK-SUSPICION-EXIT.
008580 2400-CLOSE-OUT-PSEUDO-EXIT.
008590     EXIT.
008600*
008610 2410-CHECK-ONE-HOUR.
008620     IF WS-PSEUDO-HOUR-COUNT(WS-HOUR-IDX)
008630           > WS-PSEUDO-HOUR-COUNT(WS-BUSIEST-HOUR-IDX)
008640         MOVE WS-HOUR-IDX TO WS-BUSIEST-HOUR-IDX
008650     END-IF.
008660 2410-CHECK-ONE-HOUR-EXIT.
008670     EXIT.
008680*
008690******************************************************************
008700* 2500-WRITE-REGISTRATION - ONE NEW REGISTRATION TO THE WORK     *
008710*                           FILE: CHANNEL, MINUTE OF THE DAY,    *
008720*                           PSEUDO AND STEM.  A RECORD WITH AN   *
008730*                           UNUSABLE TIME IS KEPT FOR THE STEM   *
008740*                           CHECK AT MINUTE 9999, WHERE IT       *
008750*                           CANNOT FALL INSIDE A BURST WINDOW.   *
008760******************************************************************
008770 2500-WRITE-REGISTRATION.
008780     ADD 1 TO WS-NEWREG-COUNT.
008790     PERFORM 8000-TIME-TO-MINUTE
008800         THRU 8000-TIME-TO-MINUTE-EXIT.
008810     MOVE OUT-CHANNEL TO RG-CHANNEL.
008820     IF WS-HOUR-OF-DAY < 24
008830         MOVE WS-MINUTE-OF-DAY TO RG-MINUTE
008840     ELSE
008850         MOVE 9999 TO RG-MINUTE
008860     END-IF.
008870     MOVE OUT-PSEUDO TO RG-PSEUDO.
008880     PERFORM 2600-DERIVE-STEM
008890         THRU 2600-DERIVE-STEM-EXIT.
008900     WRITE RG-RECORD.
008910     IF NOT WS-REG-OK
008920         DISPLAY "REGISTRATION-FILE WRITE FAILED - STATUS "
008930             WS-REG-FILE-STATUS
008940         ADD 1 TO WS-IO-FAIL-COUNT
008950     END-IF.
008960 2500-WRITE-REGISTRATION-EXIT.
008970     EXIT.
008980*
008990******************************************************************
009000* 2600-DERIVE-STEM - THE PSEUDO UPPER-FOLDED WITH ITS TRAILING   *
009010*                    DIGITS TAKEN OFF.  NO TRAILING DIGITS, OR   *
009020*                    FEWER THAN WS-STEM-MINIMUM CHARACTERS LEFT, *
009030*                    MEANS NO STEM (SPACES) - TOO SHORT A STEM   *
009040*                    WOULD LUMP UNRELATED PEOPLE TOGETHER.       *
009050******************************************************************
009060 2600-DERIVE-STEM.
009070     MOVE SPACES TO RG-STEM.
009080     MOVE OUT-PSEUDO TO WS-STEM-WORK.
009090     INSPECT WS-STEM-WORK
009100         CONVERTING "abcdefghijklmnopqrstuvwxyz"
009110                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009120     MOVE 12 TO WS-STEM-LENGTH.
009130     PERFORM 2610-BACK-UP-OVER-SPACE
009140         THRU 2610-BACK-UP-OVER-SPACE-EXIT
009150         UNTIL WS-STEM-LENGTH = ZERO
009160            OR WS-STEM-WORK(WS-STEM-LENGTH:1) NOT = SPACE.
009170     MOVE WS-STEM-LENGTH TO WS-STEM-NAME-LENGTH.
009180     PERFORM 2610-BACK-UP-OVER-SPACE
009190         THRU 2610-BACK-UP-OVER-SPACE-EXIT
009200         UNTIL WS-STEM-LENGTH = ZERO
009210            OR WS-STEM-WORK(WS-STEM-LENGTH:1) IS NOT NUMERIC.
009220     IF WS-STEM-LENGTH = WS-STEM-NAME-LENGTH
009230        OR WS-STEM-LENGTH < WS-STEM-MINIMUM
009240         GO TO 2600-DERIVE-STEM-EXIT
009250     END-IF.
009260     MOVE WS-STEM-WORK(1:WS-STEM-LENGTH) TO RG-STEM.
009270 2600-DERIVE-STEM-EXIT.
009280     EXIT.
009290*
009300 2610-BACK-UP-OVER-SPACE.
009310     SUBTRACT 1 FROM WS-STEM-LENGTH.
009320 2610-BACK-UP-OVER-SPACE-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360* 3000-FIND-BURSTS - THE DAY'S REGISTRATIONS IN CHANNEL/TIME     *
009370*                    ORDER.  WHENEVER THE LAST WS-BURST-SIZE     *
009380*                    REGISTRATIONS ON A CHANNEL SPAN NO MORE     *
009390*                    THAN WS-BURST-MINUTES, A BURST IS OPEN; IT  *
009400*                    GROWS WHILE THAT STAYS TRUE AND IS RAISED   *
009410*                    AS ONE SUSPICION WHEN IT STOPS.             *
009420******************************************************************
009430 3000-FIND-BURSTS.
009440     OPEN INPUT REG-SORTED-FILE.
009450     IF NOT WS-RGO-OK
009460         DISPLAY "REG-SORTED-FILE OPEN FAILED - STATUS "
009470             WS-RGO-FILE-STATUS
009480         ADD 1 TO WS-IO-FAIL-COUNT
009490         GO TO 3000-FIND-BURSTS-EXIT
009500     END-IF.
009510     MOVE "N" TO WS-RGO-EOF-SW.
009520     MOVE "N" TO WS-BURST-OPEN-SW.
009530     MOVE SPACES TO WS-PREVIOUS-CHANNEL.
009540     MOVE ZERO TO WS-CHANNEL-REG-COUNT.
009550     PERFORM 3100-READ-REGISTRATION
009560         THRU 3100-READ-REGISTRATION-EXIT.
009570     PERFORM 3200-CHECK-ONE-REGISTRATION
009580         THRU 3200-CHECK-ONE-REGISTRATION-EXIT
009590         UNTIL WS-END-OF-REGISTRATIONS.
009600     IF WS-BURST-OPEN
009610         PERFORM 3400-CLOSE-BURST
009620             THRU 3400-CLOSE-BURST-EXIT
009630     END-IF.
009640     CLOSE REG-SORTED-FILE.
009650 3000-FIND-BURSTS-EXIT.
009660     EXIT.
009670*
009680 3100-READ-REGISTRATION.
009690     READ REG-SORTED-FILE
009700         AT END
009710             MOVE "Y" TO WS-RGO-EOF-SW
009720     END-READ.
009730 3100-READ-REGISTRATION-EXIT.
009740     EXIT.
009750*
009760 3200-CHECK-ONE-REGISTRATION.
009770     IF RGO-MINUTE = 9999
009780         GO TO 3200-CHECK-ONE-REGISTRATION-READ
009790     END-IF.
009800     IF RGO-CHANNEL NOT = WS-PREVIOUS-CHANNEL
009810         IF WS-BURST-OPEN
009820             PERFORM 3400-CLOSE-BURST
009830                 THRU 3400-CLOSE-BURST-EXIT
009840         END-IF
009850         MOVE RGO-CHANNEL TO WS-PREVIOUS-CHANNEL
009860         MOVE ZERO TO WS-CHANNEL-REG-COUNT
009870         MOVE ZERO TO WS-RING-POS
009880     END-IF.
009890*
009900     ADD 1 TO WS-CHANNEL-REG-COUNT.
009910     ADD 1 TO WS-RING-POS.
009920     IF WS-RING-POS > WS-BURST-SIZE
009930         MOVE 1 TO WS-RING-POS
009940     END-IF.
009950     MOVE RGO-MINUTE TO WS-RING-MINUTE(WS-RING-POS).
009960     MOVE RGO-PSEUDO TO WS-RING-PSEUDO(WS-RING-POS).
009970     IF WS-CHANNEL-REG-COUNT < WS-BURST-SIZE
009980         GO TO 3200-CHECK-ONE-REGISTRATION-READ
009990     END-IF.
010000*
010010     COMPUTE WS-RING-OLDEST = WS-RING-POS + 1.
010020     IF WS-RING-OLDEST > WS-BURST-SIZE
010030         MOVE 1 TO WS-RING-OLDEST
010040     END-IF.
010050     COMPUTE WS-WINDOW-MINUTES
010060         = RGO-MINUTE - WS-RING-MINUTE(WS-RING-OLDEST).
010070     IF WS-WINDOW-MINUTES NOT > WS-BURST-MINUTES
010080         PERFORM 3300-EXTEND-BURST
010090             THRU 3300-EXTEND-BURST-EXIT
010100     ELSE
010110         IF WS-BURST-OPEN
010120             PERFORM 3400-CLOSE-BURST
010130                 THRU 3400-CLOSE-BURST-EXIT
010140         END-IF
010150     END-IF.
010160*
010170 3200-CHECK-ONE-REGISTRATION-READ.
010180     PERFORM 3100-READ-REGISTRATION
010190         THRU 3100-READ-REGISTRATION-EXIT.
010200 3200-CHECK-ONE-REGISTRATION-EXIT.
010210     EXIT.
010220*
010230 3300-EXTEND-BURST.
010240     IF WS-BURST-OPEN
010250         ADD 1 TO WS-BURST-COUNT
010260         MOVE RGO-MINUTE TO WS-BURST-END-MINUTE
010270         GO TO 3300-EXTEND-BURST-EXIT
010280     END-IF.
010290     MOVE "Y" TO WS-BURST-OPEN-SW.
010300     MOVE RGO-CHANNEL TO WS-BURST-CHANNEL.
010310     MOVE WS-BURST-SIZE TO WS-BURST-COUNT.
010320     MOVE WS-RING-MINUTE(WS-RING-OLDEST)
010330         TO WS-BURST-START-MINUTE.
010340     MOVE WS-RING-PSEUDO(WS-RING-OLDEST)
010350         TO WS-BURST-FIRST-PSEUDO.
010360     MOVE RGO-MINUTE TO WS-BURST-END-MINUTE.
010370 3300-EXTEND-BURST-EXIT.
010380     EXIT.
010390*
010400******************************************************************
010410* 3400-CLOSE-BURST - RAISE THE BURST JUST ENDED FOR REVIEW.  NO  *
010420*                    BLOCK IS SUGGESTED - SEE THE PROGRAM NOTES. *
010430******************************************************************
010440 3400-CLOSE-BURST.
010450     MOVE "N" TO WS-BURST-OPEN-SW.
010460     MOVE WS-BURST-CHANNEL TO WS-CHANNEL-CODE.
010470     PERFORM 8100-NAME-CHANNEL
010480         THRU 8100-NAME-CHANNEL-EXIT.
010490     MOVE "BURST " TO WS-NEW-KIND.
010500     MOVE WS-CHANNEL-NAME TO WS-NEW-KEY.
010510     MOVE WS-BURST-COUNT TO WS-NEW-COUNT.
010520     MOVE WS-BURST-SIZE TO WS-NEW-LIMIT.
010530     MOVE "REV" TO WS-NEW-ACTION.
010540     MOVE WS-BURST-START-MINUTE TO WS-EDIT-MINUTE-OF-DAY.
010550     PERFORM 8200-EDIT-MINUTE
010560         THRU 8200-EDIT-MINUTE-EXIT.
010570     MOVE WS-EDIT-END-TIME TO WS-EDIT-START-TIME.
010580     MOVE WS-BURST-END-MINUTE TO WS-EDIT-MINUTE-OF-DAY.
010590     PERFORM 8200-EDIT-MINUTE
010600         THRU 8200-EDIT-MINUTE-EXIT.
010610     MOVE SPACES TO WS-NEW-DETAIL.
010620     STRING "NEW PSEUDOS " DELIMITED BY SIZE
010630             WS-EDIT-START-TIME DELIMITED BY SIZE
010640             " TO " DELIMITED BY SIZE
010650             WS-EDIT-END-TIME DELIMITED BY SIZE
010660             ", FIRST " DELIMITED BY SIZE
010670             WS-BURST-FIRST-PSEUDO DELIMITED BY SPACE
010680             INTO WS-NEW-DETAIL.
010690     PERFORM 4000-RANK-SUSPICION
010700         THRU 4000-RANK-SUSPICION-EXIT.
010710 3400-CLOSE-BURST-EXIT.
010720     EXIT.
010730*
010740******************************************************************
010750* 3500-CHECK-BLOCKLIST / 3550-CHECK-ONE-BLOCK-ENTRY - IS THE     *
010760*                   PSEUDO IN WS-NAME ALREADY COVERED BY THE     *
010770*                   BLOCKED LIST?  SHARED VIA BLCKCHK.CPY.       *
010780******************************************************************
010790     COPY BLCKCHK.
010800*
010810 3600-BLOCKED-ERROR.
010820     MOVE "N" TO WS-PSEUDO-VALID-SW.
010830 3600-BLOCKED-ERROR-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870* 3700-FIND-STEM-RUNS - THE DAY'S REGISTRATIONS IN STEM ORDER.   *
010880*                       A STEM SHARED BY AT LEAST WS-STEM-RUN    *
010890*                       NEW PSEUDOS RAISES A STEM SUSPICION,     *
010900*                       SUGGESTED AS A STEM BLOCK UNLESS A STEM  *
010910*                       ENTRY ALREADY COVERS IT.                 *
010920******************************************************************
010930 3700-FIND-STEM-RUNS.
010940     OPEN INPUT REG-SORTED-FILE.
010950     IF NOT WS-RGO-OK
010960         DISPLAY "REG-SORTED-FILE OPEN FAILED - STATUS "
010970             WS-RGO-FILE-STATUS
010980         ADD 1 TO WS-IO-FAIL-COUNT
010990         GO TO 3700-FIND-STEM-RUNS-EXIT
011000     END-IF.
011010     MOVE "N" TO WS-RGO-EOF-SW.
011020     MOVE SPACES TO WS-PREVIOUS-STEM.
011030     MOVE ZERO TO WS-STEM-RUN-COUNT.
011040     PERFORM 3100-READ-REGISTRATION
011050         THRU 3100-READ-REGISTRATION-EXIT.
011060     PERFORM 3800-CHECK-ONE-STEM-MEMBER
011070         THRU 3800-CHECK-ONE-STEM-MEMBER-EXIT
011080         UNTIL WS-END-OF-REGISTRATIONS.
011090     PERFORM 3900-CLOSE-STEM-RUN
011100         THRU 3900-CLOSE-STEM-RUN-EXIT.
011110     CLOSE REG-SORTED-FILE.
011120 3700-FIND-STEM-RUNS-EXIT.
011130     EXIT.
011140*
011150 3800-CHECK-ONE-STEM-MEMBER.
011160     IF RGO-STEM = SPACES
011170         GO TO 3800-CHECK-ONE-STEM-MEMBER-READ
011180     END-IF.
011190     IF RGO-STEM NOT = WS-PREVIOUS-STEM
011200         PERFORM 3900-CLOSE-STEM-RUN
011210             THRU 3900-CLOSE-STEM-RUN-EXIT
011220         MOVE RGO-STEM TO WS-PREVIOUS-STEM
011230         MOVE ZERO TO WS-STEM-RUN-COUNT
011240         MOVE RGO-PSEUDO TO WS-STEM-FIRST-PSEUDO
011250     END-IF.
011260     ADD 1 TO WS-STEM-RUN-COUNT.
011270     MOVE RGO-PSEUDO TO WS-STEM-LAST-PSEUDO.
011280*
011290 3800-CHECK-ONE-STEM-MEMBER-READ.
011300     PERFORM 3100-READ-REGISTRATION
011310         THRU 3100-READ-REGISTRATION-EXIT.
011320 3800-CHECK-ONE-STEM-MEMBER-EXIT.
011330     EXIT.
011340*
011350 3900-CLOSE-STEM-RUN.
011360     IF WS-STEM-RUN-COUNT < WS-STEM-RUN
011370         GO TO 3900-CLOSE-STEM-RUN-EXIT
011380     END-IF.
011390     MOVE "STEM  " TO WS-NEW-KIND.
011400     MOVE WS-PREVIOUS-STEM TO WS-NEW-KEY.
011410     MOVE WS-STEM-RUN-COUNT TO WS-NEW-COUNT.
011420     MOVE WS-STEM-RUN TO WS-NEW-LIMIT.
011430     MOVE SPACES TO WS-NEW-DETAIL.
011440     STRING "NEW PSEUDOS " DELIMITED BY SIZE
011450             WS-STEM-FIRST-PSEUDO DELIMITED BY SPACE
011460             " TO " DELIMITED BY SIZE
011470             WS-STEM-LAST-PSEUDO DELIMITED BY SPACE
011480             INTO WS-NEW-DETAIL.
011490*
011500     MOVE WS-PREVIOUS-STEM TO WS-STEM-WORK.
011510     MOVE 12 TO WS-STEM-LENGTH.
011520     PERFORM 2610-BACK-UP-OVER-SPACE
011530         THRU 2610-BACK-UP-OVER-SPACE-EXIT
011540         UNTIL WS-STEM-LENGTH = ZERO
011550            OR WS-STEM-WORK(WS-STEM-LENGTH:1) NOT = SPACE.
011560     MOVE "N" TO WS-STEM-BLOCKED-SW.
011570     PERFORM 3950-CHECK-ONE-STEM-ENTRY
011580         THRU 3950-CHECK-ONE-STEM-ENTRY-EXIT
011590         VARYING WS-BLOCK-IDX FROM 1 BY 1
011600         UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
011610            OR WS-STEM-BLOCKED.
011620     IF WS-STEM-BLOCKED
011630         MOVE "BLK" TO WS-NEW-ACTION
011640     ELSE
011650         MOVE "A;S" TO WS-NEW-ACTION
011660     END-IF.
011670     PERFORM 4000-RANK-SUSPICION
011680         THRU 4000-RANK-SUSPICION-EXIT.
011690 3900-CLOSE-STEM-RUN-EXIT.
011700     EXIT.
011710*
011720******************************************************************
011730* 3950-CHECK-ONE-STEM-ENTRY - ONLY A STEM ENTRY THAT IS A        *
011740*                             LEADING PART OF THIS STEM COVERS   *
011750*                             EVERY PSEUDO IN THE RUN; AN EXACT  *
011760*                             ENTRY NEVER DOES.                  *
011770******************************************************************
011780 3950-CHECK-ONE-STEM-ENTRY.
011790     IF NOT WS-BLOCK-STEM(WS-BLOCK-IDX)
011800        OR WS-BLOCK-LENGTH(WS-BLOCK-IDX) > WS-STEM-LENGTH
011810        OR WS-BLOCK-LENGTH(WS-BLOCK-IDX) = ZERO
011820         GO TO 3950-CHECK-ONE-STEM-ENTRY-EXIT
011830     END-IF.
011840     IF WS-STEM-WORK(1:WS-BLOCK-LENGTH(WS-BLOCK-IDX))
011850           = WS-BLOCK-PSEUDO(WS-BLOCK-IDX)
011860             (1:WS-BLOCK-LENGTH(WS-BLOCK-IDX))
011870         MOVE "Y" TO WS-STEM-BLOCKED-SW
011880     END-IF.
011890 3950-CHECK-ONE-STEM-ENTRY-EXIT.
011900     EXIT.
011910*
011920******************************************************************
011930* 4000-RANK-SUSPICION - SCORE THE SUSPICION IN WS-NEW-SUSPICION  *
011940*                       AND INSERT IT INTO THE TABLE, HIGHEST    *
011950*                       SCORE FIRST, SLIDING LOWER ENTRIES DOWN  *
011960*                       (AS UserStat RANKS ITS TOP VISITORS).    *
011970*                       WHEN THE TABLE IS FULL THE LOWEST SCORE  *
011980*                       FALLS OFF AND IS COUNTED AS NOT RANKED.  *
011990******************************************************************
012000 4000-RANK-SUSPICION.
012010     ADD 1 TO WS-SUSPICION-COUNT.
012020     COMPUTE WS-NEW-SCORE = WS-NEW-COUNT * 100 / WS-NEW-LIMIT.
012030     MOVE ZERO TO WS-SUS-IDX.
012040     PERFORM 4010-FIND-INSERT-SLOT
012050         THRU 4010-FIND-INSERT-SLOT-EXIT
012060         VARYING WS-SUS-SLIDE-IDX FROM 1 BY 1
012070         UNTIL WS-SUS-SLIDE-IDX > WS-SUS-FILLED
012080            OR WS-SUS-IDX > ZERO.
012090     IF WS-SUS-IDX = ZERO
012100         IF WS-SUS-FILLED < WS-SUS-MAX
012110             COMPUTE WS-SUS-IDX = WS-SUS-FILLED + 1
012120         ELSE
012130             ADD 1 TO WS-UNRANKED-COUNT
012140             GO TO 4000-RANK-SUSPICION-EXIT
012150         END-IF
012160     END-IF.
012170*
012180     IF WS-SUS-FILLED < WS-SUS-MAX
012190         ADD 1 TO WS-SUS-FILLED
012200     ELSE
012210         ADD 1 TO WS-UNRANKED-COUNT
012220     END-IF.
012230     PERFORM 4020-SLIDE-ONE-ENTRY
012240         THRU 4020-SLIDE-ONE-ENTRY-EXIT
012250         VARYING WS-SUS-SLIDE-IDX FROM WS-SUS-FILLED BY -1
012260         UNTIL WS-SUS-SLIDE-IDX NOT > WS-SUS-IDX.
012270     MOVE WS-NEW-SUSPICION TO WS-SUS-ENTRY(WS-SUS-IDX).
012280 4000-RANK-SUSPICION-EXIT.
012290     EXIT.
012300*
012310 4010-FIND-INSERT-SLOT.
012320     IF WS-NEW-SCORE > WS-SUS-SCORE(WS-SUS-SLIDE-IDX)
012330         MOVE WS-SUS-SLIDE-IDX TO WS-SUS-IDX
012340     END-IF.
012350 4010-FIND-INSERT-SLOT-EXIT.
012360     EXIT.
012370*
012380 4020-SLIDE-ONE-ENTRY.
012390     IF WS-SUS-SLIDE-IDX > 1
012400         MOVE WS-SUS-ENTRY(WS-SUS-SLIDE-IDX - 1)
012410             TO WS-SUS-ENTRY(WS-SUS-SLIDE-IDX)
012420     END-IF.
012430 4020-SLIDE-ONE-ENTRY-EXIT.
012440     EXIT.
012450*
012460******************************************************************
012470* 5000-WRITE-REPORT - THE THRESHOLDS IN FORCE, THE RANKED        *
012480*                     SUSPICIONS AND THE RUN TOTALS, PAGED.      *
012490******************************************************************
012500 5000-WRITE-REPORT.
012510     MOVE WS-GREET-LIMIT TO WS-REPORT-NUMERIC-EDIT.
012520     MOVE SPACES TO WS-PRINT-LINE.
012530     STRING "GREETING LIMIT PER HOUR . . . . : " DELIMITED BY SIZE
012540             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
012550             INTO WS-PRINT-LINE.
012560     PERFORM 5200-WRITE-REPORT-LINE
012570         THRU 5200-WRITE-REPORT-LINE-EXIT.
012580     MOVE WS-BURST-SIZE TO WS-REPORT-NUMERIC-EDIT.
012590     MOVE SPACES TO WS-PRINT-LINE.
012600     STRING "BURST SIZE (REGISTRATIONS)  . . : " DELIMITED BY SIZE
012610             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
012620             INTO WS-PRINT-LINE.
012630     PERFORM 5200-WRITE-REPORT-LINE
012640         THRU 5200-WRITE-REPORT-LINE-EXIT.
012650     MOVE WS-BURST-MINUTES TO WS-REPORT-NUMERIC-EDIT.
012660     MOVE SPACES TO WS-PRINT-LINE.
012670     STRING "BURST WINDOW (MINUTES)  . . . . : " DELIMITED BY SIZE
012680             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
012690             INTO WS-PRINT-LINE.
012700     PERFORM 5200-WRITE-REPORT-LINE
012710         THRU 5200-WRITE-REPORT-LINE-EXIT.
012720     MOVE WS-STEM-RUN TO WS-REPORT-NUMERIC-EDIT.
012730     MOVE SPACES TO WS-PRINT-LINE.
012740     STRING "STEM RUN LENGTH . . . . . . . . : " DELIMITED BY SIZE
012750             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
012760             INTO WS-PRINT-LINE.
012770     PERFORM 5200-WRITE-REPORT-LINE
012780         THRU 5200-WRITE-REPORT-LINE-EXIT.
012790*
012800     MOVE SPACES TO WS-PRINT-LINE.
012810     PERFORM 5200-WRITE-REPORT-LINE
012820         THRU 5200-WRITE-REPORT-LINE-EXIT.
012830     MOVE "SUSPICIONS, HIGHEST SCORE FIRST (SCORE = COUNT PER 100
012840-        " OF LIMIT)" TO WS-PRINT-LINE.
012850     PERFORM 5200-WRITE-REPORT-LINE
012860         THRU 5200-WRITE-REPORT-LINE-EXIT.
012870     MOVE WS-SUS-HEADING-LINE TO WS-PRINT-LINE.
012880     PERFORM 5200-WRITE-REPORT-LINE
012890         THRU 5200-WRITE-REPORT-LINE-EXIT.
012900     PERFORM 5300-WRITE-ONE-SUSPICION
012910         THRU 5300-WRITE-ONE-SUSPICION-EXIT
012920         VARYING WS-SUS-RANK FROM 1 BY 1
012930         UNTIL WS-SUS-RANK > WS-SUS-FILLED.
012940     IF WS-SUS-FILLED = ZERO
012950         MOVE SPACES TO WS-PRINT-LINE
012960         MOVE "(NOTHING UNUSUAL)" TO WS-PRINT-LINE
012970         PERFORM 5200-WRITE-REPORT-LINE
012980             THRU 5200-WRITE-REPORT-LINE-EXIT
012990     END-IF.
013000*
013010     MOVE SPACES TO WS-PRINT-LINE.
013020     PERFORM 5200-WRITE-REPORT-LINE
013030         THRU 5200-WRITE-REPORT-LINE-EXIT.
013040     MOVE WS-DAY-RECORD-COUNT TO WS-REPORT-NUMERIC-EDIT.
013050     MOVE SPACES TO WS-PRINT-LINE.
013060     STRING "DAY'S AUDIT RECORDS . . . . . . : " DELIMITED BY SIZE
013070             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013080             INTO WS-PRINT-LINE.
013090     PERFORM 5200-WRITE-REPORT-LINE
013100         THRU 5200-WRITE-REPORT-LINE-EXIT.
013110     MOVE WS-PSEUDO-COUNT TO WS-REPORT-NUMERIC-EDIT.
013120     MOVE SPACES TO WS-PRINT-LINE.
013130     STRING "PSEUDOS SEEN  . . . . . . . . . : " DELIMITED BY SIZE
013140             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013150             INTO WS-PRINT-LINE.
013160     PERFORM 5200-WRITE-REPORT-LINE
013170         THRU 5200-WRITE-REPORT-LINE-EXIT.
013180     MOVE WS-NEWREG-COUNT TO WS-REPORT-NUMERIC-EDIT.
013190     MOVE SPACES TO WS-PRINT-LINE.
013200     STRING "NEW REGISTRATIONS . . . . . . . : " DELIMITED BY SIZE
013210             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013220             INTO WS-PRINT-LINE.
013230     PERFORM 5200-WRITE-REPORT-LINE
013240         THRU 5200-WRITE-REPORT-LINE-EXIT.
013250     MOVE WS-SUSPICION-COUNT TO WS-REPORT-NUMERIC-EDIT.
013260     MOVE SPACES TO WS-PRINT-LINE.
013270     STRING "SUSPICIONS RAISED . . . . . . . : " DELIMITED BY SIZE
013280             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013290             INTO WS-PRINT-LINE.
013300     PERFORM 5200-WRITE-REPORT-LINE
013310         THRU 5200-WRITE-REPORT-LINE-EXIT.
013320     IF WS-UNRANKED-COUNT > ZERO
013330         MOVE WS-UNRANKED-COUNT TO WS-REPORT-NUMERIC-EDIT
013340         MOVE SPACES TO WS-PRINT-LINE
013350         STRING "SUSPICIONS NOT RANKED . . . . . : "
013360                 DELIMITED BY SIZE
013370                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013380                 INTO WS-PRINT-LINE
013390         PERFORM 5200-WRITE-REPORT-LINE
013400             THRU 5200-WRITE-REPORT-LINE-EXIT
013410     END-IF.
013420     IF WS-BAD-TIME-COUNT > ZERO
013430         MOVE WS-BAD-TIME-COUNT TO WS-REPORT-NUMERIC-EDIT
013440         MOVE SPACES TO WS-PRINT-LINE
013450         STRING "RECORDS WITH BAD RUN TIME . . . : "
013460                 DELIMITED BY SIZE
013470                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
013480                 INTO WS-PRINT-LINE
013490         PERFORM 5200-WRITE-REPORT-LINE
013500             THRU 5200-WRITE-REPORT-LINE-EXIT
013510     END-IF.
013520 5000-WRITE-REPORT-EXIT.
013530     EXIT.
013540*
013550******************************************************************
013560* 5100-WRITE-PAGE-HEADING - NEW PAGE: BUMP THE PAGE NUMBER AND   *
013570*                           PRINT THE HEADING WITH THE RUN DATE. *
013580******************************************************************
013590 5100-WRITE-PAGE-HEADING.
013600     ADD 1 TO WS-PAGE-NUMBER.
013610     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
013620     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
013630     MOVE WS-HEADING-LINE TO REPORT-RECORD.
013640     WRITE REPORT-RECORD.
013650     PERFORM 5500-CHECK-REPORT-WRITE
013660         THRU 5500-CHECK-REPORT-WRITE-EXIT.
013670     MOVE SPACES TO REPORT-RECORD.
013680     WRITE REPORT-RECORD.
013690     PERFORM 5500-CHECK-REPORT-WRITE
013700         THRU 5500-CHECK-REPORT-WRITE-EXIT.
013710     MOVE 2 TO WS-LINE-COUNT.
013720 5100-WRITE-PAGE-HEADING-EXIT.
013730     EXIT.
013740*
013750******************************************************************
013760* 5200-WRITE-REPORT-LINE - WRITE THE BODY LINE STAGED IN        *
013770*                          WS-PRINT-LINE, STARTING A NEW PAGE    *
013780*                          FIRST WHEN THE CURRENT ONE IS FULL.   *
013790******************************************************************
013800 5200-WRITE-REPORT-LINE.
013810     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
013820         PERFORM 5100-WRITE-PAGE-HEADING
013830             THRU 5100-WRITE-PAGE-HEADING-EXIT
013840     END-IF.
013850     MOVE WS-PRINT-LINE TO REPORT-RECORD.
013860     WRITE REPORT-RECORD.
013870     PERFORM 5500-CHECK-REPORT-WRITE
013880         THRU 5500-CHECK-REPORT-WRITE-EXIT.
013890     ADD 1 TO WS-LINE-COUNT.
013900 5200-WRITE-REPORT-LINE-EXIT.
013910     EXIT.
013920*
013930 5300-WRITE-ONE-SUSPICION.
013940     MOVE WS-SUS-RANK TO WS-SUS-DTL-RANK.
013950     MOVE WS-SUS-KIND(WS-SUS-RANK) TO WS-SUS-DTL-KIND.
013960     MOVE WS-SUS-KEY(WS-SUS-RANK) TO WS-SUS-DTL-KEY.
013970     MOVE WS-SUS-COUNT(WS-SUS-RANK) TO WS-SUS-DTL-COUNT.
013980     MOVE WS-SUS-LIMIT(WS-SUS-RANK) TO WS-SUS-DTL-LIMIT.
013990     MOVE WS-SUS-SCORE(WS-SUS-RANK) TO WS-SUS-DTL-SCORE.
014000     IF WS-SUS-SUGGEST-EXACT(WS-SUS-RANK)
014010         MOVE "A;E SUGGESTED" TO WS-SUS-DTL-ACTION
014020     END-IF.
014030     IF WS-SUS-SUGGEST-STEM(WS-SUS-RANK)
014040         MOVE "A;S SUGGESTED" TO WS-SUS-DTL-ACTION
014050     END-IF.
014060     IF WS-SUS-ALREADY-BLOCKED(WS-SUS-RANK)
014070         MOVE "ALREADY BLOCKED" TO WS-SUS-DTL-ACTION
014080     END-IF.
014090     IF WS-SUS-REVIEW-ONLY(WS-SUS-RANK)
014100         MOVE "REVIEW" TO WS-SUS-DTL-ACTION
014110     END-IF.
014120     MOVE WS-SUS-DETAIL-LINE TO WS-PRINT-LINE.
014130     PERFORM 5200-WRITE-REPORT-LINE
014140         THRU 5200-WRITE-REPORT-LINE-EXIT.
014150     MOVE WS-SUS-DETAIL(WS-SUS-RANK) TO WS-SUS-2ND-DETAIL.
014160     MOVE WS-SUS-SECOND-LINE TO WS-PRINT-LINE.
014170     PERFORM 5200-WRITE-REPORT-LINE
014180         THRU 5200-WRITE-REPORT-LINE-EXIT.
014190 5300-WRITE-ONE-SUSPICION-EXIT.
014200     EXIT.
014210*
014220******************************************************************
014230* 5400-WRITE-SUGGESTIONS - THE UserBlk TRANSACTION FILE: A       *
014240*                          COMMENT HEADER, THEN FOR EACH         *
014250*                          SUGGESTED BLOCK IN RANK ORDER A       *
014260*                          COMMENT LINE SAYING WHY AND THE       *
014270*                          A;E / A;S TRANSACTION ITSELF.         *
014280*                          UserBlk SKIPS THE COMMENT LINES.      *
014290******************************************************************
014300 5400-WRITE-SUGGESTIONS.
014310     IF NOT WS-TRN-OK
014320         GO TO 5400-WRITE-SUGGESTIONS-EXIT
014330     END-IF.
014340     MOVE SPACES TO TRANS-RECORD.
014350     STRING "* COBILISTE SUGGESTED BLOCKS FOR " DELIMITED BY SIZE
014360             WS-CURRENT-DATE DELIMITED BY SIZE
014370             " - SEE ANOMRPT" DELIMITED BY SIZE
014380             INTO TRANS-RECORD.
014390     PERFORM 5700-WRITE-TRANS-RECORD
014400         THRU 5700-WRITE-TRANS-RECORD-EXIT.
014410     MOVE "* REVIEW AND PRUNE THESE BLOCKS, THEN RUN USERBLK"
014420         TO TRANS-RECORD.
014430     PERFORM 5700-WRITE-TRANS-RECORD
014440         THRU 5700-WRITE-TRANS-RECORD-EXIT.
014450     PERFORM 5450-WRITE-ONE-SUGGESTION
014460         THRU 5450-WRITE-ONE-SUGGESTION-EXIT
014470         VARYING WS-SUS-RANK FROM 1 BY 1
014480         UNTIL WS-SUS-RANK > WS-SUS-FILLED.
014490 5400-WRITE-SUGGESTIONS-EXIT.
014500     EXIT.
014510*
014520 5450-WRITE-ONE-SUGGESTION.
014530     IF NOT WS-SUS-SUGGEST-EXACT(WS-SUS-RANK)
014540        AND NOT WS-SUS-SUGGEST-STEM(WS-SUS-RANK)
014550         GO TO 5450-WRITE-ONE-SUGGESTION-EXIT
014560     END-IF.
014570     MOVE WS-SUS-RANK TO WS-REPORT-RANK-EDIT.
014580     MOVE WS-SUS-COUNT(WS-SUS-RANK) TO WS-REPORT-NUMERIC-EDIT.
014590     MOVE WS-SUS-LIMIT(WS-SUS-RANK) TO WS-REPORT-NUMERIC-EDIT-2.
014600     MOVE SPACES TO TRANS-RECORD.
014610     STRING "* RANK " DELIMITED BY SIZE
014620             WS-REPORT-RANK-EDIT DELIMITED BY SIZE
014630             " " DELIMITED BY SIZE
014640             WS-SUS-KIND(WS-SUS-RANK) DELIMITED BY SIZE
014650             " COUNT " DELIMITED BY SIZE
014660             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
014670             " LIMIT " DELIMITED BY SIZE
014680             WS-REPORT-NUMERIC-EDIT-2 DELIMITED BY SIZE
014690             INTO TRANS-RECORD.
014700     PERFORM 5700-WRITE-TRANS-RECORD
014710         THRU 5700-WRITE-TRANS-RECORD-EXIT.
014720     MOVE SPACES TO TRANS-RECORD.
014730     STRING "*   " DELIMITED BY SIZE
014740             WS-SUS-DETAIL(WS-SUS-RANK) DELIMITED BY SIZE
014750             INTO TRANS-RECORD.
014760     PERFORM 5700-WRITE-TRANS-RECORD
014770         THRU 5700-WRITE-TRANS-RECORD-EXIT.
014780     MOVE SPACES TO TRANS-RECORD.
014790     STRING WS-SUS-ACTION(WS-SUS-RANK) DELIMITED BY SIZE
014800             ";" DELIMITED BY SIZE
014810             WS-SUS-KEY(WS-SUS-RANK) DELIMITED BY SPACE
014820             INTO TRANS-RECORD.
014830     PERFORM 5700-WRITE-TRANS-RECORD
014840         THRU 5700-WRITE-TRANS-RECORD-EXIT.
014850     IF WS-TRN-OK
014860         ADD 1 TO WS-TRANS-WRITTEN-COUNT
014870     END-IF.
014880 5450-WRITE-ONE-SUGGESTION-EXIT.
014890     EXIT.
014900*
014910 5500-CHECK-REPORT-WRITE.
014920     IF NOT WS-RPT-OK
014930         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
014940             WS-RPT-FILE-STATUS
014950     END-IF.
014960 5500-CHECK-REPORT-WRITE-EXIT.
014970     EXIT.
014980*
014990 5700-WRITE-TRANS-RECORD.
015000     WRITE TRANS-RECORD.
015010     IF NOT WS-TRN-OK
015020         DISPLAY "TRANS-FILE WRITE FAILED - STATUS "
015030             WS-TRN-FILE-STATUS
015040         ADD 1 TO WS-IO-FAIL-COUNT
015050     END-IF.
015060 5700-WRITE-TRANS-RECORD-EXIT.
015070     EXIT.
015080*
015090******************************************************************
015100* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
015110*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
015120*                          BY EVERY BATCH PROGRAM VIA            *
015130*                          JRNLPUT.CPY.                          *
015140******************************************************************
015150     COPY JRNLPUT.
015160*
015170******************************************************************
015180* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
015190*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
015200*                          BY EVERY NIGHTLY PROGRAM VIA          *
015210*                          BUSDGET.CPY.                          *
015220******************************************************************
015230     COPY BUSDGET.
015240*
015250******************************************************************
015260* 8000-TIME-TO-MINUTE - HOUR AND MINUTE OF OUT-RUN-TIME, AND THE *
015270*                       MINUTE OF THE DAY.  AN UNUSABLE TIME     *
015280*                       COMES BACK AS HOUR 99.                   *
015290******************************************************************
015300 8000-TIME-TO-MINUTE.
015310     MOVE 99 TO WS-HOUR-OF-DAY.
015320     MOVE ZERO TO WS-MINUTE-OF-DAY.
015330     IF OUT-RUN-TIME(1:4) IS NOT NUMERIC
015340         GO TO 8000-TIME-TO-MINUTE-EXIT
015350     END-IF.
015360     MOVE OUT-RUN-TIME(3:2) TO WS-MINUTE-OF-HOUR.
015370     IF WS-MINUTE-OF-HOUR > 59
015380         GO TO 8000-TIME-TO-MINUTE-EXIT
015390     END-IF.
015400     MOVE OUT-RUN-TIME(1:2) TO WS-HOUR-OF-DAY.
015410     IF WS-HOUR-OF-DAY < 24
015420         COMPUTE WS-MINUTE-OF-DAY
015430             = WS-HOUR-OF-DAY * 60 + WS-MINUTE-OF-HOUR
015440     ELSE
015450         MOVE 99 TO WS-HOUR-OF-DAY
015460     END-IF.
015470 8000-TIME-TO-MINUTE-EXIT.
015480     EXIT.
015490*
015500******************************************************************
015510* 8100-NAME-CHANNEL - PRINTABLE NAME OF THE CHANNEL IN           *
015520*                     WS-CHANNEL-CODE, AS UserStat NAMES THEM.   *
015530******************************************************************
015540 8100-NAME-CHANNEL.
015550     MOVE "UNKNOWN (OLD)" TO WS-CHANNEL-NAME.
015560     IF WS-CHANNEL-CONSOLE
015570         MOVE "CONSOLE" TO WS-CHANNEL-NAME
015580     END-IF.
015590     IF WS-CHANNEL-ONLINE
015600         MOVE "CBLU SCREENS" TO WS-CHANNEL-NAME
015610     END-IF.
015620     IF WS-CHANNEL-BATCH
015630         MOVE "BATCH" TO WS-CHANNEL-NAME
015640     END-IF.
015650 8100-NAME-CHANNEL-EXIT.
015660     EXIT.
015670*
015680******************************************************************
015690* 8200-EDIT-MINUTE - WS-EDIT-MINUTE-OF-DAY AS HH:MM IN           *
015700*                    WS-EDIT-END-TIME.                           *
015710******************************************************************
015720 8200-EDIT-MINUTE.
015730     DIVIDE WS-EDIT-MINUTE-OF-DAY BY 60
015740         GIVING WS-EDIT-HH REMAINDER WS-EDIT-MM.
015750     MOVE SPACES TO WS-EDIT-END-TIME.
015760     STRING WS-EDIT-HH DELIMITED BY SIZE
015770             ":" DELIMITED BY SIZE
015780             WS-EDIT-MM DELIMITED BY SIZE
015790             INTO WS-EDIT-END-TIME.
015800 8200-EDIT-MINUTE-EXIT.
015810     EXIT.
015820*
015830******************************************************************
015840* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
015850******************************************************************
015860 9999-TERMINATE.
015870     IF NOT WS-ROSTER-ABSENT
015880         CLOSE USER-MASTER-FILE
015890     END-IF.
015900     CLOSE REPORT-FILE.
015910     CLOSE TRANS-FILE.
015920 9999-TERMINATE-EXIT.
015930     EXIT.
