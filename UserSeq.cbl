000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserSeq.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserSeq                                                    *
000110*                                                                *
000120*    AUDIT-TRAIL SEQUENCE VERIFICATION.  EVERY AUDIT WRITER      *
000130*    STAMPS ITS RECORDS WITH AN ASCENDING NUMBER PER CHANNEL     *
000140*    (AUD-SEQUENCE, ISSUED FROM THE AUDSEQ CONTROL FILE - SEE    *
000150*    AUDSEQ.CPY).  A RECORD LOST FROM THE TRAIL - A FAILED       *
000160*    DISP=MOD APPEND, A BAD UserArch CUT, A UserConv RUN         *
000170*    POINTED AT THE WRONG DATASET - USED TO VANISH WITHOUT       *
000180*    TRACE UNLESS IT HAPPENED TO UNBALANCE A UserRecon VISIT     *
000190*    COUNT.  THIS PROGRAM WALKS THE LIFETIME TRAIL (THE          *
000200*    AUDITLOG DD CONCATENATES THE ARCHIVE GENERATIONS AHEAD OF   *
000210*    THE CURRENT LOG), SORTS THE SEQUENCED RECORDS BY CHANNEL    *
000220*    AND NUMBER, AND REPORTS PER CHANNEL:                        *
000230*                                                                *
000240*      GAP          - NUMBERS ISSUED BUT NOT ON THE TRAIL,       *
000250*                     INCLUDING ANY BEFORE THE FIRST RECORD AND  *
000260*                     ANY AFTER THE LAST ONE UP TO THE LAST      *
000270*                     NUMBER THE CONTROL FILE HAS ISSUED.        *
000280*      DUPLICATE    - THE SAME NUMBER ON THE TRAIL TWICE (A      *
000290*                     DOUBLE APPEND OR A GENERATION CONCATENATED *
000300*                     TWICE).                                    *
000310*      OUT OF ORDER - A NUMBER DATED EARLIER THAN THE NUMBER     *
000320*                     BEFORE IT.  ORDER IS JUDGED BY TIMESTAMP,  *
000330*                     NOT BY POSITION ON THE TRAIL, BECAUSE A    *
000340*                     GDG CONCATENATION READS THE NEWEST         *
000350*                     GENERATION FIRST.                          *
000360*                                                                *
000370*    ONLY THE CHANNEL AND THE NUMBER ARE JUDGED, NEVER THE       *
000380*    PSEUDO, SO A RECORD ANONYMIZED BY UserDel OR REWRITTEN BY   *
000390*    UserScrub (BOTH KEEP ITS LENGTH AND ITS NUMBER) VERIFIES    *
000400*    LIKE ANY OTHER.  RECORDS WRITTEN BEFORE SEQUENCING (SHORTER *
000410*    THAN 40 BYTES) ARE COUNTED BUT CANNOT BE JUDGED.  A 40-BYTE *
000420*    RECORD WITH SEQUENCE ZERO WAS WRITTEN WHILE THE CONTROL     *
000430*    FILE WAS UNAVAILABLE AND IS LISTED AS UNSTAMPED.            *
000440*                                                                *
000450*    THE CONTROL FILES ARE READ BEFORE THE TRAIL, SO A RECORD    *
000460*    WRITTEN WHILE THIS RUNS CARRIES A NUMBER ABOVE THE ONE      *
000470*    CHECKED AGAINST AND CANNOT RAISE A FALSE GAP.               *
000480*                                                                *
000490*    RUNS IN THE NIGHTLY STREAM AFTER THE RECONCILIATION STEP -  *
000500*    SEE JCL/NIGHTLY.JCL.                                        *
000510*                                                                *
000520*    RETURN CODES:  0 - EVERY CHANNEL UNBROKEN.                  *
000530*                   4 - NO GAPS, BUT DUPLICATES, OUT-OF-ORDER OR *
000540*                       UNSTAMPED RECORDS, OR A CONTROL RECORD   *
000550*                       MISSING OR BEHIND THE TRAIL - SEE        *
000560*                       SEQRPT.                                  *
000570*                   8 - AT LEAST ONE GAP (AUDIT RECORDS HAVE     *
000580*                       BEEN LOST), OR AN OPEN FAILURE - THE     *
000590*                       SCHEDULER SHOULD PAGE ON THIS.           *
000600*                                                                *
000610*    MODIFICATION HISTORY                                       *
000620*    DATE       INIT  DESCRIPTION                                *
000630*    2026-10-15  ML   ORIGINAL VERSION.                          *
000640*                                                                *
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.    IBM-370.
000690 OBJECT-COMPUTER.    IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-AUD-FILE-STATUS.
000750*
000760     SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "AUDSEQ"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS AQ-CHANNEL
000800         FILE STATUS IS WS-ASQ-FILE-STATUS.
000810*
000820     SELECT ONLINE-CONTROL-FILE ASSIGN TO "AUDSEQO"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS AQO-CHANNEL
000860         FILE STATUS IS WS-AQO-FILE-STATUS.
000870*
000880     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000890*
000900     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-SRT-FILE-STATUS.
000930*
000940     SELECT REPORT-FILE ASSIGN TO "SEQRPT"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RPT-FILE-STATUS.
000970*
000980     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS BD-BDT-FILE-STATUS.
001010*
001020     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-RNJ-FILE-STATUS.
001050*
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  AUDIT-LOG-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001110         DEPENDING ON WS-AUD-RECORD-LENGTH.
001120 COPY AUDITLOG.
001130*
001140 FD  SEQUENCE-CONTROL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY AUDSEQ.
001170*
001180 FD  ONLINE-CONTROL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY AUDSEQ REPLACING AQ-RECORD BY AQO-RECORD
001210                       AQ-CHANNEL BY AQO-CHANNEL
001220                       AQ-LAST-SEQUENCE BY AQO-LAST-SEQUENCE
001230                       AQ-LAST-DATE BY AQO-LAST-DATE
001240                       AQ-LAST-TIME BY AQO-LAST-TIME.
001250*
001260 SD  SORT-WORK-FILE.
001270 COPY AUDITLOG REPLACING AUD-RECORD BY SRT-RECORD
001280                         AUD-PSEUDO BY SRT-PSEUDO
001290                         AUD-RUN-DATE BY SRT-RUN-DATE
001300                         AUD-RUN-TIME BY SRT-RUN-TIME
001310                         AUD-CHANNEL BY SRT-CHANNEL
001320                         AUD-LANG-CODE BY SRT-LANG-CODE
001330                         AUD-SEQUENCE BY SRT-SEQUENCE.
001340*
001350 FD  SORTED-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY AUDITLOG REPLACING AUD-RECORD BY OUT-RECORD
001380                         AUD-PSEUDO BY OUT-PSEUDO
001390                         AUD-RUN-DATE BY OUT-RUN-DATE
001400                         AUD-RUN-TIME BY OUT-RUN-TIME
001410                         AUD-CHANNEL BY OUT-CHANNEL
001420                         AUD-LANG-CODE BY OUT-LANG-CODE
001430                         AUD-SEQUENCE BY OUT-SEQUENCE.
001440*
001450 FD  REPORT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  REPORT-RECORD                   PIC X(80).
001480*
001490 FD  BUSINESS-DATE-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY BUSDATE.
001520*
001530 FD  RUN-JOURNAL-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 COPY RUNJRNL.
001560*
001570 WORKING-STORAGE SECTION.
001580 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001590*
001600 01  WS-FILE-SWITCHES.
001610     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001620         88  WS-AUD-OK                   VALUE "00".
001630         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001640     05  WS-ASQ-FILE-STATUS          PIC X(02) VALUE SPACES.
001650         88  WS-ASQ-OK                   VALUE "00".
001660         88  WS-ASQ-FILE-NOT-PRESENT     VALUE "35".
001670     05  WS-AQO-FILE-STATUS          PIC X(02) VALUE SPACES.
001680         88  WS-AQO-OK                   VALUE "00".
001690         88  WS-AQO-FILE-NOT-PRESENT     VALUE "35".
001700     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001710         88  WS-SRT-OK                   VALUE "00".
001720     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001730         88  WS-RPT-OK                   VALUE "00".
001740     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001750         88  WS-RNJ-OK                   VALUE "00".
001760*
001770 01  WS-CONTROL-SWITCHES.
001780     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001790         88  WS-END-OF-AUDIT             VALUE "Y".
001800     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
001810         88  WS-END-OF-SORTED            VALUE "Y".
001820     05  WS-ASQ-EOF-SW               PIC X(01) VALUE "N".
001830         88  WS-END-OF-CONTROL           VALUE "Y".
001840     05  WS-AQO-EOF-SW               PIC X(01) VALUE "N".
001850         88  WS-END-OF-ONLINE-CONTROL    VALUE "Y".
001860*
001870*    ONE SLOT PER SEQUENCED CHANNEL.  LEGACY RECORDS WITH
001880*    CHANNEL "?" ARE NEVER SEQUENCED AND HAVE NO SLOT.
001890 01  WS-CHANNEL-FIELDS.
001900     05  WS-CHANNEL-IDX              PIC 9(02) COMP VALUE ZERO.
001910     05  WS-CHANNEL-MAX              PIC 9(02) COMP VALUE 3.
001920     05  WS-LOOKUP-CHANNEL           PIC X(01).
001930*
001940 01  WS-CHANNEL-CODE-DATA            PIC X(03) VALUE "COB".
001950 01  FILLER REDEFINES WS-CHANNEL-CODE-DATA.
001960     05  WS-CHANNEL-CODE OCCURS 3 TIMES
001970                                     PIC X(01).
001980*
001990 01  WS-CHANNEL-NAME-DATA.
002000     05  FILLER                      PIC X(16)
002010         VALUE "C - CONSOLE     ".
002020     05  FILLER                      PIC X(16)
002030         VALUE "O - CBLU SCREENS".
002040     05  FILLER                      PIC X(16)
002050         VALUE "B - BATCH       ".
002060 01  FILLER REDEFINES WS-CHANNEL-NAME-DATA.
002070     05  WS-CHANNEL-NAME OCCURS 3 TIMES
002080                                     PIC X(16).
002090*
002100 01  WS-CHANNEL-STATE-TABLE.
002110     05  WS-CHANNEL-STATE OCCURS 3 TIMES.
002120         10  WS-CHS-RECORD-COUNT     PIC 9(08) COMP.
002130         10  WS-CHS-LAST-SEQUENCE    PIC 9(09).
002140         10  WS-CHS-CONTROL-SW       PIC X(01).
002150             88  WS-CHS-CONTROL-FOUND    VALUE "Y".
002160         10  WS-CHS-CONTROL-SEQUENCE PIC 9(09).
002170         10  WS-CHS-CONTROL-DATE     PIC 9(08).
002180         10  WS-CHS-CONTROL-TIME     PIC 9(08).
002190         10  WS-CHS-GAP-COUNT        PIC 9(08) COMP.
002200         10  WS-CHS-MISSING-COUNT    PIC 9(09) COMP.
002210         10  WS-CHS-DUPLICATE-COUNT  PIC 9(08) COMP.
002220         10  WS-CHS-ORDER-COUNT      PIC 9(08) COMP.
002230         10  WS-CHS-UNSTAMPED-COUNT  PIC 9(08) COMP.
002240*
002250 01  WS-PREVIOUS-FIELDS.
002260     05  WS-PREV-CHANNEL             PIC X(01) VALUE SPACES.
002270     05  WS-PREV-SEQUENCE            PIC 9(09) VALUE ZERO.
002280     05  WS-PREV-STAMP.
002290         10  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
002300         10  WS-PREV-TIME            PIC 9(08) VALUE ZERO.
002310 01  WS-THIS-STAMP.
002320     05  WS-THIS-DATE                PIC 9(08).
002330     05  WS-THIS-TIME                PIC 9(08).
002340*
002350 01  WS-GAP-FIELDS.
002360     05  WS-GAP-FROM                 PIC 9(09).
002370     05  WS-GAP-TO                   PIC 9(09).
002380*
002390 01  WS-COUNTERS.
002400     05  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
002410     05  WS-VERIFIED-COUNT           PIC 9(08) COMP VALUE ZERO.
002420     05  WS-PRE-SEQUENCE-COUNT       PIC 9(08) COMP VALUE ZERO.
002430     05  WS-BAD-CHANNEL-COUNT        PIC 9(08) COMP VALUE ZERO.
002440     05  WS-CONTROL-WARN-COUNT       PIC 9(08) COMP VALUE ZERO.
002450     05  WS-GAP-TOTAL                PIC 9(08) COMP VALUE ZERO.
002460     05  WS-WARNING-TOTAL            PIC 9(08) COMP VALUE ZERO.
002470     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002480*
002490 01  WS-CURRENT-DATE-FIELDS.
002500     05  WS-CURRENT-DATE             PIC 9(08).
002510*
002520 COPY BUSDWRK.
002530*
002540 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002550*
002560 01  WS-COUNT-LINE.
002570     05  WS-CNT-LABEL                PIC X(34).
002580     05  WS-CNT-VALUE                PIC ZZZZZZZZ9.
002590     05  FILLER                      PIC X(37) VALUE SPACES.
002600*
002610 01  WS-EXCEPTION-HEADING.
002620     05  FILLER                      PIC X(40)
002630         VALUE "EXCEPTION     CH   FROM SEQ     TO SEQ  ".
002640     05  FILLER                      PIC X(40)
002650         VALUE "RUN DATE RUN TIME  NOTE                 ".
002660*
002670 01  WS-EXCEPTION-LINE.
002680     05  WS-EXC-TYPE                 PIC X(12).
002690     05  FILLER                      PIC X(02) VALUE SPACES.
002700     05  WS-EXC-CHANNEL              PIC X(01).
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  WS-EXC-FROM-SEQ             PIC ZZZZZZZZ9.
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  WS-EXC-TO-SEQ               PIC ZZZZZZZZ9.
002750     05  FILLER                      PIC X(02) VALUE SPACES.
002760     05  WS-EXC-DATE                 PIC 9(08).
002770     05  FILLER                      PIC X(01) VALUE SPACES.
002780     05  WS-EXC-TIME                 PIC 9(08).
002790     05  FILLER                      PIC X(02) VALUE SPACES.
002800     05  WS-EXC-NOTE                 PIC X(22).
002810*
002820 PROCEDURE DIVISION.
002830*
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-INITIALIZE-EXIT.
002870*
002880     PERFORM 1500-LOAD-CONTROL-RECORDS
002890         THRU 1500-LOAD-CONTROL-RECORDS-EXIT.
002900*
002910     SORT SORT-WORK-FILE
002920         ON ASCENDING KEY SRT-CHANNEL
002930                          SRT-SEQUENCE
002940                          SRT-RUN-DATE
002950                          SRT-RUN-TIME
002960         INPUT PROCEDURE IS 2000-FEED-SORT
002970             THRU 2000-FEED-SORT-EXIT
002980         GIVING SORTED-FILE.
002990*
003000     PERFORM 3000-CHECK-SEQUENCES
003010         THRU 3000-CHECK-SEQUENCES-EXIT.
003020*
003030     PERFORM 4000-CHECK-CONTROL-TAIL
003040         THRU 4000-CHECK-CONTROL-TAIL-EXIT
003050         VARYING WS-CHANNEL-IDX FROM 1 BY 1
003060         UNTIL WS-CHANNEL-IDX > WS-CHANNEL-MAX.
003070*
003080     PERFORM 5000-WRITE-SUMMARY
003090         THRU 5000-WRITE-SUMMARY-EXIT.
003100*
003110     PERFORM 9000-SET-RETURN-CODE
003120         THRU 9000-SET-RETURN-CODE-EXIT.
003130*
003140     PERFORM 9999-TERMINATE
003150         THRU 9999-TERMINATE-EXIT.
003160*
003170     MOVE "E" TO RJ-RECORD-TYPE.
003180     MOVE WS-READ-COUNT TO RJ-READ-COUNT.
003190     MOVE WS-VERIFIED-COUNT TO RJ-WRITTEN-COUNT.
003200     COMPUTE RJ-ERROR-COUNT = WS-GAP-TOTAL + WS-WARNING-TOTAL
003210                            + WS-IO-FAIL-COUNT.
003220     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003230     PERFORM 6500-WRITE-RUN-JOURNAL
003240         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003250     STOP RUN.
003260*
003270******************************************************************
003280* 1000-INITIALIZE - JOURNAL THE START, CLEAR THE CHANNEL SLOTS,  *
003290*                   OPEN THE REPORT AND PRINT ITS HEADINGS.  THE *
003300*                   EXCEPTION LINES FOLLOW AS THEY ARE FOUND,    *
003310*                   THE PER-CHANNEL SUMMARY COMES LAST.          *
003320******************************************************************
003330 1000-INITIALIZE.
003340     MOVE "UserSeq" TO RJ-PROGRAM-NAME.
003350     MOVE "S" TO RJ-RECORD-TYPE.
003360     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003370                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003380     PERFORM 6500-WRITE-RUN-JOURNAL
003390         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003400*
003410     PERFORM 1100-CLEAR-ONE-CHANNEL
003420         THRU 1100-CLEAR-ONE-CHANNEL-EXIT
003430         VARYING WS-CHANNEL-IDX FROM 1 BY 1
003440         UNTIL WS-CHANNEL-IDX > WS-CHANNEL-MAX.
003450*
003460     OPEN OUTPUT REPORT-FILE.
003470     IF NOT WS-RPT-OK
003480         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003490             WS-RPT-FILE-STATUS
003500     END-IF.
003510     PERFORM 6600-GET-BUSINESS-DATE
003520         THRU 6600-GET-BUSINESS-DATE-EXIT.
003530*
003540     MOVE SPACES TO REPORT-RECORD.
003550     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003560     STRING "COBILISTE - AUDIT SEQUENCE CHECK  "
003570             DELIMITED BY SIZE
003580             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003590             INTO REPORT-RECORD.
003600     WRITE REPORT-RECORD.
003610     PERFORM 5100-CHECK-REPORT-WRITE
003620         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003630     MOVE SPACES TO REPORT-RECORD.
003640     WRITE REPORT-RECORD.
003650     PERFORM 5100-CHECK-REPORT-WRITE
003660         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003670     MOVE WS-EXCEPTION-HEADING TO REPORT-RECORD.
003680     WRITE REPORT-RECORD.
003690     PERFORM 5100-CHECK-REPORT-WRITE
003700         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003710 1000-INITIALIZE-EXIT.
003720     EXIT.
003730*
003740 1100-CLEAR-ONE-CHANNEL.
003750     MOVE ZERO TO WS-CHS-RECORD-COUNT(WS-CHANNEL-IDX)
003760                  WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX)
003770                  WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
003780                  WS-CHS-CONTROL-DATE(WS-CHANNEL-IDX)
003790                  WS-CHS-CONTROL-TIME(WS-CHANNEL-IDX)
003800                  WS-CHS-GAP-COUNT(WS-CHANNEL-IDX)
003810                  WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX)
003820                  WS-CHS-DUPLICATE-COUNT(WS-CHANNEL-IDX)
003830                  WS-CHS-ORDER-COUNT(WS-CHANNEL-IDX)
003840                  WS-CHS-UNSTAMPED-COUNT(WS-CHANNEL-IDX).
003850     MOVE "N" TO WS-CHS-CONTROL-SW(WS-CHANNEL-IDX).
003860 1100-CLEAR-ONE-CHANNEL-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900* 1500-LOAD-CONTROL-RECORDS - TAKE THE LAST NUMBER ISSUED ON     *
003910*                             EACH CHANNEL FROM BOTH CONTROL     *
003920*                             FILES (AUDSEQ - CONSOLE AND BATCH; *
003930*                             AUDSEQO - THE REGION'S ONLINE      *
003940*                             COPY).  A CONTROL FILE THAT DOES   *
003950*                             NOT EXIST YET HOLDS NOTHING; ANY   *
003960*                             OTHER OPEN FAILURE IS AN I-O       *
003970*                             FAILURE.                           *
003980******************************************************************
003990 1500-LOAD-CONTROL-RECORDS.
004000     OPEN INPUT SEQUENCE-CONTROL-FILE.
004010     IF WS-ASQ-OK
004020         PERFORM 1510-READ-CONTROL-RECORD
004030             THRU 1510-READ-CONTROL-RECORD-EXIT
004040         PERFORM 1520-STORE-CONTROL-RECORD
004050             THRU 1520-STORE-CONTROL-RECORD-EXIT
004060             UNTIL WS-END-OF-CONTROL
004070         CLOSE SEQUENCE-CONTROL-FILE
004080     ELSE
004090         IF NOT WS-ASQ-FILE-NOT-PRESENT
004100             DISPLAY "AUDSEQ OPEN FAILED - STATUS "
004110                 WS-ASQ-FILE-STATUS
004120             ADD 1 TO WS-IO-FAIL-COUNT
004130         END-IF
004140     END-IF.
004150*
004160     OPEN INPUT ONLINE-CONTROL-FILE.
004170     IF WS-AQO-OK
004180         PERFORM 1550-READ-ONLINE-CONTROL
004190             THRU 1550-READ-ONLINE-CONTROL-EXIT
004200         PERFORM 1560-STORE-ONLINE-CONTROL
004210             THRU 1560-STORE-ONLINE-CONTROL-EXIT
004220             UNTIL WS-END-OF-ONLINE-CONTROL
004230         CLOSE ONLINE-CONTROL-FILE
004240     ELSE
004250         IF NOT WS-AQO-FILE-NOT-PRESENT
004260             DISPLAY "AUDSEQO OPEN FAILED - STATUS "
004270                 WS-AQO-FILE-STATUS
004280             ADD 1 TO WS-IO-FAIL-COUNT
004290         END-IF
004300     END-IF.
004310 1500-LOAD-CONTROL-RECORDS-EXIT.
004320     EXIT.
004330*
004340 1510-READ-CONTROL-RECORD.
004350     READ SEQUENCE-CONTROL-FILE
004360         AT END
004370             MOVE "Y" TO WS-ASQ-EOF-SW
004380     END-READ.
004390 1510-READ-CONTROL-RECORD-EXIT.
004400     EXIT.
004410*
004420 1520-STORE-CONTROL-RECORD.
004430     MOVE AQ-CHANNEL TO WS-LOOKUP-CHANNEL.
004440     PERFORM 8000-FIND-CHANNEL
004450         THRU 8000-FIND-CHANNEL-EXIT.
004460     IF WS-CHANNEL-IDX > ZERO
004470         IF AQ-LAST-SEQUENCE
004480                 NOT < WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
004490             MOVE "Y" TO WS-CHS-CONTROL-SW(WS-CHANNEL-IDX)
004500             MOVE AQ-LAST-SEQUENCE
004510                 TO WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
004520             MOVE AQ-LAST-DATE
004530                 TO WS-CHS-CONTROL-DATE(WS-CHANNEL-IDX)
004540             MOVE AQ-LAST-TIME
004550                 TO WS-CHS-CONTROL-TIME(WS-CHANNEL-IDX)
004560         END-IF
004570     END-IF.
004580     PERFORM 1510-READ-CONTROL-RECORD
004590         THRU 1510-READ-CONTROL-RECORD-EXIT.
004600 1520-STORE-CONTROL-RECORD-EXIT.
004610     EXIT.
004620*
004630 1550-READ-ONLINE-CONTROL.
004640     READ ONLINE-CONTROL-FILE
004650         AT END
004660             MOVE "Y" TO WS-AQO-EOF-SW
004670     END-READ.
004680 1550-READ-ONLINE-CONTROL-EXIT.
004690     EXIT.
004700*
004710 1560-STORE-ONLINE-CONTROL.
004720     MOVE AQO-CHANNEL TO WS-LOOKUP-CHANNEL.
004730     PERFORM 8000-FIND-CHANNEL
004740         THRU 8000-FIND-CHANNEL-EXIT.
004750     IF WS-CHANNEL-IDX > ZERO
004760         IF AQO-LAST-SEQUENCE
004770                 NOT < WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
004780             MOVE "Y" TO WS-CHS-CONTROL-SW(WS-CHANNEL-IDX)
004790             MOVE AQO-LAST-SEQUENCE
004800                 TO WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
004810             MOVE AQO-LAST-DATE
004820                 TO WS-CHS-CONTROL-DATE(WS-CHANNEL-IDX)
004830             MOVE AQO-LAST-TIME
004840                 TO WS-CHS-CONTROL-TIME(WS-CHANNEL-IDX)
004850         END-IF
004860     END-IF.
004870     PERFORM 1550-READ-ONLINE-CONTROL
004880         THRU 1550-READ-ONLINE-CONTROL-EXIT.
004890 1560-STORE-ONLINE-CONTROL-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930* 2000-FEED-SORT - RELEASE EVERY SEQUENCED RECORD ON THE         *
004940*                  LIFETIME TRAIL TO THE SORT.  RECORDS WRITTEN  *
004950*                  BEFORE SEQUENCING ARE ONLY COUNTED; UNSTAMPED *
004960*                  AND UNKNOWN-CHANNEL RECORDS ARE LISTED HERE.  *
004970*                  AN AUDIT LOG THAT DOES NOT EXIST YET IS       *
004980*                  TREATED AS EMPTY.                             *
004990******************************************************************
005000 2000-FEED-SORT.
005010     OPEN INPUT AUDIT-LOG-FILE.
005020     IF WS-AUD-FILE-NOT-PRESENT
005030         MOVE "Y" TO WS-AUD-EOF-SW
005040         GO TO 2000-FEED-SORT-EXIT
005050     END-IF.
005060     IF NOT WS-AUD-OK
005070         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
005080             WS-AUD-FILE-STATUS
005090         ADD 1 TO WS-IO-FAIL-COUNT
005100         MOVE "Y" TO WS-AUD-EOF-SW
005110         GO TO 2000-FEED-SORT-EXIT
005120     END-IF.
005130     PERFORM 2100-READ-AUDIT-RECORD
005140         THRU 2100-READ-AUDIT-RECORD-EXIT.
005150     PERFORM 2200-RELEASE-ONE-RECORD
005160         THRU 2200-RELEASE-ONE-RECORD-EXIT
005170         UNTIL WS-END-OF-AUDIT.
005180     CLOSE AUDIT-LOG-FILE.
005190 2000-FEED-SORT-EXIT.
005200     EXIT.
005210*
005220 2100-READ-AUDIT-RECORD.
005230     READ AUDIT-LOG-FILE
005240         AT END
005250             MOVE "Y" TO WS-AUD-EOF-SW
005260     END-READ.
005270 2100-READ-AUDIT-RECORD-EXIT.
005280     EXIT.
005290*
005300 2200-RELEASE-ONE-RECORD.
005310     ADD 1 TO WS-READ-COUNT.
005320     IF WS-AUD-RECORD-LENGTH < 40
005330         ADD 1 TO WS-PRE-SEQUENCE-COUNT
005340         GO TO 2200-RELEASE-ONE-RECORD-READ
005350     END-IF.
005360*
005370     MOVE AUD-CHANNEL TO WS-LOOKUP-CHANNEL.
005380     PERFORM 8000-FIND-CHANNEL
005390         THRU 8000-FIND-CHANNEL-EXIT.
005400     IF WS-CHANNEL-IDX = ZERO
005410         ADD 1 TO WS-BAD-CHANNEL-COUNT
005420         MOVE "BAD CHANNEL" TO WS-EXC-TYPE
005430         MOVE AUD-SEQUENCE TO WS-EXC-FROM-SEQ
005440         MOVE AUD-SEQUENCE TO WS-EXC-TO-SEQ
005450         MOVE "CHANNEL NOT KNOWN" TO WS-EXC-NOTE
005460         PERFORM 2300-LIST-TRAIL-RECORD
005470             THRU 2300-LIST-TRAIL-RECORD-EXIT
005480         GO TO 2200-RELEASE-ONE-RECORD-READ
005490     END-IF.
005500     IF AUD-SEQUENCE = ZERO
005510         ADD 1 TO WS-CHS-UNSTAMPED-COUNT(WS-CHANNEL-IDX)
005520         MOVE "UNSTAMPED" TO WS-EXC-TYPE
005530         MOVE ZERO TO WS-EXC-FROM-SEQ
005540         MOVE ZERO TO WS-EXC-TO-SEQ
005550         MOVE "NO NUMBER ISSUED" TO WS-EXC-NOTE
005560         PERFORM 2300-LIST-TRAIL-RECORD
005570             THRU 2300-LIST-TRAIL-RECORD-EXIT
005580         GO TO 2200-RELEASE-ONE-RECORD-READ
005590     END-IF.
005600*
005610     MOVE AUD-PSEUDO TO SRT-PSEUDO.
005620     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
005630     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
005640     MOVE AUD-CHANNEL TO SRT-CHANNEL.
005650     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
005660     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
005670     RELEASE SRT-RECORD.
005680*
005690 2200-RELEASE-ONE-RECORD-READ.
005700     PERFORM 2100-READ-AUDIT-RECORD
005710         THRU 2100-READ-AUDIT-RECORD-EXIT.
005720 2200-RELEASE-ONE-RECORD-EXIT.
005730     EXIT.
005740*
005750 2300-LIST-TRAIL-RECORD.
005760     MOVE AUD-CHANNEL TO WS-EXC-CHANNEL.
005770     MOVE AUD-RUN-DATE TO WS-EXC-DATE.
005780     MOVE AUD-RUN-TIME TO WS-EXC-TIME.
005790     PERFORM 5200-WRITE-EXCEPTION-LINE
005800         THRU 5200-WRITE-EXCEPTION-LINE-EXIT.
005810 2300-LIST-TRAIL-RECORD-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850* 3000-CHECK-SEQUENCES - WALK THE SORTED RECORDS CHANNEL BY      *
005860*                        CHANNEL.  EACH NUMBER MUST BE ONE MORE  *
005870*                        THAN THE ONE BEFORE IT (THE FIRST MUST  *
005880*                        BE 1) AND MUST NOT BE DATED EARLIER     *
005890*                        THAN IT.                                *
005900******************************************************************
005910 3000-CHECK-SEQUENCES.
005920     OPEN INPUT SORTED-FILE.
005930     IF NOT WS-SRT-OK
005940         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
005950             WS-SRT-FILE-STATUS
005960         ADD 1 TO WS-IO-FAIL-COUNT
005970         GO TO 3000-CHECK-SEQUENCES-EXIT
005980     END-IF.
005990     PERFORM 3100-READ-SORTED-RECORD
006000         THRU 3100-READ-SORTED-RECORD-EXIT.
006010     PERFORM 3200-CHECK-ONE-RECORD
006020         THRU 3200-CHECK-ONE-RECORD-EXIT
006030         UNTIL WS-END-OF-SORTED.
006040     CLOSE SORTED-FILE.
006050 3000-CHECK-SEQUENCES-EXIT.
006060     EXIT.
006070*
006080 3100-READ-SORTED-RECORD.
006090     READ SORTED-FILE
006100         AT END
006110             MOVE "Y" TO WS-SRT-EOF-SW
006120     END-READ.
006130 3100-READ-SORTED-RECORD-EXIT.
006140     EXIT.
006150*
006160 3200-CHECK-ONE-RECORD.
006170     MOVE OUT-CHANNEL TO WS-LOOKUP-CHANNEL.
006180     PERFORM 8000-FIND-CHANNEL
006190         THRU 8000-FIND-CHANNEL-EXIT.
006200     MOVE OUT-RUN-DATE TO WS-THIS-DATE.
006210     MOVE OUT-RUN-TIME TO WS-THIS-TIME.
006220     ADD 1 TO WS-VERIFIED-COUNT.
006230*
006240     IF OUT-CHANNEL NOT = WS-PREV-CHANNEL
006250         IF OUT-SEQUENCE > 1
006260             MOVE 1 TO WS-GAP-FROM
006270             COMPUTE WS-GAP-TO = OUT-SEQUENCE - 1
006280             MOVE "BEFORE FIRST RECORD" TO WS-EXC-NOTE
006290             PERFORM 3300-NOTE-TRAIL-GAP
006300                 THRU 3300-NOTE-TRAIL-GAP-EXIT
006310         END-IF
006320         GO TO 3200-CHECK-ONE-RECORD-SAVE
006330     END-IF.
006340*
006350     IF OUT-SEQUENCE = WS-PREV-SEQUENCE
006360         ADD 1 TO WS-CHS-DUPLICATE-COUNT(WS-CHANNEL-IDX)
006370         MOVE "DUPLICATE" TO WS-EXC-TYPE
006380         MOVE OUT-SEQUENCE TO WS-EXC-FROM-SEQ
006390         MOVE OUT-SEQUENCE TO WS-EXC-TO-SEQ
006400         MOVE "NUMBER SEEN AGAIN" TO WS-EXC-NOTE
006410         PERFORM 3400-LIST-SORTED-RECORD
006420             THRU 3400-LIST-SORTED-RECORD-EXIT
006430         GO TO 3200-CHECK-ONE-RECORD-SAVE
006440     END-IF.
006450     IF OUT-SEQUENCE > WS-PREV-SEQUENCE + 1
006460         COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1
006470         COMPUTE WS-GAP-TO = OUT-SEQUENCE - 1
006480         MOVE "BEFORE THIS RECORD" TO WS-EXC-NOTE
006490         PERFORM 3300-NOTE-TRAIL-GAP
006500             THRU 3300-NOTE-TRAIL-GAP-EXIT
006510     END-IF.
006520     IF WS-THIS-STAMP < WS-PREV-STAMP
006530         ADD 1 TO WS-CHS-ORDER-COUNT(WS-CHANNEL-IDX)
006540         MOVE "OUT OF ORDER" TO WS-EXC-TYPE
006550         MOVE WS-PREV-SEQUENCE TO WS-EXC-FROM-SEQ
006560         MOVE OUT-SEQUENCE TO WS-EXC-TO-SEQ
006570         MOVE "DATED BEFORE FROM SEQ" TO WS-EXC-NOTE
006580         PERFORM 3400-LIST-SORTED-RECORD
006590             THRU 3400-LIST-SORTED-RECORD-EXIT
006600     END-IF.
006610*
006620 3200-CHECK-ONE-RECORD-SAVE.
006630     ADD 1 TO WS-CHS-RECORD-COUNT(WS-CHANNEL-IDX).
006640     MOVE OUT-SEQUENCE TO WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX).
006650     MOVE OUT-CHANNEL TO WS-PREV-CHANNEL.
006660     MOVE OUT-SEQUENCE TO WS-PREV-SEQUENCE.
006670     MOVE WS-THIS-STAMP TO WS-PREV-STAMP.
006680     PERFORM 3100-READ-SORTED-RECORD
006690         THRU 3100-READ-SORTED-RECORD-EXIT.
006700 3200-CHECK-ONE-RECORD-EXIT.
006710     EXIT.
006720*
006730 3300-NOTE-TRAIL-GAP.
006740     ADD 1 TO WS-CHS-GAP-COUNT(WS-CHANNEL-IDX).
006750     COMPUTE WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX) =
006760         WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX)
006770         + WS-GAP-TO - WS-GAP-FROM + 1.
006780     MOVE "GAP" TO WS-EXC-TYPE.
006790     MOVE WS-GAP-FROM TO WS-EXC-FROM-SEQ.
006800     MOVE WS-GAP-TO TO WS-EXC-TO-SEQ.
006810     PERFORM 3400-LIST-SORTED-RECORD
006820         THRU 3400-LIST-SORTED-RECORD-EXIT.
006830 3300-NOTE-TRAIL-GAP-EXIT.
006840     EXIT.
006850*
006860 3400-LIST-SORTED-RECORD.
006870     MOVE OUT-CHANNEL TO WS-EXC-CHANNEL.
006880     MOVE OUT-RUN-DATE TO WS-EXC-DATE.
006890     MOVE OUT-RUN-TIME TO WS-EXC-TIME.
006900     PERFORM 5200-WRITE-EXCEPTION-LINE
006910         THRU 5200-WRITE-EXCEPTION-LINE-EXIT.
006920 3400-LIST-SORTED-RECORD-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960* 4000-CHECK-CONTROL-TAIL - COMPARE THE HIGHEST NUMBER ON THE    *
006970*                           TRAIL WITH THE LAST ONE THE CONTROL  *
006980*                           FILE ISSUED.  NUMBERS ISSUED BUT     *
006990*                           NEVER SEEN ARE A GAP AT THE END OF   *
007000*                           THE TRAIL; A CONTROL RECORD BEHIND   *
007010*                           THE TRAIL, OR NONE FOR A CHANNEL     *
007020*                           THAT HAS SEQUENCED RECORDS, WILL     *
007030*                           REISSUE NUMBERS ALREADY USED.        *
007040******************************************************************
007050 4000-CHECK-CONTROL-TAIL.
007060     MOVE WS-CHANNEL-CODE(WS-CHANNEL-IDX) TO WS-EXC-CHANNEL.
007070     IF NOT WS-CHS-CONTROL-FOUND(WS-CHANNEL-IDX)
007080         IF WS-CHS-RECORD-COUNT(WS-CHANNEL-IDX) > ZERO
007090             ADD 1 TO WS-CONTROL-WARN-COUNT
007100             MOVE "CONTROL" TO WS-EXC-TYPE
007110             MOVE ZERO TO WS-EXC-FROM-SEQ
007120             MOVE WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX)
007130                 TO WS-EXC-TO-SEQ
007140             MOVE ZERO TO WS-EXC-DATE WS-EXC-TIME
007150             MOVE "NO CONTROL RECORD" TO WS-EXC-NOTE
007160             PERFORM 5200-WRITE-EXCEPTION-LINE
007170                 THRU 5200-WRITE-EXCEPTION-LINE-EXIT
007180         END-IF
007190         GO TO 4000-CHECK-CONTROL-TAIL-EXIT
007200     END-IF.
007210*
007220     MOVE WS-CHS-CONTROL-DATE(WS-CHANNEL-IDX) TO WS-EXC-DATE.
007230     MOVE WS-CHS-CONTROL-TIME(WS-CHANNEL-IDX) TO WS-EXC-TIME.
007240     IF WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
007250             > WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX)
007260         COMPUTE WS-GAP-FROM =
007270             WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX) + 1
007280         MOVE WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
007290             TO WS-GAP-TO
007300         ADD 1 TO WS-CHS-GAP-COUNT(WS-CHANNEL-IDX)
007310         COMPUTE WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX) =
007320             WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX)
007330             + WS-GAP-TO - WS-GAP-FROM + 1
007340         MOVE "GAP" TO WS-EXC-TYPE
007350         MOVE WS-GAP-FROM TO WS-EXC-FROM-SEQ
007360         MOVE WS-GAP-TO TO WS-EXC-TO-SEQ
007370         MOVE "AFTER LAST ON TRAIL" TO WS-EXC-NOTE
007380         PERFORM 5200-WRITE-EXCEPTION-LINE
007390             THRU 5200-WRITE-EXCEPTION-LINE-EXIT
007400     END-IF.
007410     IF WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
007420             < WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX)
007430         ADD 1 TO WS-CONTROL-WARN-COUNT
007440         MOVE "CONTROL" TO WS-EXC-TYPE
007450         MOVE WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX)
007460             TO WS-EXC-FROM-SEQ
007470         MOVE WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX)
007480             TO WS-EXC-TO-SEQ
007490         MOVE "CONTROL BEHIND TRAIL" TO WS-EXC-NOTE
007500         PERFORM 5200-WRITE-EXCEPTION-LINE
007510             THRU 5200-WRITE-EXCEPTION-LINE-EXIT
007520     END-IF.
007530 4000-CHECK-CONTROL-TAIL-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570* 5000-WRITE-SUMMARY - PER-CHANNEL COUNTS, THE TRAIL TOTALS AND  *
007580*                      THE VERDICT.                              *
007590******************************************************************
007600 5000-WRITE-SUMMARY.
007610     PERFORM 5300-WRITE-ONE-CHANNEL
007620         THRU 5300-WRITE-ONE-CHANNEL-EXIT
007630         VARYING WS-CHANNEL-IDX FROM 1 BY 1
007640         UNTIL WS-CHANNEL-IDX > WS-CHANNEL-MAX.
007650*
007660     MOVE SPACES TO REPORT-RECORD.
007670     WRITE REPORT-RECORD.
007680     PERFORM 5100-CHECK-REPORT-WRITE
007690         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007700     MOVE "AUDIT RECORDS READ  . . . . . . : " TO WS-CNT-LABEL.
007710     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
007720     PERFORM 5400-WRITE-COUNT-LINE
007730         THRU 5400-WRITE-COUNT-LINE-EXIT.
007740     MOVE "SEQUENCED RECORDS VERIFIED  . . : " TO WS-CNT-LABEL.
007750     MOVE WS-VERIFIED-COUNT TO WS-CNT-VALUE.
007760     PERFORM 5400-WRITE-COUNT-LINE
007770         THRU 5400-WRITE-COUNT-LINE-EXIT.
007780     MOVE "PRE-SEQUENCE RECORDS (UNJUDGED) : " TO WS-CNT-LABEL.
007790     MOVE WS-PRE-SEQUENCE-COUNT TO WS-CNT-VALUE.
007800     PERFORM 5400-WRITE-COUNT-LINE
007810         THRU 5400-WRITE-COUNT-LINE-EXIT.
007820     MOVE "UNKNOWN-CHANNEL RECORDS . . . . : " TO WS-CNT-LABEL.
007830     MOVE WS-BAD-CHANNEL-COUNT TO WS-CNT-VALUE.
007840     PERFORM 5400-WRITE-COUNT-LINE
007850         THRU 5400-WRITE-COUNT-LINE-EXIT.
007860     MOVE "CONTROL RECORD EXCEPTIONS . . . : " TO WS-CNT-LABEL.
007870     MOVE WS-CONTROL-WARN-COUNT TO WS-CNT-VALUE.
007880     PERFORM 5400-WRITE-COUNT-LINE
007890         THRU 5400-WRITE-COUNT-LINE-EXIT.
007900 5000-WRITE-SUMMARY-EXIT.
007910     EXIT.
007920*
007930 5100-CHECK-REPORT-WRITE.
007940     IF NOT WS-RPT-OK
007950         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
007960             WS-RPT-FILE-STATUS
007970     END-IF.
007980 5100-CHECK-REPORT-WRITE-EXIT.
007990     EXIT.
008000*
008010 5200-WRITE-EXCEPTION-LINE.
008020     MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
008030     WRITE REPORT-RECORD.
008040     PERFORM 5100-CHECK-REPORT-WRITE
008050         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008060 5200-WRITE-EXCEPTION-LINE-EXIT.
008070     EXIT.
008080*
008090 5300-WRITE-ONE-CHANNEL.
008100     MOVE SPACES TO REPORT-RECORD.
008110     WRITE REPORT-RECORD.
008120     PERFORM 5100-CHECK-REPORT-WRITE
008130         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008140     MOVE SPACES TO REPORT-RECORD.
008150     STRING "CHANNEL . . . . . . . . . . . . : " DELIMITED BY SIZE
008160             WS-CHANNEL-NAME(WS-CHANNEL-IDX) DELIMITED BY SIZE
008170             INTO REPORT-RECORD.
008180     WRITE REPORT-RECORD.
008190     PERFORM 5100-CHECK-REPORT-WRITE
008200         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008210*
008220     MOVE "SEQUENCED RECORDS ON TRAIL  . . : " TO WS-CNT-LABEL.
008230     MOVE WS-CHS-RECORD-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008240     PERFORM 5400-WRITE-COUNT-LINE
008250         THRU 5400-WRITE-COUNT-LINE-EXIT.
008260     MOVE "HIGHEST NUMBER ON TRAIL . . . . : " TO WS-CNT-LABEL.
008270     MOVE WS-CHS-LAST-SEQUENCE(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008280     PERFORM 5400-WRITE-COUNT-LINE
008290         THRU 5400-WRITE-COUNT-LINE-EXIT.
008300     MOVE "LAST NUMBER ISSUED (CONTROL)  . : " TO WS-CNT-LABEL.
008310     MOVE WS-CHS-CONTROL-SEQUENCE(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008320     PERFORM 5400-WRITE-COUNT-LINE
008330         THRU 5400-WRITE-COUNT-LINE-EXIT.
008340     MOVE "GAPS  . . . . . . . . . . . . . : " TO WS-CNT-LABEL.
008350     MOVE WS-CHS-GAP-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008360     PERFORM 5400-WRITE-COUNT-LINE
008370         THRU 5400-WRITE-COUNT-LINE-EXIT.
008380     MOVE "NUMBERS MISSING . . . . . . . . : " TO WS-CNT-LABEL.
008390     MOVE WS-CHS-MISSING-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008400     PERFORM 5400-WRITE-COUNT-LINE
008410         THRU 5400-WRITE-COUNT-LINE-EXIT.
008420     MOVE "DUPLICATES  . . . . . . . . . . : " TO WS-CNT-LABEL.
008430     MOVE WS-CHS-DUPLICATE-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008440     PERFORM 5400-WRITE-COUNT-LINE
008450         THRU 5400-WRITE-COUNT-LINE-EXIT.
008460     MOVE "OUT OF ORDER  . . . . . . . . . : " TO WS-CNT-LABEL.
008470     MOVE WS-CHS-ORDER-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008480     PERFORM 5400-WRITE-COUNT-LINE
008490         THRU 5400-WRITE-COUNT-LINE-EXIT.
008500     MOVE "UNSTAMPED (SEQUENCE ZERO) . . . : " TO WS-CNT-LABEL.
008510     MOVE WS-CHS-UNSTAMPED-COUNT(WS-CHANNEL-IDX) TO WS-CNT-VALUE.
008520     PERFORM 5400-WRITE-COUNT-LINE
008530         THRU 5400-WRITE-COUNT-LINE-EXIT.
008540*
008550     ADD WS-CHS-GAP-COUNT(WS-CHANNEL-IDX) TO WS-GAP-TOTAL.
008560     ADD WS-CHS-DUPLICATE-COUNT(WS-CHANNEL-IDX)
008570         WS-CHS-ORDER-COUNT(WS-CHANNEL-IDX)
008580         WS-CHS-UNSTAMPED-COUNT(WS-CHANNEL-IDX)
008590         TO WS-WARNING-TOTAL.
008600 5300-WRITE-ONE-CHANNEL-EXIT.
008610     EXIT.
008620*
008630 5400-WRITE-COUNT-LINE.
008640     MOVE WS-COUNT-LINE TO REPORT-RECORD.
008650     WRITE REPORT-RECORD.
008660     PERFORM 5100-CHECK-REPORT-WRITE
008670         THRU 5100-CHECK-REPORT-WRITE-EXIT.
008680 5400-WRITE-COUNT-LINE-EXIT.
008690     EXIT.
008700*
008710******************************************************************
008720* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
008730*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
008740*                          BY EVERY BATCH PROGRAM VIA            *
008750*                          JRNLPUT.CPY.                          *
008760******************************************************************
008770     COPY JRNLPUT.
008780*
008790******************************************************************
008800* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
008810*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
008820*                          BY EVERY NIGHTLY PROGRAM VIA          *
008830*                          BUSDGET.CPY.                          *
008840******************************************************************
008850     COPY BUSDGET.
008860*
008870******************************************************************
008880* 8000-FIND-CHANNEL - SLOT FOR WS-LOOKUP-CHANNEL, OR ZERO WHEN   *
008890*                     THE CODE IS NOT A SEQUENCED CHANNEL.       *
008900******************************************************************
008910 8000-FIND-CHANNEL.
008920     MOVE ZERO TO WS-CHANNEL-IDX.
008930     IF WS-LOOKUP-CHANNEL = "C"
008940         MOVE 1 TO WS-CHANNEL-IDX
008950     END-IF.
008960     IF WS-LOOKUP-CHANNEL = "O"
008970         MOVE 2 TO WS-CHANNEL-IDX
008980     END-IF.
008990     IF WS-LOOKUP-CHANNEL = "B"
009000         MOVE 3 TO WS-CHANNEL-IDX
009010     END-IF.
009020 8000-FIND-CHANNEL-EXIT.
009030     EXIT.
009040*
009050******************************************************************
009060* 9000-SET-RETURN-CODE - ANY GAP OR OPEN FAILURE IS 8; ANY       *
009070*                        OTHER EXCEPTION IS 4; A CLEAN TRAIL IS  *
009080*                        0.  THE VERDICT IS PRINTED WITH IT.     *
009090******************************************************************
009100 9000-SET-RETURN-CODE.
009110     ADD WS-BAD-CHANNEL-COUNT WS-CONTROL-WARN-COUNT
009120         TO WS-WARNING-TOTAL.
009130     MOVE SPACES TO REPORT-RECORD.
009140     IF WS-GAP-TOTAL > ZERO
009150        OR WS-IO-FAIL-COUNT > ZERO
009160         MOVE 8 TO RETURN-CODE
009170         STRING "VERDICT . . . . . . . . . . . . : "
009180                 DELIMITED BY SIZE
009190                 "RECORDS LOST OR CHECK FAILED - RC=8"
009200                 DELIMITED BY SIZE
009210                 INTO REPORT-RECORD
009220     ELSE
009230         IF WS-WARNING-TOTAL > ZERO
009240             MOVE 4 TO RETURN-CODE
009250             STRING "VERDICT . . . . . . . . . . . . : "
009260                     DELIMITED BY SIZE
009270                     "NO GAPS, EXCEPTIONS LISTED - RC=4"
009280                     DELIMITED BY SIZE
009290                     INTO REPORT-RECORD
009300         ELSE
009310             MOVE ZERO TO RETURN-CODE
009320             STRING "VERDICT . . . . . . . . . . . . : "
009330                     DELIMITED BY SIZE
009340                     "TRAIL COMPLETE - RC=0"
009350                     DELIMITED BY SIZE
009360                     INTO REPORT-RECORD
009370         END-IF
009380     END-IF.
009390     WRITE REPORT-RECORD.
009400     PERFORM 5100-CHECK-REPORT-WRITE
009410         THRU 5100-CHECK-REPORT-WRITE-EXIT.
009420 9000-SET-RETURN-CODE-EXIT.
009430     EXIT.
009440*
009450******************************************************************
009460* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
009470******************************************************************
009480 9999-TERMINATE.
009490     CLOSE REPORT-FILE.
009500 9999-TERMINATE-EXIT.
009510     EXIT.
