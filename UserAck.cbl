000350*    MODIFICATION HISTORY                                       *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    2026-09-01  ML   ORIGINAL VERSION.                          *
000380*    2026-10-15  ML   A FEED IS OVERDUE WHEN CUT BEFORE THE      *
000390*                     BUSINESS DATE (BUSDATE.CPY) RATHER THAN    *
000400*                     THE CLOCK DATE.                            *
000410*                                                                *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000460 OBJECT-COMPUTER.    IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACK-FILE ASSIGN TO "ACKIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-ACK-FILE-STATUS.
000520*
000530     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "XTRCTL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-XTC-FILE-STATUS.
000560*
000570     SELECT REPORT-FILE ASSIGN TO "ACKRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600*
000610     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS BD-BDT-FILE-STATUS.
000640*
000650     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RNJ-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ACK-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  ACK-RECORD                      PIC X(80).
000740*
000750 FD  EXTRACT-CONTROL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY XTRCTL.
000780*
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  REPORT-RECORD                   PIC X(80).
000820*
000830 FD  BUSINESS-DATE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY BUSDATE.
000860*
000870 FD  RUN-JOURNAL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY RUNJRNL.
000900*
000910 WORKING-STORAGE SECTION.
000920 01  WS-FILE-SWITCHES.
000930     05  WS-ACK-FILE-STATUS          PIC X(02) VALUE SPACES.
000940         88  WS-ACK-OK                   VALUE "00".
000950         88  WS-ACK-FILE-NOT-PRESENT     VALUE "35".
000960     05  WS-XTC-FILE-STATUS          PIC X(02) VALUE SPACES.
000970         88  WS-XTC-OK                   VALUE "00".
000980         88  WS-XTC-FILE-NOT-PRESENT     VALUE "35".
000990     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001000         88  WS-RPT-OK                   VALUE "00".
001010     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001020         88  WS-RNJ-OK                   VALUE "00".
001030*
001040 01  WS-CONTROL-SWITCHES.
001050     05  WS-ACK-EOF-SW               PIC X(01) VALUE "N".
001060         88  WS-END-OF-ACKS              VALUE "Y".
001070     05  WS-XTC-EOF-SW               PIC X(01) VALUE "N".
001080         88  WS-END-OF-CONTROL           VALUE "Y".
001090     05  WS-ACKS-ABSENT-SW           PIC X(01) VALUE "N".
001100         88  WS-ACKS-ABSENT              VALUE "Y".
001110     05  WS-CONTROL-ABSENT-SW        PIC X(01) VALUE "N".
001120         88  WS-CONTROL-ABSENT           VALUE "Y".
001130*
001140 01  WS-ACK-TABLE-FIELDS.
001150     05  WS-ACK-COUNT                PIC 9(03) COMP VALUE ZERO.
001160     05  WS-ACK-MAX                  PIC 9(03) COMP VALUE 200.
001170     05  WS-ACK-IDX                  PIC 9(03) COMP VALUE ZERO.
001180     05  WS-MATCH-IDX                PIC 9(03) COMP VALUE ZERO.
001190*
001200 01  WS-ACK-TABLE.
001210     05  WS-ACK-ENTRY OCCURS 200 TIMES.
001220         10  WS-ACK-DATE             PIC 9(08).
001230         10  WS-ACK-RECORD-COUNT     PIC 9(08).
001240         10  WS-ACK-HASH-TOTAL       PIC 9(13).
001250         10  WS-ACK-USED-SW          PIC X(01).
001260             88  WS-ACK-USED             VALUE "Y".
001270*
001280 01  WS-ACK-PARSE-FIELDS.
001290     05  WS-ACK-TYPE-X               PIC X(01).
001300     05  WS-ACK-DATE-X               PIC X(08).
001310     05  WS-ACK-COUNT-X              PIC X(08).
001320     05  WS-ACK-HASH-X               PIC X(13).
001330*
001340 01  WS-COUNTERS.
001350     05  WS-ACK-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001360     05  WS-BAD-ACK-COUNT            PIC 9(08) COMP VALUE ZERO.
001370     05  WS-ACKED-COUNT              PIC 9(08) COMP VALUE ZERO.
001380     05  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
001390     05  WS-UNACKED-COUNT            PIC 9(08) COMP VALUE ZERO.
001400     05  WS-ORPHAN-ACK-COUNT         PIC 9(08) COMP VALUE ZERO.
001410     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001420*
001430 01  WS-CURRENT-DATE-FIELDS.
001440     05  WS-CURRENT-DATE             PIC 9(08).
001450*
001460 COPY BUSDWRK.
001470*
001480 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001490 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001500*
001510 01  WS-DETAIL-LINE.
001520     05  WS-DTL-DATE                 PIC 9(08).
001530     05  FILLER                      PIC X(02) VALUE SPACES.
001540     05  WS-DTL-MODE                 PIC X(01).
001550     05  FILLER                      PIC X(02) VALUE SPACES.
001560     05  WS-DTL-COUNT                PIC ZZZZZZZ9.
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  WS-DTL-VERDICT              PIC X(36).
001590     05  FILLER                      PIC X(21) VALUE SPACES.
001600*
001610 PROCEDURE DIVISION.
001620*
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE
001650         THRU 1000-INITIALIZE-EXIT.
001660*
001670     PERFORM 2000-LOAD-ACKNOWLEDGEMENTS
001680         THRU 2000-LOAD-ACKNOWLEDGEMENTS-EXIT.
001690     PERFORM 3000-CHECK-CONTROL-RECORDS
001700         THRU 3000-CHECK-CONTROL-RECORDS-EXIT.
001710     PERFORM 3500-REPORT-ORPHAN-ACKS
001720         THRU 3500-REPORT-ORPHAN-ACKS-EXIT.
001730     PERFORM 5000-WRITE-TOTALS
001740         THRU 5000-WRITE-TOTALS-EXIT.
001750*
001760     PERFORM 9999-TERMINATE
001770         THRU 9999-TERMINATE-EXIT.
001780*
001790     IF WS-UNACKED-COUNT > ZERO
001800        OR WS-MISMATCH-COUNT > ZERO
001810        OR WS-ORPHAN-ACK-COUNT > ZERO
001820         MOVE 4 TO RETURN-CODE
001830     END-IF.
001840     IF WS-IO-FAIL-COUNT > ZERO
001850         MOVE 8 TO RETURN-CODE
001860     END-IF.
001870*
001880     MOVE "E" TO RJ-RECORD-TYPE.
001890     MOVE WS-ACK-READ-COUNT TO RJ-READ-COUNT.
001900     MOVE WS-ACKED-COUNT TO RJ-WRITTEN-COUNT.
001910     COMPUTE RJ-ERROR-COUNT
001920         = WS-UNACKED-COUNT + WS-MISMATCH-COUNT
001930           + WS-ORPHAN-ACK-COUNT.
001940     MOVE RETURN-CODE TO RJ-RETURN-CODE.
001950     PERFORM 6500-WRITE-RUN-JOURNAL
001960         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001970     STOP RUN.
001980*
001990******************************************************************
002000* 1000-INITIALIZE - OPEN EVERYTHING.  AN ACK FILE OR CONTROL     *
002010*                   FILE THAT DOES NOT EXIST YET (NO FEED EVER   *
002020*                   CUT, OR NOTHING RECEIVED BACK YET) IS        *
002030*                   TREATED AS EMPTY.                            *
002040******************************************************************
002050 1000-INITIALIZE.
002060     MOVE "UserAck" TO RJ-PROGRAM-NAME.
002070     MOVE "S" TO RJ-RECORD-TYPE.
002080     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002090                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002100     PERFORM 6500-WRITE-RUN-JOURNAL
002110         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002120*
002130     OPEN INPUT ACK-FILE.
002140     IF WS-ACK-FILE-NOT-PRESENT
002150         MOVE "Y" TO WS-ACKS-ABSENT-SW
002160         MOVE "Y" TO WS-ACK-EOF-SW
002170     ELSE
002180         IF NOT WS-ACK-OK
002190             DISPLAY "ACK-FILE OPEN FAILED - STATUS "
002200                 WS-ACK-FILE-STATUS
002210             MOVE "Y" TO WS-ACKS-ABSENT-SW
002220             MOVE "Y" TO WS-ACK-EOF-SW
002230         END-IF
002240     END-IF.
002250*
002260     OPEN I-O EXTRACT-CONTROL-FILE.
002270     IF WS-XTC-FILE-NOT-PRESENT
002280         MOVE "Y" TO WS-CONTROL-ABSENT-SW
002290         MOVE "Y" TO WS-XTC-EOF-SW
002300     ELSE
002310         IF NOT WS-XTC-OK
002320             DISPLAY "EXTRACT-CONTROL OPEN FAILED - STATUS "
002330                 WS-XTC-FILE-STATUS
002340             ADD 1 TO WS-IO-FAIL-COUNT
002350             MOVE "Y" TO WS-CONTROL-ABSENT-SW
002360             MOVE "Y" TO WS-XTC-EOF-SW
002370         END-IF
002380     END-IF.
002390*
002400     OPEN OUTPUT REPORT-FILE.
002410     IF NOT WS-RPT-OK
002420         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002430             WS-RPT-FILE-STATUS
002440     END-IF.
002450     PERFORM 6600-GET-BUSINESS-DATE
002460         THRU 6600-GET-BUSINESS-DATE-EXIT.
002470*
002480     MOVE SPACES TO REPORT-RECORD.
002490     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002500     STRING "COBILISTE - EXTRACT ACKNOWLEDGEMENT CHECK  "
002510             DELIMITED BY SIZE
002520             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002530             INTO REPORT-RECORD.
002540     WRITE REPORT-RECORD.
002550     PERFORM 5100-CHECK-REPORT-WRITE
002560         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002570     MOVE SPACES TO REPORT-RECORD.
002580     MOVE "EXTRDATE  M     COUNT  VERDICT" TO REPORT-RECORD.
002590     WRITE REPORT-RECORD.
002600     PERFORM 5100-CHECK-REPORT-WRITE
002610         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 2000-LOAD-ACKNOWLEDGEMENTS - READ THE ACK FILE INTO THE        *
002670*                              TABLE.  A LINE THAT IS NOT        *
002680*                              A;DATE;COUNT;HASH WITH NUMERIC    *
002690*                              FIELDS IS CORRUPT - COUNTED AND   *
002700*                              DISCARDED, SAME TREATMENT AS THE  *
002710*                              MAINTENANCE-JOURNAL SCRUB GIVES   *
002720*                              BAD ENTRIES.                      *
002730******************************************************************
002740 2000-LOAD-ACKNOWLEDGEMENTS.
002750     PERFORM 2100-READ-ACK-RECORD
002760         THRU 2100-READ-ACK-RECORD-EXIT.
002770     PERFORM 2200-STORE-ONE-ACK
002780         THRU 2200-STORE-ONE-ACK-EXIT
002790         UNTIL WS-END-OF-ACKS.
002800 2000-LOAD-ACKNOWLEDGEMENTS-EXIT.
002810     EXIT.
002820*
002830 2100-READ-ACK-RECORD.
002840     READ ACK-FILE
002850         AT END
002860             MOVE "Y" TO WS-ACK-EOF-SW
002870     END-READ.
002880 2100-READ-ACK-RECORD-EXIT.
002890     EXIT.
002900*
002910 2200-STORE-ONE-ACK.
002920     IF ACK-RECORD = SPACES
002930         GO TO 2200-STORE-ONE-ACK-READ
002940     END-IF.
002950     ADD 1 TO WS-ACK-READ-COUNT.
002960     MOVE SPACES TO WS-ACK-TYPE-X WS-ACK-DATE-X
002970                    WS-ACK-COUNT-X WS-ACK-HASH-X.
002980     UNSTRING ACK-RECORD DELIMITED BY ";"
002990         INTO WS-ACK-TYPE-X WS-ACK-DATE-X
003000              WS-ACK-COUNT-X WS-ACK-HASH-X.
003010     IF WS-ACK-TYPE-X NOT = "A"
003020        OR WS-ACK-DATE-X NOT NUMERIC
003030        OR WS-ACK-COUNT-X NOT NUMERIC
003040        OR WS-ACK-HASH-X NOT NUMERIC
003050         ADD 1 TO WS-BAD-ACK-COUNT
003060         GO TO 2200-STORE-ONE-ACK-READ
003070     END-IF.
003080     IF WS-ACK-COUNT NOT < WS-ACK-MAX
003090         ADD 1 TO WS-BAD-ACK-COUNT
003100         GO TO 2200-STORE-ONE-ACK-READ
003110     END-IF.
003120     ADD 1 TO WS-ACK-COUNT.
003130     MOVE WS-ACK-DATE-X TO WS-ACK-DATE(WS-ACK-COUNT).
003140     MOVE WS-ACK-COUNT-X TO WS-ACK-RECORD-COUNT(WS-ACK-COUNT).
003150     MOVE WS-ACK-HASH-X TO WS-ACK-HASH-TOTAL(WS-ACK-COUNT).
003160     MOVE "N" TO WS-ACK-USED-SW(WS-ACK-COUNT).
003170*
003180 2200-STORE-ONE-ACK-READ.
003190     PERFORM 2100-READ-ACK-RECORD
003200         THRU 2100-READ-ACK-RECORD-EXIT.
003210 2200-STORE-ONE-ACK-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250* 3000-CHECK-CONTROL-RECORDS - ONE PASS OVER THE EXTRACT         *
003260*                              CONTROL FILE.  EACH PENDING       *
003270*                              RECORD IS MATCHED AGAINST THE     *
003280*                              ACK TABLE BY EXTRACT DATE AND     *
003290*                              STAMPED IN PLACE.                 *
003300******************************************************************
003310 3000-CHECK-CONTROL-RECORDS.
003320     PERFORM 3100-READ-CONTROL-RECORD
003330         THRU 3100-READ-CONTROL-RECORD-EXIT.
003340     PERFORM 3200-CHECK-ONE-CONTROL
003350         THRU 3200-CHECK-ONE-CONTROL-EXIT
003360         UNTIL WS-END-OF-CONTROL.
003370 3000-CHECK-CONTROL-RECORDS-EXIT.
003380     EXIT.
003390*
003400 3100-READ-CONTROL-RECORD.
003410     READ EXTRACT-CONTROL-FILE
003420         AT END
003430             MOVE "Y" TO WS-XTC-EOF-SW
003440     END-READ.
003450 3100-READ-CONTROL-RECORD-EXIT.
003460     EXIT.
003470*
003480 3200-CHECK-ONE-CONTROL.
003490     IF XC-ACKNOWLEDGED
003500         GO TO 3200-CHECK-ONE-CONTROL-READ
003510     END-IF.
003520*
003530     MOVE ZERO TO WS-MATCH-IDX.
003540     PERFORM 3300-FIND-MATCHING-ACK
003550         THRU 3300-FIND-MATCHING-ACK-EXIT
003560         VARYING WS-ACK-IDX FROM 1 BY 1
003570         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
003580*
003590     IF WS-MATCH-IDX = ZERO
003600*        NO ACK FOR THIS FEED.  TONIGHT'S CUT HAS NOT HAD TIME
003610*        TO BE ACKNOWLEDGED YET, SO ONLY OLDER FEEDS COUNT AS
003620*        LOST TRANSMISSIONS.
003630         IF XC-EXTRACT-DATE < WS-CURRENT-DATE
003640             ADD 1 TO WS-UNACKED-COUNT
003650             PERFORM 3400-REPORT-ONE-CONTROL
003660                 THRU 3400-REPORT-ONE-CONTROL-EXIT
003670         END-IF
003680         GO TO 3200-CHECK-ONE-CONTROL-READ
003690     END-IF.
003700*
003710     MOVE "Y" TO WS-ACK-USED-SW(WS-MATCH-IDX).
003720     IF WS-ACK-RECORD-COUNT(WS-MATCH-IDX) = XC-RECORD-COUNT
003730        AND WS-ACK-HASH-TOTAL(WS-MATCH-IDX) = XC-HASH-TOTAL
003740         ADD 1 TO WS-ACKED-COUNT
003750         MOVE "A" TO XC-ACK-STATUS
003760     ELSE
003770         ADD 1 TO WS-MISMATCH-COUNT
003780         MOVE "M" TO XC-ACK-STATUS
003790         PERFORM 3400-REPORT-ONE-CONTROL
003800             THRU 3400-REPORT-ONE-CONTROL-EXIT
003810     END-IF.
003820     REWRITE XC-RECORD.
003830     IF NOT WS-XTC-OK
003840         DISPLAY "EXTRACT-CONTROL REWRITE FAILED - STATUS "
003850             WS-XTC-FILE-STATUS
003860         ADD 1 TO WS-IO-FAIL-COUNT
003870     END-IF.
003880*
003890 3200-CHECK-ONE-CONTROL-READ.
003900     PERFORM 3100-READ-CONTROL-RECORD
003910         THRU 3100-READ-CONTROL-RECORD-EXIT.
003920 3200-CHECK-ONE-CONTROL-EXIT.
003930     EXIT.
003940*
003950 3300-FIND-MATCHING-ACK.
003960     IF WS-MATCH-IDX = ZERO
003970        AND WS-ACK-DATE(WS-ACK-IDX) = XC-EXTRACT-DATE
003980        AND NOT WS-ACK-USED(WS-ACK-IDX)
003990         MOVE WS-ACK-IDX TO WS-MATCH-IDX
004000     END-IF.
004010 3300-FIND-MATCHING-ACK-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050* 3400-REPORT-ONE-CONTROL - ONE VERDICT LINE FOR A FEED THAT IS  *
004060*                           NOT CLEANLY ACKNOWLEDGED.            *
004070******************************************************************
004080 3400-REPORT-ONE-CONTROL.
004090     MOVE XC-EXTRACT-DATE TO WS-DTL-DATE.
004100     MOVE XC-EXTRACT-MODE TO WS-DTL-MODE.
004110     MOVE XC-RECORD-COUNT TO WS-DTL-COUNT.
004120     IF WS-MATCH-IDX = ZERO
004130         MOVE "NEVER ACKNOWLEDGED - FEED LOST?"
004140             TO WS-DTL-VERDICT
004150     ELSE
004160         MOVE "ACK DISAGREES WITH WHAT WAS SENT"
004170             TO WS-DTL-VERDICT
004180     END-IF.
004190     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004200     WRITE REPORT-RECORD.
004210     PERFORM 5100-CHECK-REPORT-WRITE
004220         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004230 3400-REPORT-ONE-CONTROL-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270* 3500-REPORT-ORPHAN-ACKS - AN ACK THAT MATCHED NO CONTROL       *
004280*                           RECORD MEANS THE TWO SIDES DISAGREE  *
004290*                           ABOUT WHAT WAS EVER SENT - WORTH A   *
004300*                           PHONE CALL EITHER WAY.               *
004310******************************************************************
004320 3500-REPORT-ORPHAN-ACKS.
004330     PERFORM 3600-REPORT-ONE-ORPHAN
004340         THRU 3600-REPORT-ONE-ORPHAN-EXIT
004350         VARYING WS-ACK-IDX FROM 1 BY 1
004360         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
004370 3500-REPORT-ORPHAN-ACKS-EXIT.
004380     EXIT.
004390*
004400 3600-REPORT-ONE-ORPHAN.
004410     IF WS-ACK-USED(WS-ACK-IDX)
004420         GO TO 3600-REPORT-ONE-ORPHAN-EXIT
004430     END-IF.
004440     ADD 1 TO WS-ORPHAN-ACK-COUNT.
004450     MOVE WS-ACK-DATE(WS-ACK-IDX) TO WS-DTL-DATE.
004460     MOVE "?" TO WS-DTL-MODE.
004470     MOVE WS-ACK-RECORD-COUNT(WS-ACK-IDX) TO WS-DTL-COUNT.
004480     MOVE "ACK FOR A FEED WE HAVE NO RECORD OF"
004490         TO WS-DTL-VERDICT.
004500     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
004510     WRITE REPORT-RECORD.
004520     PERFORM 5100-CHECK-REPORT-WRITE
004530         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004540 3600-REPORT-ONE-ORPHAN-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580* 5000-WRITE-TOTALS - PRINT THE ACKNOWLEDGEMENT TOTALS.          *
004590******************************************************************
004600 5000-WRITE-TOTALS.
004610     MOVE SPACES TO REPORT-RECORD.
004620     WRITE REPORT-RECORD.
004630     PERFORM 5100-CHECK-REPORT-WRITE
004640         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004650*
004660     MOVE WS-ACK-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
004670     MOVE SPACES TO REPORT-RECORD.
004680     STRING "ACKNOWLEDGEMENTS READ . . . . . : " DELIMITED BY SIZE
004690             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004700             INTO REPORT-RECORD.
004710     WRITE REPORT-RECORD.
004720     PERFORM 5100-CHECK-REPORT-WRITE
004730         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004740*
004750     MOVE WS-ACKED-COUNT TO WS-REPORT-NUMERIC-EDIT.
004760     MOVE SPACES TO REPORT-RECORD.
004770     STRING "FEEDS ACKNOWLEDGED CLEAN  . . . : " DELIMITED BY SIZE
004780             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004790             INTO REPORT-RECORD.
004800     WRITE REPORT-RECORD.
004810     PERFORM 5100-CHECK-REPORT-WRITE
004820         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004830*
004840     MOVE WS-MISMATCH-COUNT TO WS-REPORT-NUMERIC-EDIT.
004850     MOVE SPACES TO REPORT-RECORD.
004860     STRING "ACKS IN DISAGREEMENT  . . . . . : " DELIMITED BY SIZE
004870             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004880             INTO REPORT-RECORD.
004890     WRITE REPORT-RECORD.
004900     PERFORM 5100-CHECK-REPORT-WRITE
004910         THRU 5100-CHECK-REPORT-WRITE-EXIT.
004920*
004930     MOVE WS-UNACKED-COUNT TO WS-REPORT-NUMERIC-EDIT.
004940     MOVE SPACES TO REPORT-RECORD.
004950     STRING "FEEDS NEVER ACKNOWLEDGED  . . . : " DELIMITED BY SIZE
004960             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
004970             INTO REPORT-RECORD.
004980     WRITE REPORT-RECORD.
004990     PERFORM 5100-CHECK-REPORT-WRITE
005000         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005010*
005020     MOVE WS-ORPHAN-ACK-COUNT TO WS-REPORT-NUMERIC-EDIT.
005030     MOVE SPACES TO REPORT-RECORD.
005040     STRING "ACKS WITH NO MATCHING FEED  . . : " DELIMITED BY SIZE
005050             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005060             INTO REPORT-RECORD.
005070     WRITE REPORT-RECORD.
005080     PERFORM 5100-CHECK-REPORT-WRITE
005090         THRU 5100-CHECK-REPORT-WRITE-EXIT.
005100*
005110     IF WS-BAD-ACK-COUNT > ZERO
005120         MOVE WS-BAD-ACK-COUNT TO WS-REPORT-NUMERIC-EDIT
005130         MOVE SPACES TO REPORT-RECORD
005140         STRING "CORRUPT ACK LINES DISCARDED . . : "
005150                 DELIMITED BY SIZE
005160                 WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
005170                 INTO REPORT-RECORD
005180         WRITE REPORT-RECORD
005190         PERFORM 5100-CHECK-REPORT-WRITE
005200             THRU 5100-CHECK-REPORT-WRITE-EXIT
005210     END-IF.
005220 5000-WRITE-TOTALS-EXIT.
005230     EXIT.
005240*
005250 5100-CHECK-REPORT-WRITE.
005260     IF NOT WS-RPT-OK
005270         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
005280             WS-RPT-FILE-STATUS
005290     END-IF.
005300 5100-CHECK-REPORT-WRITE-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005350*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005360*                          BY EVERY BATCH PROGRAM VIA            *
005370*                          JRNLPUT.CPY.                          *
005380******************************************************************
005390     COPY JRNLPUT.
005400*
005410******************************************************************
005420* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
005430*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
005440*                          BY EVERY NIGHTLY PROGRAM VIA          *
005450*                          BUSDGET.CPY.                          *
005460******************************************************************
005470     COPY BUSDGET.
005480*
005490******************************************************************
005500* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005510******************************************************************
005520 9999-TERMINATE.
005530     IF NOT WS-ACKS-ABSENT
005540         CLOSE ACK-FILE
005550     END-IF.
005560     IF NOT WS-CONTROL-ABSENT
005570         CLOSE EXTRACT-CONTROL-FILE
005580     END-IF.
005590     CLOSE REPORT-FILE.
005600 9999-TERMINATE-EXIT.
005610     EXIT.
