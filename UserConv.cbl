000110*                                                                *
000120*    ONE-TIME AUDIT-LOG FORMAT CONVERSION.  THE AUDIT RECORD     *
000130*    GREW A CHANNEL AND A LANGUAGE CODE AND THE FILE BECAME      *
000140*    RECORD VARYING 28 TO 40 (SEE AUDITLOG.CPY), BUT THE         *
000150*    LIFETIME COBILIST.AUDIT.LOG AND EVERY ARCHIVE GENERATION    *
000160*    ALREADY ON DISK WERE WRITTEN BY THE OLD FIXED 28-BYTE FD    *
000170*    AND CARRY NO PER-RECORD LENGTHS.  THIS PROGRAM COPIES ONE   *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-09-02  ML   ORIGINAL VERSION.                          *
000400*    2026-10-15  ML   AUDIT LOG FD WIDENED TO 28 TO 40 BYTES     *
000410*                     FOR AUD-SEQUENCE.  CONVERTED RECORDS STAY  *
000420*                     AT 28 BYTES AND SO REMAIN UNSEQUENCED.     *
000430*                                                                *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    IBM-370.
000480 OBJECT-COMPUTER.    IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OLD-AUDIT-FILE ASSIGN TO "AUDITIN"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-OLD-FILE-STATUS.
000540*
000550     SELECT NEW-AUDIT-FILE ASSIGN TO "AUDITOUT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-NEW-FILE-STATUS.
000580*
000590     SELECT REPORT-FILE ASSIGN TO "CONVRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RPT-FILE-STATUS.
000620*
000630     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RNJ-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*    THE OLD FORMAT: FIXED 28 BYTES, NO CHANNEL, NO LANGUAGE.
000700 FD  OLD-AUDIT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  OLD-AUD-RECORD                  PIC X(28).
000730*
000740 FD  NEW-AUDIT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000770         DEPENDING ON WS-NEW-RECORD-LENGTH.
000780 COPY AUDITLOG.
000790*
000800 FD  REPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  REPORT-RECORD                   PIC X(80).
000830*
000840 FD  RUN-JOURNAL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY RUNJRNL.
000870*
000880 WORKING-STORAGE SECTION.
000890 77  WS-NEW-RECORD-LENGTH            PIC 9(02) COMP.
000900*
000910 01  WS-FILE-SWITCHES.
000920     05  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
000930         88  WS-OLD-OK                   VALUE "00".
000940         88  WS-OLD-FILE-NOT-PRESENT     VALUE "35".
000950     05  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
000960         88  WS-NEW-OK                   VALUE "00".
000970     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000980         88  WS-RPT-OK                   VALUE "00".
000990     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001000         88  WS-RNJ-OK                   VALUE "00".
001010*
001020 01  WS-CONTROL-SWITCHES.
001030     05  WS-OLD-EOF-SW               PIC X(01) VALUE "N".
001040         88  WS-END-OF-OLD-FILE          VALUE "Y".
001050*
001060 01  WS-COUNTERS.
001070     05  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001080     05  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
001090     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001100*
001110 01  WS-CURRENT-DATE-FIELDS.
001120     05  WS-CURRENT-DATE             PIC 9(08).
001130*
001140 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001150 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001160*
001170 PROCEDURE DIVISION.
001180*
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE
001210         THRU 1000-INITIALIZE-EXIT.
001220*
001230     PERFORM 2100-READ-OLD-RECORD
001240         THRU 2100-READ-OLD-RECORD-EXIT.
001250     PERFORM 2200-COPY-ONE-RECORD
001260         THRU 2200-COPY-ONE-RECORD-EXIT
001270         UNTIL WS-END-OF-OLD-FILE.
001280*
001290     PERFORM 5000-WRITE-CONVERSION-REPORT
001300         THRU 5000-WRITE-CONVERSION-REPORT-EXIT.
001310*
001320     PERFORM 9999-TERMINATE
001330         THRU 9999-TERMINATE-EXIT.
001340*
001350     IF WS-IO-FAIL-COUNT > ZERO
001360         MOVE 8 TO RETURN-CODE
001370     END-IF.
001380     MOVE "E" TO RJ-RECORD-TYPE.
001390     MOVE WS-READ-COUNT TO RJ-READ-COUNT.
001400     MOVE WS-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
001410     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
001420     MOVE RETURN-CODE TO RJ-RETURN-CODE.
001430     PERFORM 6500-WRITE-RUN-JOURNAL
001440         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001450     STOP RUN.
001460*
001470******************************************************************
001480* 1000-INITIALIZE - OPEN THE FILES.  AN INPUT THAT DOES NOT      *
001490*                   EXIST IS TREATED AS EMPTY (THE SHOP MAY      *
001500*                   NEVER HAVE CUT AN ARCHIVE GENERATION); THE   *
001510*                   OUTPUT IS ALWAYS CUT FRESH.                  *
001520******************************************************************
001530 1000-INITIALIZE.
001540     MOVE "UserConv" TO RJ-PROGRAM-NAME.
001550     MOVE "S" TO RJ-RECORD-TYPE.
001560     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
001570                  RJ-ERROR-COUNT RJ-RETURN-CODE.
001580     PERFORM 6500-WRITE-RUN-JOURNAL
001590         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001600*
001610     OPEN INPUT OLD-AUDIT-FILE.
001620     IF WS-OLD-FILE-NOT-PRESENT
001630         MOVE "Y" TO WS-OLD-EOF-SW
001640     ELSE
001650         IF NOT WS-OLD-OK
001660             DISPLAY "OLD-AUDIT OPEN FAILED - STATUS "
001670                 WS-OLD-FILE-STATUS
001680             ADD 1 TO WS-IO-FAIL-COUNT
001690             MOVE "Y" TO WS-OLD-EOF-SW
001700         END-IF
001710     END-IF.
001720     OPEN OUTPUT NEW-AUDIT-FILE.
001730     IF NOT WS-NEW-OK
001740         DISPLAY "NEW-AUDIT OPEN FAILED - STATUS "
001750             WS-NEW-FILE-STATUS
001760         ADD 1 TO WS-IO-FAIL-COUNT
001770     END-IF.
001780     OPEN OUTPUT REPORT-FILE.
001790     IF NOT WS-RPT-OK
001800         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
001810             WS-RPT-FILE-STATUS
001820     END-IF.
001830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001840 1000-INITIALIZE-EXIT.
001850     EXIT.
001860*
001870******************************************************************
001880* 2100-READ-OLD-RECORD - NEXT FIXED-FORMAT AUDIT RECORD.         *
001890******************************************************************
001900 2100-READ-OLD-RECORD.
001910     READ OLD-AUDIT-FILE
001920         AT END
001930             MOVE "Y" TO WS-OLD-EOF-SW
001940     END-READ.
001950 2100-READ-OLD-RECORD-EXIT.
001960     EXIT.
001970*
001980******************************************************************
001990* 2200-COPY-ONE-RECORD - PASS THE 28 BYTES THROUGH UNCHANGED AT  *
002000*                        LENGTH 28.  READERS THEN SEE IT AS A    *
002010*                        PRE-CHANNEL RECORD, WHICH IS EXACTLY    *
002020*                        WHAT IT IS.                             *
002030******************************************************************
002040 2200-COPY-ONE-RECORD.
002050     ADD 1 TO WS-READ-COUNT.
002060     MOVE OLD-AUD-RECORD TO AUD-RECORD(1:28).
002070     MOVE 28 TO WS-NEW-RECORD-LENGTH.
002080     WRITE AUD-RECORD.
002090     IF WS-NEW-OK
002100         ADD 1 TO WS-WRITTEN-COUNT
002110     ELSE
002120         DISPLAY "NEW-AUDIT WRITE FAILED - STATUS "
002130             WS-NEW-FILE-STATUS
002140         ADD 1 TO WS-IO-FAIL-COUNT
002150     END-IF.
002160     PERFORM 2100-READ-OLD-RECORD
002170         THRU 2100-READ-OLD-RECORD-EXIT.
002180 2200-COPY-ONE-RECORD-EXIT.
002190     EXIT.
002200*
002210******************************************************************
002220* 5000-WRITE-CONVERSION-REPORT - THE COUNTS MUST MATCH OR THE    *
002230*                                SWAP MUST NOT HAPPEN.           *
002240******************************************************************
002250 5000-WRITE-CONVERSION-REPORT.
002260     MOVE SPACES TO REPORT-RECORD.
002270     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
002280     STRING "COBILISTE - AUDIT LOG FORMAT CONVERSION  "
002290             DELIMITED BY SIZE
002300             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
002310             INTO REPORT-RECORD.
002320     WRITE REPORT-RECORD.
002330     PERFORM 5100-CHECK-REPORT-WRITE
002340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002350*
002360     MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
002370     MOVE SPACES TO REPORT-RECORD.
002380     STRING "OLD RECORDS READ  . . . . . . . : " DELIMITED BY SIZE
002390             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
002400             INTO REPORT-RECORD.
002410     WRITE REPORT-RECORD.
002420     PERFORM 5100-CHECK-REPORT-WRITE
002430         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002440*
002450     MOVE WS-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
002460     MOVE SPACES TO REPORT-RECORD.
002470     STRING "NEW RECORDS WRITTEN . . . . . . : " DELIMITED BY SIZE
002480             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
002490             INTO REPORT-RECORD.
002500     WRITE REPORT-RECORD.
002510     PERFORM 5100-CHECK-REPORT-WRITE
002520         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002530*
002540     MOVE SPACES TO REPORT-RECORD.
002550     IF WS-READ-COUNT = WS-WRITTEN-COUNT
002560        AND WS-IO-FAIL-COUNT = ZERO
002570         MOVE "RESULT: COMPLETE - SAFE TO SWAP THE FILES"
002580             TO REPORT-RECORD
002590     ELSE
002600         MOVE "RESULT: INCOMPLETE - DO NOT SWAP, RERUN"
002610             TO REPORT-RECORD
002620     END-IF.
002630     WRITE REPORT-RECORD.
002640     PERFORM 5100-CHECK-REPORT-WRITE
002650         THRU 5100-CHECK-REPORT-WRITE-EXIT.
002660 5000-WRITE-CONVERSION-REPORT-EXIT.
002670     EXIT.
002680*
002690 5100-CHECK-REPORT-WRITE.
002700     IF NOT WS-RPT-OK
002710         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
002720             WS-RPT-FILE-STATUS
002730     END-IF.
002740 5100-CHECK-REPORT-WRITE-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
002790*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
002800*                          BY EVERY BATCH PROGRAM VIA            *
002810*                          JRNLPUT.CPY.                          *
002820******************************************************************
002830     COPY JRNLPUT.
002840*
002850******************************************************************
002860* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
002870******************************************************************
002880 9999-TERMINATE.
002890     IF NOT WS-OLD-FILE-NOT-PRESENT
002900         CLOSE OLD-AUDIT-FILE
002910     END-IF.
002920     CLOSE NEW-AUDIT-FILE.
002930     CLOSE REPORT-FILE.
002940 9999-TERMINATE-EXIT.
002950     EXIT.
