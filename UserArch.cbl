000470*                     31 (SEE AUDITLOG.CPY).  THE SPLIT COPIES   *
000480*                     EACH RECORD AT ITS OWN LENGTH SO OLD AND   *
000490*                     NEW RECORDS PASS THROUGH UNCHANGED.        *
000500*    2026-10-15  ML   AUDIT FDS WIDENED TO 28 TO 40 BYTES;       *
000510*                     RECORDS ARE COPIED AT THEIR OWN LENGTH,    *
000520*                     SO AUD-SEQUENCE IS CARRIED INTO THE        *
000530*                     ARCHIVE UNCHANGED.                         *
000540*                                                                *
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUD-FILE-STATUS.
000650*
000660     SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ARC-FILE-STATUS.
000690*
000700     SELECT CURRENT-FILE ASSIGN TO "CURROUT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CUR-FILE-STATUS.
000730*
000740     SELECT REPORT-FILE ASSIGN TO "RETNRPT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000770*
000780     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-RNJ-FILE-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  AUDIT-LOG-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000870         DEPENDING ON WS-AUD-RECORD-LENGTH.
000880 COPY AUDITLOG.
000890*
000900 FD  ARCHIVE-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000930         DEPENDING ON WS-ARC-RECORD-LENGTH.
000940 COPY AUDITLOG REPLACING AUD-RECORD BY ARC-RECORD
000950                         AUD-PSEUDO BY ARC-PSEUDO
000960                         AUD-RUN-DATE BY ARC-RUN-DATE
000970                         AUD-RUN-TIME BY ARC-RUN-TIME
000980                         AUD-CHANNEL BY ARC-CHANNEL
000990                         AUD-LANG-CODE BY ARC-LANG-CODE
001000                         AUD-SEQUENCE BY ARC-SEQUENCE.
001010*
001020 FD  CURRENT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
001050         DEPENDING ON WS-CUR-RECORD-LENGTH.
001060 COPY AUDITLOG REPLACING AUD-RECORD BY CUR-RECORD
001070                         AUD-PSEUDO BY CUR-PSEUDO
001080                         AUD-RUN-DATE BY CUR-RUN-DATE
001090                         AUD-RUN-TIME BY CUR-RUN-TIME
001100                         AUD-CHANNEL BY CUR-CHANNEL
001110                         AUD-LANG-CODE BY CUR-LANG-CODE
001120                         AUD-SEQUENCE BY CUR-SEQUENCE.
001130*
001140 FD  REPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-RECORD                   PIC X(80).
001170*
001180 FD  RUN-JOURNAL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY RUNJRNL.
001210*
001220 WORKING-STORAGE SECTION.
001230 01  WS-FILE-SWITCHES.
001240     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001250         88  WS-AUD-OK                   VALUE "00".
001260         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001270     05  WS-ARC-FILE-STATUS          PIC X(02) VALUE SPACES.
001280         88  WS-ARC-OK                   VALUE "00".
001290     05  WS-CUR-FILE-STATUS          PIC X(02) VALUE SPACES.
001300         88  WS-CUR-OK                   VALUE "00".
001310     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001320         88  WS-RPT-OK                   VALUE "00".
001330     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001340         88  WS-RNJ-OK                   VALUE "00".
001350*
001360 01  WS-CONTROL-SWITCHES.
001370     05  WS-EOF-SW                   PIC X(01) VALUE "N".
001380         88  WS-END-OF-AUDIT-FILE        VALUE "Y".
001390*
001400 01  WS-RECORD-LENGTH-FIELDS.
001410     05  WS-AUD-RECORD-LENGTH        PIC 9(02) COMP.
001420     05  WS-ARC-RECORD-LENGTH        PIC 9(02) COMP.
001430     05  WS-CUR-RECORD-LENGTH        PIC 9(02) COMP.
001440*
001450 01  WS-COUNTERS.
001460     05  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
001470     05  WS-ARCHIVED-COUNT           PIC 9(08) COMP VALUE ZERO.
001480     05  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
001490     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001500*
001510 01  WS-RETENTION-FIELDS.
001520     05  WS-RETENTION-DAYS           PIC 9(04) VALUE 60.
001530     05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001540*
001550 01  WS-CURRENT-DATE-FIELDS.
001560     05  WS-CURRENT-DATE             PIC 9(08).
001570*
001580 COPY DATEWRK.
001590*
001600 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
001610 01  WS-PARM-FIELDS.
001620     05  WS-PARM-RETENTION           PIC X(04) VALUE SPACES.
001630     05  WS-PARM-RETENTION-LTH       PIC 9(02) COMP VALUE ZERO.
001640     05  WS-PARM-RETENTION-POS       PIC 9(02) COMP VALUE ZERO.
001650     05  WS-PARM-RETENTION-NUM       PIC X(04) VALUE "0000".
001660*
001670 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001680 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
001690*
001700 LINKAGE SECTION.
001710 01  WS-PARM-AREA.
001720     05  WS-PARM-LENGTH              PIC S9(04) COMP.
001730     05  WS-PARM-TEXT                PIC X(20).
001740*
001750 PROCEDURE DIVISION USING WS-PARM-AREA.
001760*
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-INITIALIZE-EXIT.
001800*
001810     PERFORM 2100-READ-AUDIT-RECORD
001820         THRU 2100-READ-AUDIT-RECORD-EXIT.
001830     PERFORM 2200-SPLIT-ONE-RECORD
001840         THRU 2200-SPLIT-ONE-RECORD-EXIT
001850         UNTIL WS-END-OF-AUDIT-FILE.
001860*
001870     PERFORM 5000-WRITE-RETENTION-REPORT
001880         THRU 5000-WRITE-RETENTION-REPORT-EXIT.
001890*
001900     PERFORM 9999-TERMINATE
001910         THRU 9999-TERMINATE-EXIT.
001920*
001930     IF WS-IO-FAIL-COUNT > ZERO
001940         MOVE 8 TO RETURN-CODE
001950     END-IF.
001960     MOVE "E" TO RJ-RECORD-TYPE.
001970     MOVE WS-READ-COUNT TO RJ-READ-COUNT.
001980     MOVE WS-KEPT-COUNT TO RJ-WRITTEN-COUNT.
001990     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002000     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002010     PERFORM 6500-WRITE-RUN-JOURNAL
002020         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002030     STOP RUN.
002040*
002050******************************************************************
002060* 1000-INITIALIZE - OPEN ALL FILES, PARSE THE RETENTION PARM AND *
002070*                   COMPUTE THE CUT-OFF DATE.  AN AUDIT LOG THAT *
002080*                   DOES NOT EXIST YET IS TREATED AS EMPTY.      *
002090******************************************************************
002100 1000-INITIALIZE.
002110     MOVE "UserArch" TO RJ-PROGRAM-NAME.
002120     MOVE "S" TO RJ-RECORD-TYPE.
002130     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002140                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002150     PERFORM 6500-WRITE-RUN-JOURNAL
002160         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002170*
002180     OPEN INPUT AUDIT-LOG-FILE.
002190     IF WS-AUD-FILE-NOT-PRESENT
002200         MOVE "Y" TO WS-EOF-SW
002210     ELSE
002220         IF NOT WS-AUD-OK
002230             DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
002240                 WS-AUD-FILE-STATUS
002250             ADD 1 TO WS-IO-FAIL-COUNT
002260             MOVE "Y" TO WS-EOF-SW
002270         END-IF
002280     END-IF.
002290     OPEN OUTPUT ARCHIVE-FILE.
002300     IF NOT WS-ARC-OK
002310         DISPLAY "ARCHIVE-FILE OPEN FAILED - STATUS "
002320             WS-ARC-FILE-STATUS
002330         ADD 1 TO WS-IO-FAIL-COUNT
002340     END-IF.
002350     OPEN OUTPUT CURRENT-FILE.
002360     IF NOT WS-CUR-OK
002370         DISPLAY "CURRENT-FILE OPEN FAILED - STATUS "
002380             WS-CUR-FILE-STATUS
002390         ADD 1 TO WS-IO-FAIL-COUNT
002400     END-IF.
002410     OPEN OUTPUT REPORT-FILE.
002420     IF NOT WS-RPT-OK
002430         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
002440             WS-RPT-FILE-STATUS
002450     END-IF.
002460*
002470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002480     PERFORM 1600-PARSE-PARM
002490         THRU 1600-PARSE-PARM-EXIT.
002500*
002510     MOVE WS-CURRENT-DATE TO DC-DATE.
002520     MOVE WS-RETENTION-DAYS TO DC-DAYS-TO-SUBTRACT.
002530     PERFORM 7000-SUBTRACT-DAYS-FROM-DATE
002540         THRU 7000-SUBTRACT-DAYS-FROM-DATE-EXIT.
002550     MOVE DC-DATE TO WS-CUTOFF-DATE.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600* 1600-PARSE-PARM - THE PARM IS THE RETENTION PERIOD IN DAYS.    *
002610*                   MISSING OR NON-NUMERIC FALLS BACK TO THE     *
002620*                   DEFAULT ALREADY IN WS-RETENTION-DAYS.        *
002630******************************************************************
002640 1600-PARSE-PARM.
002650     MOVE SPACES TO WS-PARM-STRING.
002660     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
002670         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
002680     END-IF.
002690     MOVE ZERO TO WS-PARM-RETENTION-LTH.
002700     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
002710         INTO WS-PARM-RETENTION
002720             COUNT IN WS-PARM-RETENTION-LTH.
002730     IF WS-PARM-RETENTION-LTH = ZERO
002740        OR WS-PARM-RETENTION-LTH > 4
002750         GO TO 1600-PARSE-PARM-EXIT
002760     END-IF.
002770     MOVE "0000" TO WS-PARM-RETENTION-NUM.
002780     COMPUTE WS-PARM-RETENTION-POS
002790         = 5 - WS-PARM-RETENTION-LTH.
002800     MOVE WS-PARM-RETENTION(1:WS-PARM-RETENTION-LTH)
002810         TO WS-PARM-RETENTION-NUM
002820            (WS-PARM-RETENTION-POS:WS-PARM-RETENTION-LTH).
002830     IF WS-PARM-RETENTION-NUM IS NUMERIC
002840        AND WS-PARM-RETENTION-NUM NOT = "0000"
002850         MOVE WS-PARM-RETENTION-NUM TO WS-RETENTION-DAYS
002860     END-IF.
002870 1600-PARSE-PARM-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910* 2100-READ-AUDIT-RECORD - READ THE NEXT AUDIT RECORD.           *
002920******************************************************************
002930 2100-READ-AUDIT-RECORD.
002940     READ AUDIT-LOG-FILE
002950         AT END
002960             MOVE "Y" TO WS-EOF-SW
002970     END-READ.
002980 2100-READ-AUDIT-RECORD-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* 2200-SPLIT-ONE-RECORD - A RECORD DATED BEFORE THE CUT-OFF GOES *
003030*                         TO THE ARCHIVE, ANYTHING ON OR AFTER   *
003040*                         IT STAYS ON THE CURRENT FILE.          *
003050******************************************************************
003060 2200-SPLIT-ONE-RECORD.
003070     ADD 1 TO WS-READ-COUNT.
003080     IF AUD-RUN-DATE < WS-CUTOFF-DATE
003090         ADD 1 TO WS-ARCHIVED-COUNT
003100         MOVE AUD-RECORD TO ARC-RECORD
003110         MOVE WS-AUD-RECORD-LENGTH TO WS-ARC-RECORD-LENGTH
003120         WRITE ARC-RECORD
003130         IF NOT WS-ARC-OK
003140             DISPLAY "ARCHIVE-FILE WRITE FAILED - STATUS "
003150                 WS-ARC-FILE-STATUS
003160             ADD 1 TO WS-IO-FAIL-COUNT
003170         END-IF
003180     ELSE
003190         ADD 1 TO WS-KEPT-COUNT
003200         MOVE AUD-RECORD TO CUR-RECORD
003210         MOVE WS-AUD-RECORD-LENGTH TO WS-CUR-RECORD-LENGTH
003220         WRITE CUR-RECORD
003230         IF NOT WS-CUR-OK
003240             DISPLAY "CURRENT-FILE WRITE FAILED - STATUS "
003250                 WS-CUR-FILE-STATUS
003260             ADD 1 TO WS-IO-FAIL-COUNT
003270         END-IF
003280     END-IF.
003290*
003300     PERFORM 2100-READ-AUDIT-RECORD
003310         THRU 2100-READ-AUDIT-RECORD-EXIT.
003320 2200-SPLIT-ONE-RECORD-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360* 5000-WRITE-RETENTION-REPORT - SHOW THE CUT-OFF AND HOW MANY    *
003370*                               RECORDS WENT WHERE.              *
003380******************************************************************
003390 5000-WRITE-RETENTION-REPORT.
003400     MOVE SPACES TO REPORT-RECORD.
003410     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003420     STRING "COBILISTE - AUDIT LOG RETENTION REPORT  "
003430             DELIMITED BY SIZE
003440             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003450             INTO REPORT-RECORD.
003460     WRITE REPORT-RECORD.
003470     PERFORM 5100-CHECK-REPORT-WRITE
003480         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003490*
003500     MOVE WS-RETENTION-DAYS TO WS-REPORT-NUMERIC-EDIT.
003510     MOVE SPACES TO REPORT-RECORD.
003520     STRING "RETENTION PERIOD (DAYS) . . . . : " DELIMITED BY SIZE
003530             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003540             INTO REPORT-RECORD.
003550     WRITE REPORT-RECORD.
003560     PERFORM 5100-CHECK-REPORT-WRITE
003570         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003580*
003590     MOVE WS-CUTOFF-DATE TO WS-REPORT-DATE-EDIT.
003600     MOVE SPACES TO REPORT-RECORD.
003610     STRING "CUT-OFF DATE  . . . . . . . . . : " DELIMITED BY SIZE
003620             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003630             INTO REPORT-RECORD.
003640     WRITE REPORT-RECORD.
003650     PERFORM 5100-CHECK-REPORT-WRITE
003660         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003670*
003680     MOVE WS-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
003690     MOVE SPACES TO REPORT-RECORD.
003700     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
003710             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003720             INTO REPORT-RECORD.
003730     WRITE REPORT-RECORD.
003740     PERFORM 5100-CHECK-REPORT-WRITE
003750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003760*
003770     MOVE WS-ARCHIVED-COUNT TO WS-REPORT-NUMERIC-EDIT.
003780     MOVE SPACES TO REPORT-RECORD.
003790     STRING "RECORDS ARCHIVED  . . . . . . . : " DELIMITED BY SIZE
003800             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003810             INTO REPORT-RECORD.
003820     WRITE REPORT-RECORD.
003830     PERFORM 5100-CHECK-REPORT-WRITE
003840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003850*
003860     MOVE WS-KEPT-COUNT TO WS-REPORT-NUMERIC-EDIT.
003870     MOVE SPACES TO REPORT-RECORD.
003880     STRING "RECORDS KEPT CURRENT  . . . . . : " DELIMITED BY SIZE
003890             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
003900             INTO REPORT-RECORD.
003910     WRITE REPORT-RECORD.
003920     PERFORM 5100-CHECK-REPORT-WRITE
003930         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003940 5000-WRITE-RETENTION-REPORT-EXIT.
003950     EXIT.
003960*
003970 5100-CHECK-REPORT-WRITE.
003980     IF NOT WS-RPT-OK
003990         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
004000             WS-RPT-FILE-STATUS
004010     END-IF.
004020 5100-CHECK-REPORT-WRITE-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060* 7000-SUBTRACT-DAYS-FROM-DATE - SHARED CALENDAR ROUTINE FROM    *
004070*                                DATECALC.CPY.                   *
004080******************************************************************
004090     COPY DATECALC.
004100*
004110******************************************************************
004120* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
004130*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
004140*                          BY EVERY BATCH PROGRAM VIA            *
004150*                          JRNLPUT.CPY.                          *
004160******************************************************************
004170     COPY JRNLPUT.
004180*
004190******************************************************************
004200* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004210******************************************************************
004220 9999-TERMINATE.
004230     IF NOT WS-AUD-FILE-NOT-PRESENT
004240         CLOSE AUDIT-LOG-FILE
004250     END-IF.
004260     CLOSE ARCHIVE-FILE.
004270     CLOSE CURRENT-FILE.
004280     CLOSE REPORT-FILE.
004290 9999-TERMINATE-EXIT.
004300     EXIT.
