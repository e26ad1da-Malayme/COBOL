000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserBdt.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserBdt                                                    *
000110*                                                                *
000120*    BUSINESS-DATE SET.  THE NIGHTLY PROGRAMS USED TO TAKE       *
000130*    "TODAY" FROM THE SYSTEM CLOCK, SO A STREAM RERUN AFTER      *
000140*    MIDNIGHT REPORTED THE WRONG DAY.  THEY NOW READ THE         *
000150*    BUSINESS-DATE CONTROL RECORD (BUSDATE.CPY) VIA              *
000160*    BUSDGET.CPY; THIS PROGRAM IS THE ONLY THING THAT WRITES     *
000170*    IT.  THE PARM SAYS WHAT TO DO:                              *
000180*                                                                *
000190*      CLOCK     - SET THE BUSINESS DATE TO TODAY'S CLOCK DATE.  *
000200*                  THE SCHEDULER RUNS THIS AHEAD OF EVERY        *
000210*                  NIGHT'S STREAM (JCL/USERBDT.JCL).             *
000220*      CCYYMMDD  - SET AN EXPLICIT DATE, FOR AN OPERATOR         *
000230*                  RERUNNING A NIGHT THAT FAILED.                *
000240*      NEXT      - ADVANCE THE STORED DATE ONE DAY.              *
000250*      (NONE)    - REPORT THE STORED DATE AND CHANGE NOTHING.    *
000260*                                                                *
000270*    A DATE THAT IS NOT A REAL CALENDAR DATE, OR THAT IS LATER   *
000280*    THAN THE CLOCK DATE (A DAY THAT HAS NOT HAPPENED CANNOT     *
000290*    BE REPORTED ON), IS REFUSED AND THE STORED DATE IS LEFT     *
000300*    AS IT WAS.                                                  *
000310*                                                                *
000320*    RETURN CODES:  0 - BUSINESS DATE SET, OR REPORTED.          *
000330*                   8 - PARM REFUSED, OR AN OPEN OR WRITE        *
000340*                       FAILURE ON THE CONTROL FILE - THE        *
000350*                       STREAM MUST NOT START (SEE THE JOB).     *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-10-15  ML   ORIGINAL VERSION.                          *
000400*                                                                *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-BDT-FILE-STATUS.
000510*
000520     SELECT REPORT-FILE ASSIGN TO "BDTRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RPT-FILE-STATUS.
000550*
000560     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RNJ-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BUSINESS-DATE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY BUSDATE.
000650*
000660 FD  REPORT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  REPORT-RECORD                   PIC X(80).
000690*
000700 FD  RUN-JOURNAL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY RUNJRNL.
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-FILE-SWITCHES.
000760     05  WS-BDT-FILE-STATUS          PIC X(02) VALUE SPACES.
000770         88  WS-BDT-OK                   VALUE "00".
000780         88  WS-BDT-FILE-NOT-PRESENT     VALUE "35".
000790     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000800         88  WS-RPT-OK                   VALUE "00".
000810     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000820         88  WS-RNJ-OK                   VALUE "00".
000830*
000840 01  WS-COUNTERS.
000850     05  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
000860     05  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
000870     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
000880*
000890 01  WS-DATE-FIELDS.
000900     05  WS-PREVIOUS-DATE            PIC 9(08) VALUE ZERO.
000910     05  WS-NEW-DATE                 PIC 9(08) VALUE ZERO.
000920     05  WS-NEW-METHOD               PIC X(01) VALUE SPACE.
000930*
000940 01  WS-CURRENT-DATE-FIELDS.
000950     05  WS-CURRENT-DATE             PIC 9(08).
000960     05  WS-CURRENT-TIME             PIC 9(08).
000970*
000980 COPY DATEWRK.
000990*
001000 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
001010 01  WS-PARM-FIELDS.
001020     05  WS-PARM-WORD                PIC X(08) VALUE SPACES.
001030         88  WS-PARM-REPORT-ONLY         VALUE SPACES.
001040         88  WS-PARM-CLOCK               VALUE "CLOCK".
001050         88  WS-PARM-NEXT                VALUE "NEXT".
001060     05  WS-PARM-DATE REDEFINES WS-PARM-WORD
001070                                     PIC 9(08).
001080*
001090 01  WS-ACTION-TEXT                  PIC X(40) VALUE SPACES.
001100 01  WS-REPORT-DATE-EDIT             PIC 9(08).
001110*
001120 LINKAGE SECTION.
001130 01  WS-PARM-AREA.
001140     05  WS-PARM-LENGTH              PIC S9(04) COMP.
001150     05  WS-PARM-TEXT                PIC X(20).
001160*
001170 PROCEDURE DIVISION USING WS-PARM-AREA.
001180*
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE
001210         THRU 1000-INITIALIZE-EXIT.
001220     PERFORM 2000-READ-STORED-DATE
001230         THRU 2000-READ-STORED-DATE-EXIT.
001240     PERFORM 3000-DECIDE-NEW-DATE
001250         THRU 3000-DECIDE-NEW-DATE-EXIT.
001260     PERFORM 4000-WRITE-NEW-DATE
001270         THRU 4000-WRITE-NEW-DATE-EXIT.
001280     PERFORM 5000-WRITE-DATE-REPORT
001290         THRU 5000-WRITE-DATE-REPORT-EXIT.
001300*
001310     PERFORM 9999-TERMINATE
001320         THRU 9999-TERMINATE-EXIT.
001330*
001340     IF WS-IO-FAIL-COUNT > ZERO
001350        OR WS-REFUSED-COUNT > ZERO
001360         MOVE 8 TO RETURN-CODE
001370     END-IF.
001380     MOVE "E" TO RJ-RECORD-TYPE.
001390     MOVE 1 TO RJ-READ-COUNT.
001400     MOVE WS-WRITTEN-COUNT TO RJ-WRITTEN-COUNT.
001410     COMPUTE RJ-ERROR-COUNT = WS-IO-FAIL-COUNT + WS-REFUSED-COUNT.
001420     MOVE RETURN-CODE TO RJ-RETURN-CODE.
001430     PERFORM 6500-WRITE-RUN-JOURNAL
001440         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001450     STOP RUN.
001460*
001470******************************************************************
001480* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT, TAKE     *
001490*                   THE CLOCK DATE AND PARSE THE PARM.           *
001500******************************************************************
001510 1000-INITIALIZE.
001520     MOVE "UserBdt" TO RJ-PROGRAM-NAME.
001530     MOVE "S" TO RJ-RECORD-TYPE.
001540     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
001550                  RJ-ERROR-COUNT RJ-RETURN-CODE.
001560     PERFORM 6500-WRITE-RUN-JOURNAL
001570         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001580*
001590     OPEN OUTPUT REPORT-FILE.
001600     IF NOT WS-RPT-OK
001610         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
001620             WS-RPT-FILE-STATUS
001630     END-IF.
001640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001650     ACCEPT WS-CURRENT-TIME FROM TIME.
001660     PERFORM 1600-PARSE-PARM
001670         THRU 1600-PARSE-PARM-EXIT.
001680 1000-INITIALIZE-EXIT.
001690     EXIT.
001700*
001710******************************************************************
001720* 1600-PARSE-PARM - THE FIRST WORD OF THE PARM: CLOCK, NEXT, A   *
001730*                   CCYYMMDD DATE, OR NOTHING FOR REPORT-ONLY.   *
001740******************************************************************
001750 1600-PARSE-PARM.
001760     MOVE SPACES TO WS-PARM-STRING.
001770     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
001780         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
001790     END-IF.
001800     MOVE SPACES TO WS-PARM-WORD.
001810     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
001820         INTO WS-PARM-WORD.
001830 1600-PARSE-PARM-EXIT.
001840     EXIT.
001850*
001860******************************************************************
001870* 2000-READ-STORED-DATE - THE DATE CURRENTLY ON THE CONTROL      *
001880*                         FILE.  A FILE THAT DOES NOT EXIST YET  *
001890*                         OR IS EMPTY HOLDS NO DATE (ZERO).      *
001900******************************************************************
001910 2000-READ-STORED-DATE.
001920     OPEN INPUT BUSINESS-DATE-FILE.
001930     IF WS-BDT-FILE-NOT-PRESENT
001940         GO TO 2000-READ-STORED-DATE-EXIT
001950     END-IF.
001960     IF NOT WS-BDT-OK
001970         DISPLAY "BUSINESS-DATE OPEN FAILED - STATUS "
001980             WS-BDT-FILE-STATUS
001990         ADD 1 TO WS-IO-FAIL-COUNT
002000         GO TO 2000-READ-STORED-DATE-EXIT
002010     END-IF.
002020     READ BUSINESS-DATE-FILE
002030         AT END
002040             CONTINUE
002050         NOT AT END
002060             IF BD-BUSINESS-DATE IS NUMERIC
002070                 MOVE BD-BUSINESS-DATE TO WS-PREVIOUS-DATE
002080             END-IF
002090     END-READ.
002100     CLOSE BUSINESS-DATE-FILE.
002110 2000-READ-STORED-DATE-EXIT.
002120     EXIT.
002130*
002140******************************************************************
002150* 3000-DECIDE-NEW-DATE - TURN THE PARM INTO THE NEW BUSINESS     *
002160*                        DATE AND VALIDATE IT.  ANY REFUSAL      *
002170*                        LEAVES WS-NEW-DATE ZERO SO NOTHING IS   *
002180*                        WRITTEN.                                *
002190******************************************************************
002200 3000-DECIDE-NEW-DATE.
002210     IF WS-IO-FAIL-COUNT > ZERO
002220         MOVE "NOT CHANGED - CONTROL FILE UNREADABLE"
002230             TO WS-ACTION-TEXT
002240         GO TO 3000-DECIDE-NEW-DATE-EXIT
002250     END-IF.
002260     IF WS-PARM-REPORT-ONLY
002270         MOVE "NOT CHANGED - REPORT ONLY" TO WS-ACTION-TEXT
002280         GO TO 3000-DECIDE-NEW-DATE-EXIT
002290     END-IF.
002300     IF WS-PARM-CLOCK
002310         MOVE WS-CURRENT-DATE TO WS-NEW-DATE
002320         MOVE "C" TO WS-NEW-METHOD
002330         MOVE "SET FROM THE CLOCK" TO WS-ACTION-TEXT
002340         GO TO 3000-DECIDE-NEW-DATE-EXIT
002350     END-IF.
002360     IF WS-PARM-NEXT
002370         IF WS-PREVIOUS-DATE = ZERO
002380             ADD 1 TO WS-REFUSED-COUNT
002390             MOVE "REFUSED - NO STORED DATE TO ADVANCE"
002400                 TO WS-ACTION-TEXT
002410             GO TO 3000-DECIDE-NEW-DATE-EXIT
002420         END-IF
002430         MOVE WS-PREVIOUS-DATE TO DC-DATE
002440         PERFORM 7300-ADVANCE-ONE-DAY
002450             THRU 7300-ADVANCE-ONE-DAY-EXIT
002460         MOVE DC-DATE TO WS-NEW-DATE
002470         MOVE "N" TO WS-NEW-METHOD
002480         MOVE "ADVANCED ONE DAY" TO WS-ACTION-TEXT
002490     ELSE
002500         IF WS-PARM-DATE IS NOT NUMERIC
002510             ADD 1 TO WS-REFUSED-COUNT
002520             MOVE "REFUSED - PARM NOT CLOCK, NEXT OR CCYYMMDD"
002530                 TO WS-ACTION-TEXT
002540             GO TO 3000-DECIDE-NEW-DATE-EXIT
002550         END-IF
002560         MOVE WS-PARM-DATE TO DC-DATE
002570         PERFORM 7400-CHECK-CALENDAR-DATE
002580             THRU 7400-CHECK-CALENDAR-DATE-EXIT
002590         IF NOT DC-DATE-VALID
002600             ADD 1 TO WS-REFUSED-COUNT
002610             MOVE "REFUSED - NOT A CALENDAR DATE"
002620                 TO WS-ACTION-TEXT
002630             GO TO 3000-DECIDE-NEW-DATE-EXIT
002640         END-IF
002650         MOVE WS-PARM-DATE TO WS-NEW-DATE
002660         MOVE "E" TO WS-NEW-METHOD
002670         MOVE "SET EXPLICITLY" TO WS-ACTION-TEXT
002680     END-IF.
002690     IF WS-NEW-DATE > WS-CURRENT-DATE
002700         ADD 1 TO WS-REFUSED-COUNT
002710         MOVE ZERO TO WS-NEW-DATE
002720         MOVE "REFUSED - DATE IS AFTER THE CLOCK DATE"
002730             TO WS-ACTION-TEXT
002740     END-IF.
002750 3000-DECIDE-NEW-DATE-EXIT.
002760     EXIT.
002770*
002780******************************************************************
002790* 4000-WRITE-NEW-DATE - REPLACE THE CONTROL RECORD.  ONLY A      *
002800*                       DATE THAT PASSED 3000 IS WRITTEN.        *
002810******************************************************************
002820 4000-WRITE-NEW-DATE.
002830     IF WS-NEW-DATE = ZERO
002840         GO TO 4000-WRITE-NEW-DATE-EXIT
002850     END-IF.
002860     OPEN OUTPUT BUSINESS-DATE-FILE.
002870     IF NOT WS-BDT-OK
002880         DISPLAY "BUSINESS-DATE OPEN FAILED - STATUS "
002890             WS-BDT-FILE-STATUS
002900         ADD 1 TO WS-IO-FAIL-COUNT
002910         MOVE "NOT CHANGED - CONTROL FILE OPEN FAILED"
002920             TO WS-ACTION-TEXT
002930         GO TO 4000-WRITE-NEW-DATE-EXIT
002940     END-IF.
002950     MOVE WS-NEW-DATE TO BD-BUSINESS-DATE.
002960     MOVE WS-CURRENT-DATE TO BD-SET-DATE.
002970     MOVE WS-CURRENT-TIME TO BD-SET-TIME.
002980     MOVE WS-NEW-METHOD TO BD-SET-METHOD.
002990     WRITE BD-RECORD.
003000     IF NOT WS-BDT-OK
003010         DISPLAY "BUSINESS-DATE WRITE FAILED - STATUS "
003020             WS-BDT-FILE-STATUS
003030         ADD 1 TO WS-IO-FAIL-COUNT
003040         MOVE "WRITE FAILED - RERUN BEFORE THE STREAM"
003050             TO WS-ACTION-TEXT
003060     ELSE
003070         ADD 1 TO WS-WRITTEN-COUNT
003080     END-IF.
003090     CLOSE BUSINESS-DATE-FILE.
003100 4000-WRITE-NEW-DATE-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140* 5000-WRITE-DATE-REPORT - THE DATE BEFORE AND AFTER, THE CLOCK  *
003150*                          DATE AND WHAT WAS DONE.               *
003160******************************************************************
003170 5000-WRITE-DATE-REPORT.
003180     MOVE SPACES TO REPORT-RECORD.
003190     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003200     STRING "COBILISTE - BUSINESS DATE CONTROL  "
003210             DELIMITED BY SIZE
003220             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003230             INTO REPORT-RECORD.
003240     WRITE REPORT-RECORD.
003250     PERFORM 5100-CHECK-REPORT-WRITE
003260         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003270*
003280     MOVE SPACES TO REPORT-RECORD.
003290     STRING "PARM  . . . . . . . . . . . . . : " DELIMITED BY SIZE
003300             WS-PARM-STRING DELIMITED BY SIZE
003310             INTO REPORT-RECORD.
003320     WRITE REPORT-RECORD.
003330     PERFORM 5100-CHECK-REPORT-WRITE
003340         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003350*
003360     MOVE SPACES TO REPORT-RECORD.
003370     MOVE WS-PREVIOUS-DATE TO WS-REPORT-DATE-EDIT.
003380     STRING "PREVIOUS BUSINESS DATE  . . . . : " DELIMITED BY SIZE
003390             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003400             INTO REPORT-RECORD.
003410     WRITE REPORT-RECORD.
003420     PERFORM 5100-CHECK-REPORT-WRITE
003430         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003440*
003450     MOVE SPACES TO REPORT-RECORD.
003460     IF WS-WRITTEN-COUNT > ZERO
003470         MOVE WS-NEW-DATE TO WS-REPORT-DATE-EDIT
003480     ELSE
003490         MOVE WS-PREVIOUS-DATE TO WS-REPORT-DATE-EDIT
003500     END-IF.
003510     STRING "BUSINESS DATE NOW . . . . . . . : " DELIMITED BY SIZE
003520             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003530             INTO REPORT-RECORD.
003540     WRITE REPORT-RECORD.
003550     PERFORM 5100-CHECK-REPORT-WRITE
003560         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003570*
003580     MOVE SPACES TO REPORT-RECORD.
003590     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
003600     STRING "CLOCK DATE  . . . . . . . . . . : " DELIMITED BY SIZE
003610             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
003620             INTO REPORT-RECORD.
003630     WRITE REPORT-RECORD.
003640     PERFORM 5100-CHECK-REPORT-WRITE
003650         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003660*
003670     MOVE SPACES TO REPORT-RECORD.
003680     STRING "ACTION  . . . . . . . . . . . . : " DELIMITED BY SIZE
003690             WS-ACTION-TEXT DELIMITED BY SIZE
003700             INTO REPORT-RECORD.
003710     WRITE REPORT-RECORD.
003720     PERFORM 5100-CHECK-REPORT-WRITE
003730         THRU 5100-CHECK-REPORT-WRITE-EXIT.
003740 5000-WRITE-DATE-REPORT-EXIT.
003750     EXIT.
003760*
003770 5100-CHECK-REPORT-WRITE.
003780     IF NOT WS-RPT-OK
003790         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
003800             WS-RPT-FILE-STATUS
003810     END-IF.
003820 5100-CHECK-REPORT-WRITE-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860* 7300-ADVANCE-ONE-DAY, 7400-CHECK-CALENDAR-DATE - SHARED        *
003870*                       CALENDAR ROUTINE FROM DATECALC.CPY.      *
003880******************************************************************
003890     COPY DATECALC.
003900*
003910******************************************************************
003920* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
003930*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
003940*                          BY EVERY BATCH PROGRAM VIA            *
003950*                          JRNLPUT.CPY.                          *
003960******************************************************************
003970     COPY JRNLPUT.
003980*
003990******************************************************************
004000* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
004010******************************************************************
004020 9999-TERMINATE.
004030     CLOSE REPORT-FILE.
004040 9999-TERMINATE-EXIT.
004050     EXIT.
