000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserFill.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserFill                                                   *
000110*                                                                *
000120*    STATISTICS-HISTORY BACKFILL.  UserDay APPENDS ONE RECORD    *
000130*    PER NIGHT; A NIGHT THE STREAM NEVER RAN LEAVES A HOLE IN    *
000140*    THE HISTORY FILE (STATHIST.CPY) THAT UserTrnd SILENTLY      *
000150*    SHIFTS OVER, SO ITS WEEK-OVER-WEEK AND MONTH-OVER-MONTH     *
000160*    COMPARISONS LAND ON THE WRONG DAYS.  THIS PROGRAM REBUILDS  *
000170*    THE MISSING DAYS OF A DATE RANGE FROM THE LIFETIME AUDIT    *
000180*    TRAIL (THE UserArch ARCHIVE GENERATIONS CONCATENATED AHEAD  *
000190*    OF THE CURRENT LOG ON THE AUDITLOG DD):                     *
000200*                                                                *
000210*      - GREETINGS, UNIQUE PSEUDOS AND THE PEAK HOUR, BY THE     *
000220*        SAME RULES AS UserDay (MARKER RECORDS COUNT), FROM ONE  *
000230*        PASS OVER THE RANGE SORTED BY DATE AND PSEUDO.          *
000240*      - NEW REGISTRATIONS, FROM THE ROSTER'S FIRST-SEEN DATES.  *
000250*        A PSEUDO PURGED, DELETED OR MERGED AWAY SINCE THAT DAY  *
000260*        IS NO LONGER ON THE ROSTER AND IS NOT COUNTED.          *
000270*      - REJECTS, FROM THE UserBatch RUN-CONTROL RECORD WHEN     *
000280*        ITS DATE FALLS IN THE RANGE (IT ONLY EVER HOLDS THE     *
000290*        LATEST RUN, SO OLDER DAYS LOG ZERO).                    *
000300*                                                                *
000310*    A DAY THAT ALREADY HAS A HISTORY RECORD IS REFUSED AND      *
000320*    LEFT AS IT IS, UNLESS THE PARM SAYS REPLACE.  A DAY WITH    *
000330*    NO AUDIT RECORDS AT ALL IS NOT WRITTEN EITHER - THAT MEANS  *
000340*    AN ARCHIVE GENERATION IS MISSING FROM THE CONCATENATION,    *
000350*    AND A ZERO RECORD WOULD HIDE IT.                            *
000360*                                                                *
000370*    THE HISTORY IS WRITTEN WHOLE TO A NEW FILE (STATNEW), OLD   *
000380*    AND NEW RECORDS SORTED INTO DATE ORDER - UserTrnd RELIES    *
000390*    ON DATE ORDER, SO APPENDING A PAST DAY WOULD NOT DO.        *
000400*    RECORDS FOR THE SAME DATE KEEP THEIR ORIGINAL ORDER, SO     *
000410*    UserTrnd'S LATEST-RECORD-WINS RULE STILL HOLDS.  THE JOB    *
000420*    COPIES STATNEW BACK OVER THE HISTORY (JCL/USERFILL.JCL).    *
000430*                                                                *
000440*    PARM:  FROM-DATE [TO-DATE] [REPLACE], DATES AS CCYYMMDD.    *
000450*           TO-DATE DEFAULTS TO FROM-DATE.  THE RANGE MUST END   *
000460*           BEFORE THE BUSINESS DATE (BUSDATE.CPY) - THAT DAY    *
000470*           IS UserDay'S - AND SPAN AT MOST 366 DAYS.            *
000480*                                                                *
000490*    RETURN CODES:  0 - EVERY DAY IN THE RANGE WRITTEN.          *
000500*                   4 - SOME DAYS REFUSED (ALREADY ON THE        *
000510*                       HISTORY) OR NOT WRITTEN (NO AUDIT        *
000520*                       RECORDS) - SEE FILLRPT.  THE REST        *
000530*                       STAND; STATNEW IS COMPLETE.              *
000540*                   8 - PARM REFUSED, OR AN OPEN OR WRITE        *
000550*                       FAILURE - STATNEW MUST NOT BE COPIED     *
000560*                       BACK.                                    *
000570*                                                                *
000580*    MODIFICATION HISTORY                                       *
000590*    DATE       INIT  DESCRIPTION                                *
000600*    2026-10-15  ML   ORIGINAL VERSION.                          *
000610*    2026-10-15  ML   READ THE AUDIT LOG AT 28 TO 40 BYTES AND   *
000620*                     CARRY AUD-SEQUENCE; A RECORD SHORTER THAN  *
000630*                     40 IS TREATED AS UNSEQUENCED (SEQUENCE     *
000640*                     ZERO).                                     *
000650*                                                                *
000660******************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-AUD-FILE-STATUS.
000760*
000770     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000780*
000790     SELECT SORTED-FILE ASSIGN TO "SRTOUT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-SRT-FILE-STATUS.
000820*
000830     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS UM-PSEUDO
000870         FILE STATUS IS WS-UM-FILE-STATUS.
000880*
000890     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RNC-FILE-STATUS.
000920*
000930     SELECT STATS-HISTORY-FILE ASSIGN TO "STATHIST"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-STH-FILE-STATUS.
000960*
000970     SELECT HISTORY-SORT-FILE ASSIGN TO "SRTWRK2".
000980*
000990     SELECT NEW-HISTORY-FILE ASSIGN TO "STATNEW"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-STN-FILE-STATUS.
001020*
001030     SELECT REPORT-FILE ASSIGN TO "FILLRPT"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-RPT-FILE-STATUS.
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
001420 FD  USER-MASTER-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 COPY USRMSTR.
001450*
001460 FD  RUN-CONTROL-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY RUNCTL.
001490*
001500 FD  STATS-HISTORY-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 COPY STATHIST.
001530*
001540*    THE HISTORY RE-SORT CARRIES EACH RECORD WHOLE BEHIND ITS
001550*    DATE AND AN ARRIVAL SEQUENCE, SO SAME-DATE RECORDS COME OUT
001560*    IN THE ORDER THEY WENT IN.
001570 SD  HISTORY-SORT-FILE.
001580 01  HSR-RECORD.
001590     05  HSR-RUN-DATE                PIC 9(08).
001600     05  HSR-SEQUENCE                PIC 9(08).
001610     05  HSR-HISTORY-DATA            PIC X(50).
001620*
001630 FD  NEW-HISTORY-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  NEW-HISTORY-RECORD              PIC X(50).
001660*
001670 FD  REPORT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  REPORT-RECORD                   PIC X(80).
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
001800 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001810 77  WS-DAY-COUNT                    PIC 9(04) COMP VALUE ZERO.
001820 77  WS-DAY-LIMIT                    PIC 9(04) COMP VALUE 366.
001830 77  WS-HSR-SEQUENCE                 PIC 9(08) COMP VALUE ZERO.
001840*
001850 01  WS-FILE-SWITCHES.
001860     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001870         88  WS-AUD-OK                   VALUE "00".
001880         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001890     05  WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
001900         88  WS-SRT-OK                   VALUE "00".
001910     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001920         88  WS-UM-OK                    VALUE "00".
001930         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001940     05  WS-RNC-FILE-STATUS          PIC X(02) VALUE SPACES.
001950         88  WS-RNC-OK                   VALUE "00".
001960     05  WS-STH-FILE-STATUS          PIC X(02) VALUE SPACES.
001970         88  WS-STH-OK                   VALUE "00".
001980         88  WS-STH-FILE-NOT-PRESENT     VALUE "35".
001990     05  WS-STN-FILE-STATUS          PIC X(02) VALUE SPACES.
002000         88  WS-STN-OK                   VALUE "00".
002010     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
002020         88  WS-RPT-OK                   VALUE "00".
002030     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
002040         88  WS-RNJ-OK                   VALUE "00".
002050*
002060 01  WS-CONTROL-SWITCHES.
002070     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
002080         88  WS-END-OF-AUDIT             VALUE "Y".
002090     05  WS-SRT-EOF-SW               PIC X(01) VALUE "N".
002100         88  WS-END-OF-SORTED            VALUE "Y".
002110     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
002120         88  WS-END-OF-ROSTER            VALUE "Y".
002130     05  WS-ROSTER-ABSENT-SW         PIC X(01) VALUE "N".
002140         88  WS-ROSTER-ABSENT            VALUE "Y".
002150     05  WS-STH-EOF-SW               PIC X(01) VALUE "N".
002160         88  WS-END-OF-HISTORY           VALUE "Y".
002170     05  WS-HSR-EOF-SW               PIC X(01) VALUE "N".
002180         88  WS-END-OF-HISTORY-SORT      VALUE "Y".
002190     05  WS-FIRST-RECORD-SW          PIC X(01) VALUE "Y".
002200         88  WS-FIRST-RECORD             VALUE "Y".
002210     05  WS-PARM-REFUSED-SW          PIC X(01) VALUE "N".
002220         88  WS-PARM-REFUSED             VALUE "Y".
002230     05  WS-RANGE-BUILT-SW           PIC X(01) VALUE "N".
002240         88  WS-RANGE-BUILT              VALUE "Y".
002250     05  WS-DAY-FOUND-SW             PIC X(01) VALUE "N".
002260         88  WS-DAY-FOUND                VALUE "Y".
002270*
002280 01  WS-PREVIOUS-PSEUDO              PIC X(12) VALUE SPACES.
002290*
002300 01  WS-HOUR-FIELDS.
002310     05  WS-HOUR-OF-DAY              PIC 9(02) VALUE ZERO.
002320     05  WS-HOUR-IDX                 PIC 9(02) COMP VALUE ZERO.
002330*
002340 01  WS-HOUR-TABLE.
002350     05  WS-HOUR-COUNT OCCURS 24 TIMES
002360                                     PIC 9(08) COMP.
002370*
002380*    ONE ENTRY PER DAY OF THE RANGE, IN DATE ORDER.  THE ACTION
002390*    SAYS WHAT HAPPENS TO THE DAY ON THE REBUILT HISTORY.
002400 01  WS-DAY-TABLE.
002410     05  WS-DAY-ENTRY OCCURS 366 TIMES
002420                      INDEXED BY WS-DAY-IDX.
002430         10  WS-DAY-DATE             PIC 9(08).
002440         10  WS-DAY-GREETINGS        PIC 9(08) COMP.
002450         10  WS-DAY-UNIQUE           PIC 9(08) COMP.
002460         10  WS-DAY-NEWREG           PIC 9(08) COMP.
002470         10  WS-DAY-REJECTS          PIC 9(08) COMP.
002480         10  WS-DAY-PEAK-HOUR        PIC 9(02).
002490         10  WS-DAY-PEAK-COUNT       PIC 9(08) COMP.
002500         10  WS-DAY-ON-HISTORY-SW    PIC X(01).
002510             88  WS-DAY-ON-HISTORY       VALUE "Y".
002520         10  WS-DAY-ACTION-SW        PIC X(01).
002530             88  WS-DAY-TO-WRITE         VALUE "W".
002540             88  WS-DAY-TO-REPLACE       VALUE "P".
002550             88  WS-DAY-REFUSED          VALUE "R".
002560             88  WS-DAY-NO-AUDIT         VALUE "N".
002570*
002580 01  WS-COUNTERS.
002590     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002600     05  WS-AUDIT-RANGE-COUNT        PIC 9(08) COMP VALUE ZERO.
002610     05  WS-HIST-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002620     05  WS-HIST-DROPPED-COUNT       PIC 9(08) COMP VALUE ZERO.
002630     05  WS-HIST-WRITTEN-COUNT       PIC 9(08) COMP VALUE ZERO.
002640     05  WS-WRITE-DAY-COUNT          PIC 9(08) COMP VALUE ZERO.
002650     05  WS-REPLACE-DAY-COUNT        PIC 9(08) COMP VALUE ZERO.
002660     05  WS-REFUSED-DAY-COUNT        PIC 9(08) COMP VALUE ZERO.
002670     05  WS-NO-AUDIT-DAY-COUNT       PIC 9(08) COMP VALUE ZERO.
002680     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
002690*
002700 01  WS-RANGE-FIELDS.
002710     05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
002720     05  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
002730     05  WS-REPLACE-SW               PIC X(01) VALUE "N".
002740         88  WS-REPLACE-MODE             VALUE "Y".
002750*
002760 01  WS-CURRENT-DATE-FIELDS.
002770     05  WS-CURRENT-DATE             PIC 9(08).
002780*
002790 COPY BUSDWRK.
002800*
002810 COPY DATEWRK.
002820*
002830 COPY STATHIST REPLACING SH-RECORD BY NEW-RECORD
002840                         SH-RUN-DATE BY NEW-RUN-DATE
002850                         SH-GREETING-COUNT BY NEW-GREETING-COUNT
002860                         SH-UNIQUE-COUNT BY NEW-UNIQUE-COUNT
002870                         SH-NEWREG-COUNT BY NEW-NEWREG-COUNT
002880                         SH-REJECT-COUNT BY NEW-REJECT-COUNT
002890                         SH-PEAK-HOUR BY NEW-PEAK-HOUR
002900                         SH-PEAK-COUNT BY NEW-PEAK-COUNT.
002910*
002920 01  WS-PARM-STRING                  PIC X(40) VALUE SPACES.
002930 01  WS-PARM-FIELDS.
002940     05  WS-PARM-FROM                PIC X(08) VALUE SPACES.
002950     05  WS-PARM-TO                  PIC X(08) VALUE SPACES.
002960         88  WS-PARM-TO-IS-REPLACE       VALUE "REPLACE".
002970     05  WS-PARM-OPTION              PIC X(08) VALUE SPACES.
002980         88  WS-PARM-NO-OPTION           VALUE SPACES.
002990         88  WS-PARM-REPLACE             VALUE "REPLACE".
003000*
003010 01  WS-REFUSAL-TEXT                 PIC X(44) VALUE SPACES.
003020 01  WS-REPORT-DATE-EDIT             PIC 9(08).
003030 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
003040*
003050 01  WS-DAY-LINE.
003060     05  WS-DLN-DATE                 PIC 9(08).
003070     05  FILLER                      PIC X(02) VALUE SPACES.
003080     05  WS-DLN-ACTION               PIC X(16).
003090     05  WS-DLN-GREETINGS            PIC ZZZZZZZ9.
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003110     05  WS-DLN-UNIQUE               PIC ZZZZZZZ9.
003120     05  FILLER                      PIC X(01) VALUE SPACE.
003130     05  WS-DLN-NEWREG               PIC ZZZZZZZ9.
003140     05  FILLER                      PIC X(01) VALUE SPACE.
003150     05  WS-DLN-REJECTS              PIC ZZZZZZZ9.
003160     05  FILLER                      PIC X(03) VALUE SPACES.
003170     05  WS-DLN-PEAK-HOUR            PIC 9(02).
003180     05  FILLER                      PIC X(01) VALUE SPACE.
003190     05  WS-DLN-PEAK-COUNT           PIC ZZZZZZZ9.
003200     05  FILLER                      PIC X(05) VALUE SPACES.
003210*
003220 LINKAGE SECTION.
003230 01  WS-PARM-AREA.
003240     05  WS-PARM-LENGTH              PIC S9(04) COMP.
003250     05  WS-PARM-TEXT                PIC X(40).
003260*
003270 PROCEDURE DIVISION USING WS-PARM-AREA.
003280*
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE
003310         THRU 1000-INITIALIZE-EXIT.
003320*
003330     IF NOT WS-PARM-REFUSED
003340         SORT SORT-WORK-FILE
003350             ON ASCENDING KEY SRT-RUN-DATE SRT-PSEUDO
003360             INPUT PROCEDURE IS 1800-FEED-SORT
003370                 THRU 1800-FEED-SORT-EXIT
003380             GIVING SORTED-FILE
003390         PERFORM 2000-SUMMARIZE-RANGE
003400             THRU 2000-SUMMARIZE-RANGE-EXIT
003410         PERFORM 3000-COUNT-NEW-REGISTRATIONS
003420             THRU 3000-COUNT-NEW-REGISTRATIONS-EXIT
003430         PERFORM 3500-FETCH-BATCH-REJECTS
003440             THRU 3500-FETCH-BATCH-REJECTS-EXIT
003450         PERFORM 4000-MARK-EXISTING-DAYS
003460             THRU 4000-MARK-EXISTING-DAYS-EXIT
003470         PERFORM 4200-DECIDE-ONE-DAY
003480             THRU 4200-DECIDE-ONE-DAY-EXIT
003490             VARYING WS-DAY-IDX FROM 1 BY 1
003500             UNTIL WS-DAY-IDX > WS-DAY-COUNT
003510     END-IF.
003520     IF NOT WS-PARM-REFUSED
003530        AND WS-IO-FAIL-COUNT = ZERO
003540         SORT HISTORY-SORT-FILE
003550             ON ASCENDING KEY HSR-RUN-DATE HSR-SEQUENCE
003560             INPUT PROCEDURE IS 4500-FEED-HISTORY-SORT
003570                 THRU 4500-FEED-HISTORY-SORT-EXIT
003580             OUTPUT PROCEDURE IS 4800-WRITE-NEW-HISTORY
003590                 THRU 4800-WRITE-NEW-HISTORY-EXIT
003600     END-IF.
003610*
003620     PERFORM 5000-WRITE-FILL-REPORT
003630         THRU 5000-WRITE-FILL-REPORT-EXIT.
003640*
003650     PERFORM 9999-TERMINATE
003660         THRU 9999-TERMINATE-EXIT.
003670*
003680     IF WS-PARM-REFUSED
003690        OR WS-IO-FAIL-COUNT > ZERO
003700         MOVE 8 TO RETURN-CODE
003710     ELSE
003720         IF WS-REFUSED-DAY-COUNT > ZERO
003730            OR WS-NO-AUDIT-DAY-COUNT > ZERO
003740             MOVE 4 TO RETURN-CODE
003750         END-IF
003760     END-IF.
003770     MOVE "E" TO RJ-RECORD-TYPE.
003780     MOVE WS-AUDIT-READ-COUNT TO RJ-READ-COUNT.
003790     COMPUTE RJ-WRITTEN-COUNT
003800         = WS-WRITE-DAY-COUNT + WS-REPLACE-DAY-COUNT.
003810     COMPUTE RJ-ERROR-COUNT
003820         = WS-REFUSED-DAY-COUNT + WS-NO-AUDIT-DAY-COUNT
003830         + WS-IO-FAIL-COUNT.
003840     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003850     PERFORM 6500-WRITE-RUN-JOURNAL
003860         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003870     STOP RUN.
003880*
003890******************************************************************
003900* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT, FETCH    *
003910*                   THE BUSINESS DATE, THEN PARSE THE PARM AND   *
003920*                   LAY OUT ONE TABLE ENTRY PER DAY OF THE       *
003930*                   RANGE.                                       *
003940******************************************************************
003950 1000-INITIALIZE.
003960     MOVE "UserFill" TO RJ-PROGRAM-NAME.
003970     MOVE "S" TO RJ-RECORD-TYPE.
003980     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003990                  RJ-ERROR-COUNT RJ-RETURN-CODE.
004000     PERFORM 6500-WRITE-RUN-JOURNAL
004010         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
004020*
004030     OPEN OUTPUT REPORT-FILE.
004040     IF NOT WS-RPT-OK
004050         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
004060             WS-RPT-FILE-STATUS
004070     END-IF.
004080     PERFORM 6600-GET-BUSINESS-DATE
004090         THRU 6600-GET-BUSINESS-DATE-EXIT.
004100     PERFORM 1600-PARSE-PARM
004110         THRU 1600-PARSE-PARM-EXIT.
004120     IF WS-PARM-REFUSED
004130         GO TO 1000-INITIALIZE-EXIT
004140     END-IF.
004150*
004160     MOVE WS-FROM-DATE TO DC-DATE.
004170     PERFORM 1700-ADD-ONE-DAY
004180         THRU 1700-ADD-ONE-DAY-EXIT
004190         UNTIL WS-RANGE-BUILT OR WS-PARM-REFUSED.
004200     PERFORM 1750-CLEAR-ONE-HOUR
004210         THRU 1750-CLEAR-ONE-HOUR-EXIT
004220         VARYING WS-HOUR-IDX FROM 1 BY 1
004230         UNTIL WS-HOUR-IDX > 24.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004260*
004270******************************************************************
004280* 1600-PARSE-PARM - FROM-DATE, OPTIONAL TO-DATE, OPTIONAL        *
004290*                   REPLACE.  BOTH DATES MUST BE CALENDAR DATES, *
004300*                   IN ORDER, AND END BEFORE THE BUSINESS DATE.  *
004310******************************************************************
004320 1600-PARSE-PARM.
004330     MOVE SPACES TO WS-PARM-STRING.
004340     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 40
004350         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
004360     END-IF.
004370     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
004380         INTO WS-PARM-FROM WS-PARM-TO WS-PARM-OPTION.
004390     IF WS-PARM-TO-IS-REPLACE AND WS-PARM-NO-OPTION
004400         MOVE WS-PARM-TO TO WS-PARM-OPTION
004410         MOVE SPACES TO WS-PARM-TO
004420     END-IF.
004430     IF WS-PARM-TO = SPACES
004440         MOVE WS-PARM-FROM TO WS-PARM-TO
004450     END-IF.
004460*
004470     IF NOT WS-PARM-NO-OPTION AND NOT WS-PARM-REPLACE
004480         MOVE "OPTION MUST BE REPLACE OR NOTHING"
004490             TO WS-REFUSAL-TEXT
004500         GO TO 1600-PARSE-PARM-REFUSE
004510     END-IF.
004520     IF WS-PARM-REPLACE
004530         MOVE "Y" TO WS-REPLACE-SW
004540     END-IF.
004550     MOVE WS-PARM-FROM TO DC-DATE.
004560     PERFORM 7400-CHECK-CALENDAR-DATE
004570         THRU 7400-CHECK-CALENDAR-DATE-EXIT.
004580     IF NOT DC-DATE-VALID
004590         MOVE "FROM-DATE IS NOT A CCYYMMDD CALENDAR DATE"
004600             TO WS-REFUSAL-TEXT
004610         GO TO 1600-PARSE-PARM-REFUSE
004620     END-IF.
004630     MOVE DC-DATE TO WS-FROM-DATE.
004640     MOVE WS-PARM-TO TO DC-DATE.
004650     PERFORM 7400-CHECK-CALENDAR-DATE
004660         THRU 7400-CHECK-CALENDAR-DATE-EXIT.
004670     IF NOT DC-DATE-VALID
004680         MOVE "TO-DATE IS NOT A CCYYMMDD CALENDAR DATE"
004690             TO WS-REFUSAL-TEXT
004700         GO TO 1600-PARSE-PARM-REFUSE
004710     END-IF.
004720     MOVE DC-DATE TO WS-TO-DATE.
004730     IF WS-FROM-DATE > WS-TO-DATE
004740         MOVE "FROM-DATE IS AFTER TO-DATE" TO WS-REFUSAL-TEXT
004750         GO TO 1600-PARSE-PARM-REFUSE
004760     END-IF.
004770     IF WS-TO-DATE NOT < WS-CURRENT-DATE
004780         MOVE "RANGE MUST END BEFORE THE BUSINESS DATE"
004790             TO WS-REFUSAL-TEXT
004800         GO TO 1600-PARSE-PARM-REFUSE
004810     END-IF.
004820     GO TO 1600-PARSE-PARM-EXIT.
004830*
004840 1600-PARSE-PARM-REFUSE.
004850     MOVE "Y" TO WS-PARM-REFUSED-SW.
004860 1600-PARSE-PARM-EXIT.
004870     EXIT.
004880*
004890******************************************************************
004900* 1700-ADD-ONE-DAY - ONE TABLE ENTRY FOR THE DAY IN DC-DATE,     *
004910*                    THEN STEP DC-DATE FORWARD.  A RANGE LONGER  *
004920*                    THAN THE TABLE IS REFUSED.                  *
004930******************************************************************
004940 1700-ADD-ONE-DAY.
004950     IF WS-DAY-COUNT NOT < WS-DAY-LIMIT
004960         MOVE "RANGE IS LONGER THAN 366 DAYS" TO WS-REFUSAL-TEXT
004970         MOVE "Y" TO WS-PARM-REFUSED-SW
004980         GO TO 1700-ADD-ONE-DAY-EXIT
004990     END-IF.
005000     ADD 1 TO WS-DAY-COUNT.
005010     SET WS-DAY-IDX TO WS-DAY-COUNT.
005020     MOVE DC-DATE TO WS-DAY-DATE(WS-DAY-IDX).
005030     MOVE ZERO TO WS-DAY-GREETINGS(WS-DAY-IDX)
005040                  WS-DAY-UNIQUE(WS-DAY-IDX)
005050                  WS-DAY-NEWREG(WS-DAY-IDX)
005060                  WS-DAY-REJECTS(WS-DAY-IDX)
005070                  WS-DAY-PEAK-HOUR(WS-DAY-IDX)
005080                  WS-DAY-PEAK-COUNT(WS-DAY-IDX).
005090     MOVE "N" TO WS-DAY-ON-HISTORY-SW(WS-DAY-IDX).
005100     MOVE SPACE TO WS-DAY-ACTION-SW(WS-DAY-IDX).
005110     IF DC-DATE = WS-TO-DATE
005120         MOVE "Y" TO WS-RANGE-BUILT-SW
005130     ELSE
005140         PERFORM 7300-ADVANCE-ONE-DAY
005150             THRU 7300-ADVANCE-ONE-DAY-EXIT
005160     END-IF.
005170 1700-ADD-ONE-DAY-EXIT.
005180     EXIT.
005190*
005200 1750-CLEAR-ONE-HOUR.
005210     MOVE ZERO TO WS-HOUR-COUNT(WS-HOUR-IDX).
005220 1750-CLEAR-ONE-HOUR-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 1800-FEED-SORT - RELEASE THE RANGE'S AUDIT RECORDS TO THE      *
005270*                  SORT, NORMALIZING THE 28-BYTE RECORDS TO      *
005280*                  CHANNEL "?" AND A BLANK LANGUAGE AS UserDay   *
005290*                  DOES.  MARKER RECORDS ARE KEPT, AS THERE.     *
005300*                  AN AUDIT LOG THAT DOES NOT EXIST IS EMPTY.    *
005310******************************************************************
005320 1800-FEED-SORT.
005330     OPEN INPUT AUDIT-LOG-FILE.
005340     IF WS-AUD-FILE-NOT-PRESENT
005350         MOVE "Y" TO WS-AUD-EOF-SW
005360         GO TO 1800-FEED-SORT-EXIT
005370     END-IF.
005380     IF NOT WS-AUD-OK
005390         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
005400             WS-AUD-FILE-STATUS
005410         ADD 1 TO WS-IO-FAIL-COUNT
005420         MOVE "Y" TO WS-AUD-EOF-SW
005430         GO TO 1800-FEED-SORT-EXIT
005440     END-IF.
005450     PERFORM 1810-READ-AUDIT-RECORD
005460         THRU 1810-READ-AUDIT-RECORD-EXIT.
005470     PERFORM 1820-RELEASE-ONE-RECORD
005480         THRU 1820-RELEASE-ONE-RECORD-EXIT
005490         UNTIL WS-END-OF-AUDIT.
005500     CLOSE AUDIT-LOG-FILE.
005510 1800-FEED-SORT-EXIT.
005520     EXIT.
005530*
005540 1810-READ-AUDIT-RECORD.
005550     READ AUDIT-LOG-FILE
005560         AT END
005570             MOVE "Y" TO WS-AUD-EOF-SW
005580         NOT AT END
005590             ADD 1 TO WS-AUDIT-READ-COUNT
005600     END-READ.
005610 1810-READ-AUDIT-RECORD-EXIT.
005620     EXIT.
005630*
005640 1820-RELEASE-ONE-RECORD.
005650     IF AUD-RUN-DATE < WS-FROM-DATE
005660        OR AUD-RUN-DATE > WS-TO-DATE
005670         GO TO 1820-RELEASE-ONE-RECORD-READ
005680     END-IF.
005690     IF WS-AUD-RECORD-LENGTH < 31
005700         MOVE "?" TO AUD-CHANNEL
005710         MOVE SPACES TO AUD-LANG-CODE
005720     END-IF.
005730     IF WS-AUD-RECORD-LENGTH < 40
005740         MOVE ZERO TO AUD-SEQUENCE
005750     END-IF.
005760     MOVE AUD-PSEUDO TO SRT-PSEUDO.
005770     MOVE AUD-RUN-DATE TO SRT-RUN-DATE.
005780     MOVE AUD-RUN-TIME TO SRT-RUN-TIME.
005790     MOVE AUD-CHANNEL TO SRT-CHANNEL.
005800     MOVE AUD-LANG-CODE TO SRT-LANG-CODE.
005810     MOVE AUD-SEQUENCE TO SRT-SEQUENCE.
005820     RELEASE SRT-RECORD.
005830     ADD 1 TO WS-AUDIT-RANGE-COUNT.
005840*
005850 1820-RELEASE-ONE-RECORD-READ.
005860     PERFORM 1810-READ-AUDIT-RECORD
005870         THRU 1810-READ-AUDIT-RECORD-EXIT.
005880 1820-RELEASE-ONE-RECORD-EXIT.
005890     EXIT.
005900*
005910******************************************************************
005920* 2000-SUMMARIZE-RANGE - ONE PASS OVER THE SORTED RANGE.  THE    *
005930*                        RECORDS ARRIVE IN DATE ORDER, SO THE    *
005940*                        DAY TABLE IS WALKED FORWARD ALONGSIDE   *
005950*                        THEM; EACH DAY IS CLOSED OFF (PEAK      *
005960*                        HOUR FOUND, BUCKETS CLEARED) WHEN ITS   *
005970*                        LAST RECORD HAS GONE BY.                *
005980******************************************************************
005990 2000-SUMMARIZE-RANGE.
006000     OPEN INPUT SORTED-FILE.
006010     IF NOT WS-SRT-OK
006020         DISPLAY "SORTED-FILE OPEN FAILED - STATUS "
006030             WS-SRT-FILE-STATUS
006040         ADD 1 TO WS-IO-FAIL-COUNT
006050         GO TO 2000-SUMMARIZE-RANGE-EXIT
006060     END-IF.
006070     SET WS-DAY-IDX TO 1.
006080     PERFORM 2100-READ-SORTED-RECORD
006090         THRU 2100-READ-SORTED-RECORD-EXIT.
006100     PERFORM 2200-TALLY-ONE-RECORD
006110         THRU 2200-TALLY-ONE-RECORD-EXIT
006120         UNTIL WS-END-OF-SORTED.
006130     PERFORM 2300-CLOSE-DAY
006140         THRU 2300-CLOSE-DAY-EXIT.
006150     CLOSE SORTED-FILE.
006160 2000-SUMMARIZE-RANGE-EXIT.
006170     EXIT.
006180*
006190 2100-READ-SORTED-RECORD.
006200     READ SORTED-FILE
006210         AT END
006220             MOVE "Y" TO WS-SRT-EOF-SW
006230     END-READ.
006240 2100-READ-SORTED-RECORD-EXIT.
006250     EXIT.
006260*
006270*    A RECORD FOR A LATER DAY CLOSES THE CURRENT ONE AND MOVES THE
006280*    TABLE UP TO IT.  A DATE INSIDE THE RANGE THAT IS NOT A REAL
006290*    DAY (NO TABLE ENTRY) IS PASSED OVER.
006300 2200-TALLY-ONE-RECORD.
006310     IF OUT-RUN-DATE > WS-DAY-DATE(WS-DAY-IDX)
006320         PERFORM 2300-CLOSE-DAY
006330             THRU 2300-CLOSE-DAY-EXIT
006340         PERFORM 2400-STEP-TO-NEXT-DAY
006350             THRU 2400-STEP-TO-NEXT-DAY-EXIT
006360             UNTIL WS-DAY-DATE(WS-DAY-IDX) NOT < OUT-RUN-DATE
006370         MOVE "Y" TO WS-FIRST-RECORD-SW
006380     END-IF.
006390     IF OUT-RUN-DATE NOT = WS-DAY-DATE(WS-DAY-IDX)
006400         GO TO 2200-TALLY-ONE-RECORD-READ
006410     END-IF.
006420*
006430     ADD 1 TO WS-DAY-GREETINGS(WS-DAY-IDX).
006440     IF WS-FIRST-RECORD
006450        OR OUT-PSEUDO NOT = WS-PREVIOUS-PSEUDO
006460         ADD 1 TO WS-DAY-UNIQUE(WS-DAY-IDX)
006470     END-IF.
006480     MOVE "N" TO WS-FIRST-RECORD-SW.
006490     MOVE OUT-PSEUDO TO WS-PREVIOUS-PSEUDO.
006500     IF OUT-RUN-TIME(1:2) IS NUMERIC
006510         MOVE OUT-RUN-TIME(1:2) TO WS-HOUR-OF-DAY
006520         IF WS-HOUR-OF-DAY < 24
006530             COMPUTE WS-HOUR-IDX = WS-HOUR-OF-DAY + 1
006540             ADD 1 TO WS-HOUR-COUNT(WS-HOUR-IDX)
006550         END-IF
006560     END-IF.
006570*
006580 2200-TALLY-ONE-RECORD-READ.
006590     PERFORM 2100-READ-SORTED-RECORD
006600         THRU 2100-READ-SORTED-RECORD-EXIT.
006610 2200-TALLY-ONE-RECORD-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650* 2300-CLOSE-DAY - THE BUSIEST HOUR OF THE CURRENT DAY'S         *
006660*                  BUCKETS INTO ITS TABLE ENTRY (AN EMPTY DAY    *
006670*                  PEAKS AT HOUR ZERO WITH COUNT ZERO, AS IN     *
006680*                  UserDay), THEN CLEAR THE BUCKETS.             *
006690******************************************************************
006700 2300-CLOSE-DAY.
006710     MOVE ZERO TO WS-DAY-PEAK-HOUR(WS-DAY-IDX).
006720     MOVE ZERO TO WS-DAY-PEAK-COUNT(WS-DAY-IDX).
006730     PERFORM 2350-CHECK-ONE-HOUR
006740         THRU 2350-CHECK-ONE-HOUR-EXIT
006750         VARYING WS-HOUR-IDX FROM 1 BY 1
006760         UNTIL WS-HOUR-IDX > 24.
006770 2300-CLOSE-DAY-EXIT.
006780     EXIT.
006790*
006800 2350-CHECK-ONE-HOUR.
006810     IF WS-HOUR-COUNT(WS-HOUR-IDX) > WS-DAY-PEAK-COUNT(WS-DAY-IDX)
006820         MOVE WS-HOUR-COUNT(WS-HOUR-IDX)
006830             TO WS-DAY-PEAK-COUNT(WS-DAY-IDX)
006840         COMPUTE WS-DAY-PEAK-HOUR(WS-DAY-IDX) = WS-HOUR-IDX - 1
006850     END-IF.
006860     MOVE ZERO TO WS-HOUR-COUNT(WS-HOUR-IDX).
006870 2350-CHECK-ONE-HOUR-EXIT.
006880     EXIT.
006890*
006900 2400-STEP-TO-NEXT-DAY.
006910     SET WS-DAY-IDX UP BY 1.
006920 2400-STEP-TO-NEXT-DAY-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960* 3000-COUNT-NEW-REGISTRATIONS - ROSTER RECORDS FIRST SEEN ON A  *
006970*                                DAY OF THE RANGE.  A ROSTER     *
006980*                                THAT DOES NOT EXIST COUNTS      *
006990*                                ZERO.                           *
007000******************************************************************
007010 3000-COUNT-NEW-REGISTRATIONS.
007020     OPEN INPUT USER-MASTER-FILE.
007030     IF WS-UM-FILE-NOT-PRESENT
007040         MOVE "Y" TO WS-ROSTER-ABSENT-SW
007050         GO TO 3000-COUNT-NEW-REGISTRATIONS-EXIT
007060     END-IF.
007070     IF NOT WS-UM-OK
007080         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
007090             WS-UM-FILE-STATUS
007100         ADD 1 TO WS-IO-FAIL-COUNT
007110         MOVE "Y" TO WS-ROSTER-ABSENT-SW
007120         GO TO 3000-COUNT-NEW-REGISTRATIONS-EXIT
007130     END-IF.
007140     PERFORM 3100-READ-ROSTER-RECORD
007150         THRU 3100-READ-ROSTER-RECORD-EXIT.
007160     PERFORM 3200-CHECK-ONE-ROSTER-RECORD
007170         THRU 3200-CHECK-ONE-ROSTER-RECORD-EXIT
007180         UNTIL WS-END-OF-ROSTER.
007190 3000-COUNT-NEW-REGISTRATIONS-EXIT.
007200     EXIT.
007210*
007220 3100-READ-ROSTER-RECORD.
007230     READ USER-MASTER-FILE NEXT RECORD
007240         AT END
007250             MOVE "Y" TO WS-UM-EOF-SW
007260     END-READ.
007270 3100-READ-ROSTER-RECORD-EXIT.
007280     EXIT.
007290*
007300 3200-CHECK-ONE-ROSTER-RECORD.
007310     MOVE UM-FIRST-SEEN-DATE TO DC-DATE.
007320     PERFORM 3300-FIND-DAY
007330         THRU 3300-FIND-DAY-EXIT.
007340     IF WS-DAY-FOUND
007350         ADD 1 TO WS-DAY-NEWREG(WS-DAY-IDX)
007360     END-IF.
007370     PERFORM 3100-READ-ROSTER-RECORD
007380         THRU 3100-READ-ROSTER-RECORD-EXIT.
007390 3200-CHECK-ONE-ROSTER-RECORD-EXIT.
007400     EXIT.
007410*
007420******************************************************************
007430* 3300-FIND-DAY - POINT WS-DAY-IDX AT THE TABLE ENTRY FOR THE    *
007440*                 DATE IN DC-DATE AND SET WS-DAY-FOUND, OR       *
007450*                 LEAVE WS-DAY-FOUND OFF WHEN IT IS OUTSIDE THE  *
007460*                 RANGE.                                         *
007470******************************************************************
007480 3300-FIND-DAY.
007490     MOVE "N" TO WS-DAY-FOUND-SW.
007500     IF DC-DATE < WS-FROM-DATE OR DC-DATE > WS-TO-DATE
007510         GO TO 3300-FIND-DAY-EXIT
007520     END-IF.
007530     SET WS-DAY-IDX TO 1.
007540     SEARCH WS-DAY-ENTRY
007550         AT END
007560             CONTINUE
007570         WHEN WS-DAY-DATE(WS-DAY-IDX) = DC-DATE
007580             MOVE "Y" TO WS-DAY-FOUND-SW
007590     END-SEARCH.
007600     IF WS-DAY-FOUND AND WS-DAY-IDX > WS-DAY-COUNT
007610         MOVE "N" TO WS-DAY-FOUND-SW
007620     END-IF.
007630 3300-FIND-DAY-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670* 3500-FETCH-BATCH-REJECTS - THE UserBatch RUN-CONTROL RECORD    *
007680*                            HOLDS THE LATEST BATCH RUN ONLY;    *
007690*                            ITS REJECTS GO TO ITS DAY WHEN      *
007700*                            THAT DAY IS IN THE RANGE.  NO       *
007710*                            FILE OR NO RECORD MEANS ZERO.       *
007720******************************************************************
007730 3500-FETCH-BATCH-REJECTS.
007740     OPEN INPUT RUN-CONTROL-FILE.
007750     IF NOT WS-RNC-OK
007760         GO TO 3500-FETCH-BATCH-REJECTS-EXIT
007770     END-IF.
007780     READ RUN-CONTROL-FILE
007790         AT END
007800             CONTINUE
007810         NOT AT END
007820             MOVE RNC-RUN-DATE TO DC-DATE
007830             PERFORM 3300-FIND-DAY
007840                 THRU 3300-FIND-DAY-EXIT
007850             IF WS-DAY-FOUND
007860                 MOVE RNC-REJECTED-COUNT
007870                     TO WS-DAY-REJECTS(WS-DAY-IDX)
007880             END-IF
007890     END-READ.
007900     CLOSE RUN-CONTROL-FILE.
007910 3500-FETCH-BATCH-REJECTS-EXIT.
007920     EXIT.
007930*
007940******************************************************************
007950* 4000-MARK-EXISTING-DAYS - FIRST PASS OVER THE HISTORY: NOTE    *
007960*                           WHICH DAYS OF THE RANGE ALREADY      *
007970*                           HAVE A RECORD.  A HISTORY FILE THAT  *
007980*                           DOES NOT EXIST YET HAS NONE.         *
007990******************************************************************
008000 4000-MARK-EXISTING-DAYS.
008010     OPEN INPUT STATS-HISTORY-FILE.
008020     IF WS-STH-FILE-NOT-PRESENT
008030         GO TO 4000-MARK-EXISTING-DAYS-EXIT
008040     END-IF.
008050     IF NOT WS-STH-OK
008060         DISPLAY "STATS-HISTORY OPEN FAILED - STATUS "
008070             WS-STH-FILE-STATUS
008080         ADD 1 TO WS-IO-FAIL-COUNT
008090         GO TO 4000-MARK-EXISTING-DAYS-EXIT
008100     END-IF.
008110     MOVE "N" TO WS-STH-EOF-SW.
008120     PERFORM 4050-READ-HISTORY-RECORD
008130         THRU 4050-READ-HISTORY-RECORD-EXIT.
008140     PERFORM 4100-MARK-ONE-RECORD
008150         THRU 4100-MARK-ONE-RECORD-EXIT
008160         UNTIL WS-END-OF-HISTORY.
008170     CLOSE STATS-HISTORY-FILE.
008180 4000-MARK-EXISTING-DAYS-EXIT.
008190     EXIT.
008200*
008210 4050-READ-HISTORY-RECORD.
008220     READ STATS-HISTORY-FILE
008230         AT END
008240             MOVE "Y" TO WS-STH-EOF-SW
008250     END-READ.
008260 4050-READ-HISTORY-RECORD-EXIT.
008270     EXIT.
008280*
008290 4100-MARK-ONE-RECORD.
008300     ADD 1 TO WS-HIST-READ-COUNT.
008310     MOVE SH-RUN-DATE TO DC-DATE.
008320     PERFORM 3300-FIND-DAY
008330         THRU 3300-FIND-DAY-EXIT.
008340     IF WS-DAY-FOUND
008350         MOVE "Y" TO WS-DAY-ON-HISTORY-SW(WS-DAY-IDX)
008360     END-IF.
008370     PERFORM 4050-READ-HISTORY-RECORD
008380         THRU 4050-READ-HISTORY-RECORD-EXIT.
008390 4100-MARK-ONE-RECORD-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430* 4200-DECIDE-ONE-DAY - A DAY ALREADY ON THE HISTORY IS REFUSED  *
008440*                       UNLESS REPLACING; A DAY WITH NO AUDIT    *
008450*                       RECORDS IS NEVER WRITTEN (AND NEVER      *
008460*                       REPLACES ONE THAT IS THERE).             *
008470******************************************************************
008480 4200-DECIDE-ONE-DAY.
008490     IF WS-DAY-ON-HISTORY(WS-DAY-IDX)
008500        AND NOT WS-REPLACE-MODE
008510         MOVE "R" TO WS-DAY-ACTION-SW(WS-DAY-IDX)
008520         ADD 1 TO WS-REFUSED-DAY-COUNT
008530         GO TO 4200-DECIDE-ONE-DAY-EXIT
008540     END-IF.
008550     IF WS-DAY-GREETINGS(WS-DAY-IDX) = ZERO
008560         MOVE "N" TO WS-DAY-ACTION-SW(WS-DAY-IDX)
008570         ADD 1 TO WS-NO-AUDIT-DAY-COUNT
008580         GO TO 4200-DECIDE-ONE-DAY-EXIT
008590     END-IF.
008600     IF WS-DAY-ON-HISTORY(WS-DAY-IDX)
008610         MOVE "P" TO WS-DAY-ACTION-SW(WS-DAY-IDX)
008620         ADD 1 TO WS-REPLACE-DAY-COUNT
008630     ELSE
008640         MOVE "W" TO WS-DAY-ACTION-SW(WS-DAY-IDX)
008650         ADD 1 TO WS-WRITE-DAY-COUNT
008660     END-IF.
008670 4200-DECIDE-ONE-DAY-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 4500-FEED-HISTORY-SORT - SECOND PASS OVER THE HISTORY: RELEASE *
008720*                          EVERY RECORD EXCEPT THOSE OF A DAY    *
008730*                          BEING REPLACED, THEN ONE NEW RECORD   *
008740*                          PER DAY TO WRITE OR REPLACE.          *
008750******************************************************************
008760 4500-FEED-HISTORY-SORT.
008770     OPEN INPUT STATS-HISTORY-FILE.
008780     IF WS-STH-FILE-NOT-PRESENT
008790         GO TO 4500-FEED-HISTORY-SORT-NEW
008800     END-IF.
008810     IF NOT WS-STH-OK
008820         DISPLAY "STATS-HISTORY OPEN FAILED - STATUS "
008830             WS-STH-FILE-STATUS
008840         ADD 1 TO WS-IO-FAIL-COUNT
008850         GO TO 4500-FEED-HISTORY-SORT-EXIT
008860     END-IF.
008870     MOVE "N" TO WS-STH-EOF-SW.
008880     PERFORM 4050-READ-HISTORY-RECORD
008890         THRU 4050-READ-HISTORY-RECORD-EXIT.
008900     PERFORM 4600-RELEASE-OLD-RECORD
008910         THRU 4600-RELEASE-OLD-RECORD-EXIT
008920         UNTIL WS-END-OF-HISTORY.
008930     CLOSE STATS-HISTORY-FILE.
008940*
008950 4500-FEED-HISTORY-SORT-NEW.
008960     PERFORM 4700-RELEASE-NEW-RECORD
008970         THRU 4700-RELEASE-NEW-RECORD-EXIT
008980         VARYING WS-DAY-IDX FROM 1 BY 1
008990         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
009000 4500-FEED-HISTORY-SORT-EXIT.
009010     EXIT.
009020*
009030 4600-RELEASE-OLD-RECORD.
009040     MOVE SH-RUN-DATE TO DC-DATE.
009050     PERFORM 3300-FIND-DAY
009060         THRU 3300-FIND-DAY-EXIT.
009070     IF WS-DAY-FOUND
009080         IF WS-DAY-TO-REPLACE(WS-DAY-IDX)
009090             ADD 1 TO WS-HIST-DROPPED-COUNT
009100             GO TO 4600-RELEASE-OLD-RECORD-READ
009110         END-IF
009120     END-IF.
009130     ADD 1 TO WS-HSR-SEQUENCE.
009140     MOVE SH-RUN-DATE TO HSR-RUN-DATE.
009150     MOVE WS-HSR-SEQUENCE TO HSR-SEQUENCE.
009160     MOVE SH-RECORD TO HSR-HISTORY-DATA.
009170     RELEASE HSR-RECORD.
009180*
009190 4600-RELEASE-OLD-RECORD-READ.
009200     PERFORM 4050-READ-HISTORY-RECORD
009210         THRU 4050-READ-HISTORY-RECORD-EXIT.
009220 4600-RELEASE-OLD-RECORD-EXIT.
009230     EXIT.
009240*
009250 4700-RELEASE-NEW-RECORD.
009260     IF NOT WS-DAY-TO-WRITE(WS-DAY-IDX)
009270        AND NOT WS-DAY-TO-REPLACE(WS-DAY-IDX)
009280         GO TO 4700-RELEASE-NEW-RECORD-EXIT
009290     END-IF.
009300     MOVE WS-DAY-DATE(WS-DAY-IDX) TO NEW-RUN-DATE.
009310     MOVE WS-DAY-GREETINGS(WS-DAY-IDX) TO NEW-GREETING-COUNT.
009320     MOVE WS-DAY-UNIQUE(WS-DAY-IDX) TO NEW-UNIQUE-COUNT.
009330     MOVE WS-DAY-NEWREG(WS-DAY-IDX) TO NEW-NEWREG-COUNT.
009340     MOVE WS-DAY-REJECTS(WS-DAY-IDX) TO NEW-REJECT-COUNT.
009350     MOVE WS-DAY-PEAK-HOUR(WS-DAY-IDX) TO NEW-PEAK-HOUR.
009360     MOVE WS-DAY-PEAK-COUNT(WS-DAY-IDX) TO NEW-PEAK-COUNT.
009370     ADD 1 TO WS-HSR-SEQUENCE.
009380     MOVE NEW-RUN-DATE TO HSR-RUN-DATE.
009390     MOVE WS-HSR-SEQUENCE TO HSR-SEQUENCE.
009400     MOVE NEW-RECORD TO HSR-HISTORY-DATA.
009410     RELEASE HSR-RECORD.
009420 4700-RELEASE-NEW-RECORD-EXIT.
009430     EXIT.
009440*
009450******************************************************************
009460* 4800-WRITE-NEW-HISTORY - THE WHOLE HISTORY, IN DATE ORDER, TO  *
009470*                          STATNEW FOR THE JOB TO COPY BACK.     *
009480******************************************************************
009490 4800-WRITE-NEW-HISTORY.
009500     OPEN OUTPUT NEW-HISTORY-FILE.
009510     IF NOT WS-STN-OK
009520         DISPLAY "NEW-HISTORY OPEN FAILED - STATUS "
009530             WS-STN-FILE-STATUS
009540         ADD 1 TO WS-IO-FAIL-COUNT
009550         GO TO 4800-WRITE-NEW-HISTORY-EXIT
009560     END-IF.
009570     PERFORM 4850-RETURN-HISTORY-RECORD
009580         THRU 4850-RETURN-HISTORY-RECORD-EXIT.
009590     PERFORM 4900-WRITE-ONE-RECORD
009600         THRU 4900-WRITE-ONE-RECORD-EXIT
009610         UNTIL WS-END-OF-HISTORY-SORT.
009620     CLOSE NEW-HISTORY-FILE.
009630 4800-WRITE-NEW-HISTORY-EXIT.
009640     EXIT.
009650*
009660 4850-RETURN-HISTORY-RECORD.
009670     RETURN HISTORY-SORT-FILE
009680         AT END
009690             MOVE "Y" TO WS-HSR-EOF-SW
009700     END-RETURN.
009710 4850-RETURN-HISTORY-RECORD-EXIT.
009720     EXIT.
009730*
009740 4900-WRITE-ONE-RECORD.
009750     MOVE HSR-HISTORY-DATA TO NEW-HISTORY-RECORD.
009760     WRITE NEW-HISTORY-RECORD.
009770     IF NOT WS-STN-OK
009780         DISPLAY "NEW-HISTORY WRITE FAILED - STATUS "
009790             WS-STN-FILE-STATUS
009800         ADD 1 TO WS-IO-FAIL-COUNT
009810     ELSE
009820         ADD 1 TO WS-HIST-WRITTEN-COUNT
009830     END-IF.
009840     PERFORM 4850-RETURN-HISTORY-RECORD
009850         THRU 4850-RETURN-HISTORY-RECORD-EXIT.
009860 4900-WRITE-ONE-RECORD-EXIT.
009870     EXIT.
009880*
009890******************************************************************
009900* 5000-WRITE-FILL-REPORT - THE RANGE, ONE LINE PER DAY WITH      *
009910*                          WHAT WAS DONE AND THE FIGURES, THEN   *
009920*                          THE TOTALS.  A REFUSED PARM IS        *
009930*                          REPORTED WITH ITS REASON ONLY.        *
009940******************************************************************
009950 5000-WRITE-FILL-REPORT.
009960     MOVE SPACES TO REPORT-RECORD.
009970     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
009980     STRING "COBILISTE - STATISTICS HISTORY BACKFILL  "
009990             DELIMITED BY SIZE
010000             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
010010             INTO REPORT-RECORD.
010020     WRITE REPORT-RECORD.
010030     PERFORM 5100-CHECK-REPORT-WRITE
010040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010050*
010060     MOVE SPACES TO REPORT-RECORD.
010070     STRING "PARM  . . . . . . . . . . . . . : " DELIMITED BY SIZE
010080             WS-PARM-STRING DELIMITED BY SIZE
010090             INTO REPORT-RECORD.
010100     WRITE REPORT-RECORD.
010110     PERFORM 5100-CHECK-REPORT-WRITE
010120         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010130*
010140     IF WS-PARM-REFUSED
010150         MOVE SPACES TO REPORT-RECORD
010160         STRING "PARM REFUSED - " DELIMITED BY SIZE
010170                 WS-REFUSAL-TEXT DELIMITED BY SIZE
010180                 INTO REPORT-RECORD
010190         WRITE REPORT-RECORD
010200         PERFORM 5100-CHECK-REPORT-WRITE
010210             THRU 5100-CHECK-REPORT-WRITE-EXIT
010220         GO TO 5000-WRITE-FILL-REPORT-EXIT
010230     END-IF.
010240*
010250     MOVE SPACES TO REPORT-RECORD.
010260     IF WS-REPLACE-MODE
010270         MOVE "MODE: REPLACE - DAYS ON THE HISTORY ARE REBUILT"
010280             TO REPORT-RECORD
010290     ELSE
010300         MOVE "MODE: FILL ONLY - DAYS ON THE HISTORY ARE KEPT"
010310             TO REPORT-RECORD
010320     END-IF.
010330     WRITE REPORT-RECORD.
010340     PERFORM 5100-CHECK-REPORT-WRITE
010350         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010360*
010370     MOVE SPACES TO REPORT-RECORD.
010380     WRITE REPORT-RECORD.
010390     PERFORM 5100-CHECK-REPORT-WRITE
010400         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010410     MOVE SPACES TO REPORT-RECORD.
010420     STRING "DATE      ACTION          GREETINGS   UNIQUE"
010430             DELIMITED BY SIZE
010440             "   NEWREG  REJECTS  PEAK H/COUNT" DELIMITED BY SIZE
010450             INTO REPORT-RECORD.
010460     WRITE REPORT-RECORD.
010470     PERFORM 5100-CHECK-REPORT-WRITE
010480         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010490     PERFORM 5200-WRITE-DAY-LINE
010500         THRU 5200-WRITE-DAY-LINE-EXIT
010510         VARYING WS-DAY-IDX FROM 1 BY 1
010520         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
010530*
010540     MOVE SPACES TO REPORT-RECORD.
010550     WRITE REPORT-RECORD.
010560     PERFORM 5100-CHECK-REPORT-WRITE
010570         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010580*
010590     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
010600     MOVE SPACES TO REPORT-RECORD.
010610     STRING "AUDIT RECORDS READ  . . . . . . : " DELIMITED BY SIZE
010620             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010630             INTO REPORT-RECORD.
010640     WRITE REPORT-RECORD.
010650     PERFORM 5100-CHECK-REPORT-WRITE
010660         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010670*
010680     MOVE WS-AUDIT-RANGE-COUNT TO WS-REPORT-NUMERIC-EDIT.
010690     MOVE SPACES TO REPORT-RECORD.
010700     STRING "AUDIT RECORDS IN RANGE  . . . . : " DELIMITED BY SIZE
010710             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010720             INTO REPORT-RECORD.
010730     WRITE REPORT-RECORD.
010740     PERFORM 5100-CHECK-REPORT-WRITE
010750         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010760*
010770     MOVE WS-WRITE-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
010780     MOVE SPACES TO REPORT-RECORD.
010790     STRING "DAYS WRITTEN  . . . . . . . . . : " DELIMITED BY SIZE
010800             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010810             INTO REPORT-RECORD.
010820     WRITE REPORT-RECORD.
010830     PERFORM 5100-CHECK-REPORT-WRITE
010840         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010850*
010860     MOVE WS-REPLACE-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
010870     MOVE SPACES TO REPORT-RECORD.
010880     STRING "DAYS REPLACED . . . . . . . . . : " DELIMITED BY SIZE
010890             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010900             INTO REPORT-RECORD.
010910     WRITE REPORT-RECORD.
010920     PERFORM 5100-CHECK-REPORT-WRITE
010930         THRU 5100-CHECK-REPORT-WRITE-EXIT.
010940*
010950     MOVE WS-REFUSED-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
010960     MOVE SPACES TO REPORT-RECORD.
010970     STRING "DAYS REFUSED - ALREADY PRESENT  : " DELIMITED BY SIZE
010980             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
010990             INTO REPORT-RECORD.
011000     WRITE REPORT-RECORD.
011010     PERFORM 5100-CHECK-REPORT-WRITE
011020         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011030*
011040     MOVE WS-NO-AUDIT-DAY-COUNT TO WS-REPORT-NUMERIC-EDIT.
011050     MOVE SPACES TO REPORT-RECORD.
011060     STRING "DAYS SKIPPED - NO AUDIT RECORDS : " DELIMITED BY SIZE
011070             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011080             INTO REPORT-RECORD.
011090     WRITE REPORT-RECORD.
011100     PERFORM 5100-CHECK-REPORT-WRITE
011110         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011120*
011130     MOVE WS-HIST-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
011140     MOVE SPACES TO REPORT-RECORD.
011150     STRING "HISTORY RECORDS READ  . . . . . : " DELIMITED BY SIZE
011160             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011170             INTO REPORT-RECORD.
011180     WRITE REPORT-RECORD.
011190     PERFORM 5100-CHECK-REPORT-WRITE
011200         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011210*
011220     MOVE WS-HIST-DROPPED-COUNT TO WS-REPORT-NUMERIC-EDIT.
011230     MOVE SPACES TO REPORT-RECORD.
011240     STRING "HISTORY RECORDS REPLACED  . . . : " DELIMITED BY SIZE
011250             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011260             INTO REPORT-RECORD.
011270     WRITE REPORT-RECORD.
011280     PERFORM 5100-CHECK-REPORT-WRITE
011290         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011300*
011310     MOVE WS-HIST-WRITTEN-COUNT TO WS-REPORT-NUMERIC-EDIT.
011320     MOVE SPACES TO REPORT-RECORD.
011330     STRING "HISTORY RECORDS WRITTEN . . . . : " DELIMITED BY SIZE
011340             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011350             INTO REPORT-RECORD.
011360     WRITE REPORT-RECORD.
011370     PERFORM 5100-CHECK-REPORT-WRITE
011380         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011390*
011400     MOVE WS-IO-FAIL-COUNT TO WS-REPORT-NUMERIC-EDIT.
011410     MOVE SPACES TO REPORT-RECORD.
011420     STRING "I-O FAILURES  . . . . . . . . . : " DELIMITED BY SIZE
011430             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
011440             INTO REPORT-RECORD.
011450     WRITE REPORT-RECORD.
011460     PERFORM 5100-CHECK-REPORT-WRITE
011470         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011480 5000-WRITE-FILL-REPORT-EXIT.
011490     EXIT.
011500*
011510 5100-CHECK-REPORT-WRITE.
011520     IF NOT WS-RPT-OK
011530         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
011540             WS-RPT-FILE-STATUS
011550     END-IF.
011560 5100-CHECK-REPORT-WRITE-EXIT.
011570     EXIT.
011580*
011590 5200-WRITE-DAY-LINE.
011600     MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-DLN-DATE.
011610     EVALUATE TRUE
011620         WHEN WS-DAY-TO-WRITE(WS-DAY-IDX)
011630             MOVE "WRITTEN" TO WS-DLN-ACTION
011640         WHEN WS-DAY-TO-REPLACE(WS-DAY-IDX)
011650             MOVE "REPLACED" TO WS-DLN-ACTION
011660         WHEN WS-DAY-REFUSED(WS-DAY-IDX)
011670             MOVE "REFUSED-PRESENT" TO WS-DLN-ACTION
011680         WHEN OTHER
011690             MOVE "SKIPPED-NO AUDIT" TO WS-DLN-ACTION
011700     END-EVALUATE.
011710     MOVE WS-DAY-GREETINGS(WS-DAY-IDX) TO WS-DLN-GREETINGS.
011720     MOVE WS-DAY-UNIQUE(WS-DAY-IDX) TO WS-DLN-UNIQUE.
011730     MOVE WS-DAY-NEWREG(WS-DAY-IDX) TO WS-DLN-NEWREG.
011740     MOVE WS-DAY-REJECTS(WS-DAY-IDX) TO WS-DLN-REJECTS.
011750     MOVE WS-DAY-PEAK-HOUR(WS-DAY-IDX) TO WS-DLN-PEAK-HOUR.
011760     MOVE WS-DAY-PEAK-COUNT(WS-DAY-IDX) TO WS-DLN-PEAK-COUNT.
011770     MOVE WS-DAY-LINE TO REPORT-RECORD.
011780     WRITE REPORT-RECORD.
011790     PERFORM 5100-CHECK-REPORT-WRITE
011800         THRU 5100-CHECK-REPORT-WRITE-EXIT.
011810 5200-WRITE-DAY-LINE-EXIT.
011820     EXIT.
011830*
011840******************************************************************
011850* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
011860*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
011870*                          BY EVERY BATCH PROGRAM VIA            *
011880*                          JRNLPUT.CPY.                          *
011890******************************************************************
011900     COPY JRNLPUT.
011910*
011920******************************************************************
011930* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
011940*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
011950*                          BY EVERY NIGHTLY PROGRAM VIA          *
011960*                          BUSDGET.CPY.                          *
011970******************************************************************
011980     COPY BUSDGET.
011990*
012000******************************************************************
012010* 7300-ADVANCE-ONE-DAY, 7400-CHECK-CALENDAR-DATE - SHARED        *
012020*                       CALENDAR ROUTINE FROM DATECALC.CPY.      *
012030******************************************************************
012040     COPY DATECALC.
012050*
012060******************************************************************
012070* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
012080******************************************************************
012090 9999-TERMINATE.
012100     IF NOT WS-ROSTER-ABSENT
012110     AND NOT WS-PARM-REFUSED
012120         CLOSE USER-MASTER-FILE
012130     END-IF.
012140     CLOSE REPORT-FILE.
012150 9999-TERMINATE-EXIT.
012160     EXIT.
