000280*    THE DORMANCY STEP ENDED CLEANLY, SO THE BAND FILE IS        *
000290*    NEVER A HALF-WRITTEN SNAPSHOT.                              *
000300*                                                                *
000310*    EVERY LETTER IS ALSO RECORDED ON THE KEYED OUTREACH         *
000320*    HISTORY FILE (OUTHIST.CPY) UNDER THE PSEUDO AND THE         *
000330*    CAMPAIGN DATE (TODAY), WITH THE BAND AND THE LANGUAGE THE   *
000340*    LETTER WAS SPOKEN IN, FOR THE UserBack COME-BACK REPORT.    *
000350*    A CONSENTING PSEUDO ALREADY ON THE HISTORY WITH A CAMPAIGN  *
000360*    DATE INSIDE THE QUIET PERIOD IS NOT WRITTEN TO AGAIN - A    *
000370*    USER WHO STAYS IN A BAND WOULD OTHERWISE GET A LETTER ON    *
000380*    EVERY RUN - AND IS COUNTED ON THE REPORT INSTEAD.  A        *
000390*    CONTACT DATED TODAY IS A RERUN OF THIS SAME CAMPAIGN (THE   *
000400*    JOB RECUTS THE LETTER FILE FROM SCRATCH), SO THAT LETTER    *
000410*    IS CUT AGAIN AND ITS HISTORY RECORD REFRESHED.              *
000420*                                                                *
000430*    PARM:  THE QUIET PERIOD IN DAYS, 0 TO 9999 (DEFAULT 90).    *
000440*           0 WRITES TO EVERY CONSENTING PSEUDO IN THE BANDS.    *
000450*           ANYTHING ELSE NOT NUMERIC KEEPS THE DEFAULT.         *
000460*                                                                *
000470*    RETURN CODES:  0 - LETTER FILE CUT; SEE OUTRPT FOR THE      *
000480*                       JOIN TOTALS.                             *
000490*                   8 - OPEN OR WRITE FAILURE; DO NOT SEND THE   *
000500*                       LETTER FILE.  AN OUTREACH HISTORY        *
000510*                       THAT CANNOT BE OPENED CUTS NO LETTERS    *
000520*                       AT ALL - THE QUIET PERIOD COULD NOT BE   *
000530*                       HONOURED NOR THE CONTACTS RECORDED.      *
000540*                                                                *
000550*    MODIFICATION HISTORY                                       *
000560*    DATE       INIT  DESCRIPTION                                *
000570*    2026-09-02  ML   ORIGINAL VERSION.                          *
000580*    2026-10-15  ML   RECORD EACH LETTER ON THE OUTREACH HISTORY *
000590*                     KSDS (OUTHIST) AND SKIP PSEUDOS CONTACTED  *
000600*                     WITHIN THE PARM QUIET PERIOD.              *
000610*                                                                *
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT BAND-FILE ASSIGN TO "DORMOUT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-BND-FILE-STATUS.
000720*
000730     SELECT PROFILE-FILE ASSIGN TO "PROFILE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PF-PSEUDO
000770         FILE STATUS IS WS-PRF-FILE-STATUS.
000780*
000790     SELECT LANGUAGE-FILE ASSIGN TO "LANGFILE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS LR-SORT-KEY
000830         FILE STATUS IS WS-LNG-FILE-STATUS.
000840*
000850     SELECT LETTER-FILE ASSIGN TO "OUTREACH"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-LTR-FILE-STATUS.
000880*
000890     SELECT REPORT-FILE ASSIGN TO "OUTRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RPT-FILE-STATUS.
000920*
000930     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-RNJ-FILE-STATUS.
000960*
000970     SELECT OUTREACH-HISTORY-FILE ASSIGN TO "OUTHIST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS OH-KEY
001010         FILE STATUS IS WS-OHS-FILE-STATUS.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  BAND-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY DORMBAND.
001080*
001090 FD  PROFILE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY PROFILE.
001120*
001130 FD  LANGUAGE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY LANGREC.
001160*
001170 FD  LETTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  LETTER-RECORD                   PIC X(80).
001200*
001210 FD  REPORT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  REPORT-RECORD                   PIC X(80).
001240*
001250 FD  RUN-JOURNAL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY RUNJRNL.
001280*
001290 FD  OUTREACH-HISTORY-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY OUTHIST.
001320*
001330 WORKING-STORAGE SECTION.
001340 01  WS-FILE-SWITCHES.
001350     05  WS-BND-FILE-STATUS          PIC X(02) VALUE SPACES.
001360         88  WS-BND-OK                   VALUE "00".
001370         88  WS-BND-FILE-NOT-PRESENT     VALUE "35".
001380     05  WS-PRF-FILE-STATUS          PIC X(02) VALUE SPACES.
001390         88  WS-PRF-OK                   VALUE "00".
001400         88  WS-PRF-FILE-NOT-PRESENT     VALUE "35".
001410     05  WS-LNG-FILE-STATUS          PIC X(02) VALUE SPACES.
001420         88  WS-LNG-OK                   VALUE "00".
001430         88  WS-LNG-FILE-NOT-PRESENT     VALUE "35".
001440     05  WS-LTR-FILE-STATUS          PIC X(02) VALUE SPACES.
001450         88  WS-LTR-OK                   VALUE "00".
001460     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001470         88  WS-RPT-OK                   VALUE "00".
001480     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001490         88  WS-RNJ-OK                   VALUE "00".
001500     05  WS-OHS-FILE-STATUS          PIC X(02) VALUE SPACES.
001510         88  WS-OHS-OK                   VALUE "00".
001520         88  WS-OHS-DUPLICATE-KEY        VALUE "22".
001530         88  WS-OHS-NOT-FOUND            VALUE "23".
001540         88  WS-OHS-FILE-NOT-PRESENT     VALUE "35".
001550*
001560 01  WS-CONTROL-SWITCHES.
001570     05  WS-BND-EOF-SW               PIC X(01) VALUE "N".
001580         88  WS-END-OF-BANDS             VALUE "Y".
001590     05  WS-BANDS-ABSENT-SW          PIC X(01) VALUE "N".
001600         88  WS-BANDS-ABSENT             VALUE "Y".
001610     05  WS-PROFILE-ABSENT-SW        PIC X(01) VALUE "N".
001620         88  WS-PROFILE-ABSENT           VALUE "Y".
001630     05  WS-PROFILE-FOUND-SW         PIC X(01) VALUE "N".
001640         88  WS-PROFILE-FOUND            VALUE "Y".
001650     05  WS-HISTORY-OPEN-SW          PIC X(01) VALUE "N".
001660         88  WS-HISTORY-OPEN             VALUE "Y".
001670     05  WS-QUIET-SW                 PIC X(01) VALUE "N".
001680         88  WS-IN-QUIET-PERIOD          VALUE "Y".
001690*
001700 COPY LANGTXT.
001710*
001720 01  WS-COUNTERS.
001730     05  WS-BAND-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001740     05  WS-LETTER-COUNT             PIC 9(08) COMP VALUE ZERO.
001750     05  WS-LETTER-30-COUNT          PIC 9(08) COMP VALUE ZERO.
001760     05  WS-LETTER-90-COUNT          PIC 9(08) COMP VALUE ZERO.
001770     05  WS-LETTER-365-COUNT         PIC 9(08) COMP VALUE ZERO.
001780     05  WS-NO-PROFILE-COUNT         PIC 9(08) COMP VALUE ZERO.
001790     05  WS-NO-CONSENT-COUNT         PIC 9(08) COMP VALUE ZERO.
001800     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001810     05  WS-QUIET-SKIP-COUNT         PIC 9(08) COMP VALUE ZERO.
001820     05  WS-HISTORY-ADD-COUNT        PIC 9(08) COMP VALUE ZERO.
001830*
001840 01  WS-CURRENT-DATE-FIELDS.
001850     05  WS-CURRENT-DATE             PIC 9(08).
001860*
001870*    THE QUIET PERIOD AND THE CUT-OFF IT GIVES: A CONTACT DATED
001880*    AFTER WS-QUIET-CUTOFF-DATE IS INSIDE THE PERIOD.
001890 01  WS-QUIET-FIELDS.
001900     05  WS-QUIET-DAYS               PIC 9(04) COMP VALUE 90.
001910     05  WS-QUIET-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
001920*
001930 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
001940 01  WS-PARM-FIELDS.
001950     05  WS-PARM-DAYS                PIC X(05) VALUE SPACES.
001960 01  WS-PARM-CONVERT-FIELDS.
001970     05  WS-PARM-TOKEN               PIC X(05) VALUE SPACES.
001980     05  WS-PARM-VALUE               PIC 9(05) COMP VALUE ZERO.
001990     05  WS-PARM-DIGIT               PIC 9(01) VALUE ZERO.
002000     05  WS-PARM-CHAR-IDX            PIC 9(02) COMP VALUE ZERO.
002010     05  WS-PARM-BAD-SW              PIC X(01) VALUE "N".
002020         88  WS-PARM-BAD                 VALUE "Y".
002030     05  WS-PARM-END-SW              PIC X(01) VALUE "N".
002040         88  WS-PARM-END                 VALUE "Y".
002050*
002060 COPY DATEWRK.
002070*
002080 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002090 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002100*
002110 01  WS-LETTER-HEADER-LINE.
002120     05  FILLER                      PIC X(08) VALUE "PSEUDO: ".
002130     05  WS-LTR-PSEUDO               PIC X(12).
002140     05  FILLER                      PIC X(08) VALUE "  LANG: ".
002150     05  WS-LTR-LANG                 PIC X(02).
002160     05  FILLER                      PIC X(15)
002170         VALUE "  NO VISIT IN ".
002180     05  WS-LTR-BAND                 PIC ZZ9.
002190     05  FILLER                      PIC X(13)
002200         VALUE " DAYS (LAST: ".
002210     05  WS-LTR-LAST-VISIT           PIC 9(08).
002220     05  FILLER                      PIC X(01) VALUE ")".
002230     05  FILLER                      PIC X(10) VALUE SPACES.
002240*
002250 01  WS-LETTER-ADDRESS-LINE.
002260     05  FILLER                      PIC X(09)
002270         VALUE "ADDRESS: ".
002280     05  WS-LTR-ADDRESS              PIC X(40).
002290     05  FILLER                      PIC X(31) VALUE SPACES.
002300*
002310 01  WS-LETTER-TEXT-LINE.
002320     05  WS-LTR-TEXT                 PIC X(70).
002330     05  FILLER                      PIC X(10) VALUE SPACES.
002340*
002350 01  WS-LETTER-SEPARATOR-LINE        PIC X(80) VALUE ALL "-".
002360*
002370 LINKAGE SECTION.
002380 01  WS-PARM-AREA.
002390     05  WS-PARM-LENGTH              PIC S9(04) COMP.
002400     05  WS-PARM-TEXT                PIC X(20).
002410*
002420 PROCEDURE DIVISION USING WS-PARM-AREA.
002430*
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE
002460         THRU 1000-INITIALIZE-EXIT.
002470*
002480     PERFORM 2100-READ-BAND-RECORD
002490         THRU 2100-READ-BAND-RECORD-EXIT.
002500     PERFORM 2200-JOIN-ONE-PSEUDO
002510         THRU 2200-JOIN-ONE-PSEUDO-EXIT
002520         UNTIL WS-END-OF-BANDS.
002530*
002540     PERFORM 5000-WRITE-JOIN-TOTALS
002550         THRU 5000-WRITE-JOIN-TOTALS-EXIT.
002560*
002570     PERFORM 9999-TERMINATE
002580         THRU 9999-TERMINATE-EXIT.
002590*
002600     IF WS-IO-FAIL-COUNT > ZERO
002610         MOVE 8 TO RETURN-CODE
002620     END-IF.
002630     MOVE "E" TO RJ-RECORD-TYPE.
002640     MOVE WS-BAND-READ-COUNT TO RJ-READ-COUNT.
002650     MOVE WS-LETTER-COUNT TO RJ-WRITTEN-COUNT.
002660     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
002670     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002680     PERFORM 6500-WRITE-RUN-JOURNAL
002690         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002700     STOP RUN.
002710*
002720******************************************************************
002730* 1000-INITIALIZE - OPEN EVERYTHING AND LOAD THE LANGUAGE        *
002740*                   TABLE.  A BAND FILE THAT DOES NOT EXIST YET  *
002750*                   (NO DORMANCY RUN) MEANS NOTHING TO DO; A     *
002760*                   PROFILE FILE THAT DOES NOT EXIST MEANS NO    *
002770*                   ONE HAS CONSENTED YET AND EVERY BAND RECORD  *
002780*                   COUNTS AS NO-PROFILE.                        *
002790*                   THE OUTREACH HISTORY IS CREATED ON FIRST     *
002800*                   USE; ANY OTHER FAILURE TO OPEN IT STOPS THE  *
002810*                   RUN BEFORE THE FIRST LETTER.                 *
002820******************************************************************
002830 1000-INITIALIZE.
002840     MOVE "UserOut" TO RJ-PROGRAM-NAME.
002850     MOVE "S" TO RJ-RECORD-TYPE.
002860     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002870                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002880     PERFORM 6500-WRITE-RUN-JOURNAL
002890         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002900*
002910     OPEN INPUT BAND-FILE.
002920     IF WS-BND-FILE-NOT-PRESENT
002930         MOVE "Y" TO WS-BANDS-ABSENT-SW
002940         MOVE "Y" TO WS-BND-EOF-SW
002950     ELSE
002960         IF NOT WS-BND-OK
002970             DISPLAY "BAND-FILE OPEN FAILED - STATUS "
002980                 WS-BND-FILE-STATUS
002990             ADD 1 TO WS-IO-FAIL-COUNT
003000             MOVE "Y" TO WS-BND-EOF-SW
003010         END-IF
003020     END-IF.
003030*
003040     OPEN INPUT PROFILE-FILE.
003050     IF WS-PRF-FILE-NOT-PRESENT
003060         MOVE "Y" TO WS-PROFILE-ABSENT-SW
003070     ELSE
003080         IF NOT WS-PRF-OK
003090             DISPLAY "PROFILE-FILE OPEN FAILED - STATUS "
003100                 WS-PRF-FILE-STATUS
003110             ADD 1 TO WS-IO-FAIL-COUNT
003120             MOVE "Y" TO WS-PROFILE-ABSENT-SW
003130         END-IF
003140     END-IF.
003150*
003160     OPEN OUTPUT LETTER-FILE.
003170     IF NOT WS-LTR-OK
003180         DISPLAY "LETTER-FILE OPEN FAILED - STATUS "
003190             WS-LTR-FILE-STATUS
003200         ADD 1 TO WS-IO-FAIL-COUNT
003210     END-IF.
003220     OPEN OUTPUT REPORT-FILE.
003230     IF NOT WS-RPT-OK
003240         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003250             WS-RPT-FILE-STATUS
003260     END-IF.
003270*
003280     OPEN I-O OUTREACH-HISTORY-FILE.
003290     IF WS-OHS-FILE-NOT-PRESENT
003300         OPEN OUTPUT OUTREACH-HISTORY-FILE
003310         CLOSE OUTREACH-HISTORY-FILE
003320         OPEN I-O OUTREACH-HISTORY-FILE
003330     END-IF.
003340     IF WS-OHS-OK
003350         MOVE "Y" TO WS-HISTORY-OPEN-SW
003360     ELSE
003370         DISPLAY "OUTREACH-HISTORY OPEN FAILED - STATUS "
003380             WS-OHS-FILE-STATUS
003390         ADD 1 TO WS-IO-FAIL-COUNT
003400         MOVE "Y" TO WS-BND-EOF-SW
003410     END-IF.
003420*
003430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003440     PERFORM 1600-PARSE-PARM
003450         THRU 1600-PARSE-PARM-EXIT.
003460     MOVE WS-CURRENT-DATE TO DC-DATE.
003470     MOVE WS-QUIET-DAYS TO DC-DAYS-TO-SUBTRACT.
003480     PERFORM 7000-SUBTRACT-DAYS-FROM-DATE
003490         THRU 7000-SUBTRACT-DAYS-FROM-DATE-EXIT.
003500     MOVE DC-DATE TO WS-QUIET-CUTOFF-DATE.
003510     PERFORM 1500-LOAD-LANGUAGE-TABLE
003520         THRU 1500-LOAD-LANGUAGE-TABLE-EXIT.
003530 1000-INITIALIZE-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570* 1500-LOAD-LANGUAGE-TABLE - SAME TEXTS THE FRONT ENDS SPEAK,    *
003580*                            LOADED FROM THE LANGUAGE FILE WITH  *
003590*                            THE COMPILED-IN FR/EN SET AS THE    *
003600*                            FALLBACK (LANGLOAD/LANGDFLT/        *
003610*                            LANGSTOR).                          *
003620******************************************************************
003630     COPY LANGLOAD.
003640*
003650     COPY LANGDFLT.
003660*
003670     COPY LANGSTOR.
003680*
003690******************************************************************
003700* 1600-PARSE-PARM - THE ONLY PARM WORD IS THE QUIET PERIOD IN    *
003710*                   DAYS.  A MISSING OR NON-NUMERIC WORD KEEPS   *
003720*                   THE 90-DAY DEFAULT; AN EXPLICIT 0 TURNS THE  *
003730*                   QUIET PERIOD OFF.                            *
003740******************************************************************
003750 1600-PARSE-PARM.
003760     MOVE SPACES TO WS-PARM-STRING.
003770     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
003780         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
003790     END-IF.
003800     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
003810         INTO WS-PARM-DAYS.
003820     IF WS-PARM-DAYS = SPACES
003830         GO TO 1600-PARSE-PARM-EXIT
003840     END-IF.
003850     MOVE WS-PARM-DAYS TO WS-PARM-TOKEN.
003860     PERFORM 1650-CONVERT-PARM-TOKEN
003870         THRU 1650-CONVERT-PARM-TOKEN-EXIT.
003880     IF WS-PARM-BAD OR WS-PARM-VALUE > 9999
003890         DISPLAY "QUIET PERIOD PARM IGNORED - " WS-PARM-DAYS
003900         GO TO 1600-PARSE-PARM-EXIT
003910     END-IF.
003920     MOVE WS-PARM-VALUE TO WS-QUIET-DAYS.
003930 1600-PARSE-PARM-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970* 1650-CONVERT-PARM-TOKEN - LEFT-JUSTIFIED DIGITS IN             *
003980*                           WS-PARM-TOKEN TO WS-PARM-VALUE.      *
003990*                           ANYTHING ELSE SETS WS-PARM-BAD.      *
004000******************************************************************
004010 1650-CONVERT-PARM-TOKEN.
004020     MOVE ZERO TO WS-PARM-VALUE.
004030     MOVE "N" TO WS-PARM-BAD-SW.
004040     MOVE "N" TO WS-PARM-END-SW.
004050     PERFORM 1660-CONVERT-ONE-CHARACTER
004060         THRU 1660-CONVERT-ONE-CHARACTER-EXIT
004070         VARYING WS-PARM-CHAR-IDX FROM 1 BY 1
004080         UNTIL WS-PARM-CHAR-IDX > 5
004090            OR WS-PARM-END
004100            OR WS-PARM-BAD.
004110     IF WS-PARM-BAD
004120         MOVE ZERO TO WS-PARM-VALUE
004130     END-IF.
004140 1650-CONVERT-PARM-TOKEN-EXIT.
004150     EXIT.
004160*
004170 1660-CONVERT-ONE-CHARACTER.
004180     IF WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) = SPACE
004190         MOVE "Y" TO WS-PARM-END-SW
004200         GO TO 1660-CONVERT-ONE-CHARACTER-EXIT
004210     END-IF.
004220     IF WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) IS NOT NUMERIC
004230         MOVE "Y" TO WS-PARM-BAD-SW
004240         GO TO 1660-CONVERT-ONE-CHARACTER-EXIT
004250     END-IF.
004260     MOVE WS-PARM-TOKEN(WS-PARM-CHAR-IDX:1) TO WS-PARM-DIGIT.
004270     COMPUTE WS-PARM-VALUE = WS-PARM-VALUE * 10 + WS-PARM-DIGIT.
004280 1660-CONVERT-ONE-CHARACTER-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320* 2100-READ-BAND-RECORD - NEXT DORMANT PSEUDO.                   *
004330******************************************************************
004340 2100-READ-BAND-RECORD.
004350     READ BAND-FILE
004360         AT END
004370             MOVE "Y" TO WS-BND-EOF-SW
004380         NOT AT END
004390             ADD 1 TO WS-BAND-READ-COUNT
004400     END-READ.
004410 2100-READ-BAND-RECORD-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450* 2200-JOIN-ONE-PSEUDO - LOOK THE DORMANT PSEUDO UP ON THE       *
004460*                        PROFILE FILE.  NO PROFILE OR NO         *
004470*                        CONSENT MEANS NO LETTER, JUST A         *
004480*                        COUNT, AND SO DOES A PSEUDO STILL IN    *
004490*                        ITS QUIET PERIOD.                       *
004500******************************************************************
004510 2200-JOIN-ONE-PSEUDO.
004520     MOVE "N" TO WS-PROFILE-FOUND-SW.
004530     IF NOT WS-PROFILE-ABSENT
004540         MOVE DB-PSEUDO TO PF-PSEUDO
004550         READ PROFILE-FILE
004560             INVALID KEY
004570                 CONTINUE
004580             NOT INVALID KEY
004590                 MOVE "Y" TO WS-PROFILE-FOUND-SW
004600         END-READ
004610     END-IF.
004620*
004630     IF NOT WS-PROFILE-FOUND
004640         ADD 1 TO WS-NO-PROFILE-COUNT
004650         GO TO 2200-JOIN-READ-NEXT
004660     END-IF.
004670     IF NOT PF-CONSENT-GIVEN
004680         ADD 1 TO WS-NO-CONSENT-COUNT
004690         GO TO 2200-JOIN-READ-NEXT
004700     END-IF.
004710     PERFORM 2300-CHECK-QUIET-PERIOD
004720         THRU 2300-CHECK-QUIET-PERIOD-EXIT.
004730     IF WS-IN-QUIET-PERIOD
004740         ADD 1 TO WS-QUIET-SKIP-COUNT
004750         GO TO 2200-JOIN-READ-NEXT
004760     END-IF.
004770*
004780     PERFORM 3000-WRITE-ONE-LETTER
004790         THRU 3000-WRITE-ONE-LETTER-EXIT.
004800*
004810 2200-JOIN-READ-NEXT.
004820     PERFORM 2100-READ-BAND-RECORD
004830         THRU 2100-READ-BAND-RECORD-EXIT.
004840 2200-JOIN-ONE-PSEUDO-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880* 2300-CHECK-QUIET-PERIOD - POSITION ON THE PSEUDO'S FIRST       *
004890*                           CONTACT DATED AFTER THE CUT-OFF.     *
004900*                           ONE DATED BEFORE TODAY MEANS THE     *
004910*                           PSEUDO IS STILL QUIET; ONE DATED     *
004920*                           TODAY IS THIS CAMPAIGN BEING RERUN.  *
004930******************************************************************
004940 2300-CHECK-QUIET-PERIOD.
004950     MOVE "N" TO WS-QUIET-SW.
004960     MOVE DB-PSEUDO TO OH-PSEUDO.
004970     MOVE WS-QUIET-CUTOFF-DATE TO OH-CAMPAIGN-DATE.
004980     START OUTREACH-HISTORY-FILE
004990         KEY IS GREATER THAN OH-KEY
005000         INVALID KEY
005010             GO TO 2300-CHECK-QUIET-PERIOD-EXIT
005020     END-START.
005030     READ OUTREACH-HISTORY-FILE NEXT RECORD
005040         AT END
005050             GO TO 2300-CHECK-QUIET-PERIOD-EXIT
005060     END-READ.
005070     IF NOT WS-OHS-OK
005080         DISPLAY "OUTREACH-HISTORY READ FAILED - STATUS "
005090             WS-OHS-FILE-STATUS
005100         ADD 1 TO WS-IO-FAIL-COUNT
005110         GO TO 2300-CHECK-QUIET-PERIOD-EXIT
005120     END-IF.
005130     IF OH-PSEUDO = DB-PSEUDO
005140        AND OH-CAMPAIGN-DATE < WS-CURRENT-DATE
005150         MOVE "Y" TO WS-QUIET-SW
005160     END-IF.
005170 2300-CHECK-QUIET-PERIOD-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210* 3000-WRITE-ONE-LETTER - ONE LETTER BLOCK IN THE USER'S STORED  *
005220*                         LANGUAGE.  AN UNKNOWN OR BLANK CODE,   *
005230*                         OR A LANGUAGE RECORD WITH NO OUTREACH  *
005240*                         TEXT YET, SPEAKS THE SHOP DEFAULT      *
005250*                         (ENTRY 1).  THE CONTACT GOES ON THE    *
005260*                         OUTREACH HISTORY.                      *
005270******************************************************************
005280 3000-WRITE-ONE-LETTER.
005290*    A BLANK STORED CODE MUST NOT MATCH AN UNUSED (BLANK) TABLE
005300*    ENTRY - IT JUST MEANS THE SHOP DEFAULT, ENTRY 1, THE SAME
005310*    GUARD LANGPREF.CPY APPLIES ON THE GREETING SIDE.
005320     SET WS-LANGUAGE-IDX TO 1.
005330     IF DB-LANG-CODE NOT = SPACES
005340         SEARCH WS-LANGUAGE-ENTRY
005350             AT END
005360                 SET WS-LANGUAGE-IDX TO 1
005370             WHEN WS-LANGUAGE-CODE(WS-LANGUAGE-IDX)
005380                   = DB-LANG-CODE
005390                 CONTINUE
005400         END-SEARCH
005410     END-IF.
005420*
005430     MOVE DB-PSEUDO TO WS-LTR-PSEUDO.
005440     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO WS-LTR-LANG.
005450     MOVE DB-BAND TO WS-LTR-BAND.
005460     MOVE DB-LAST-VISIT-DATE TO WS-LTR-LAST-VISIT.
005470     MOVE WS-LETTER-HEADER-LINE TO LETTER-RECORD.
005480     PERFORM 3100-WRITE-LETTER-LINE
005490         THRU 3100-WRITE-LETTER-LINE-EXIT.
005500*
005510     MOVE PF-CONTACT-ADDRESS TO WS-LTR-ADDRESS.
005520     MOVE WS-LETTER-ADDRESS-LINE TO LETTER-RECORD.
005530     PERFORM 3100-WRITE-LETTER-LINE
005540         THRU 3100-WRITE-LETTER-LINE-EXIT.
005550*
005560     IF WS-LANGUAGE-OUTREACH-TEXT(WS-LANGUAGE-IDX) = SPACES
005570         MOVE WS-LANGUAGE-OUTREACH-TEXT(1) TO WS-LTR-TEXT
005580     ELSE
005590         MOVE WS-LANGUAGE-OUTREACH-TEXT(WS-LANGUAGE-IDX)
005600             TO WS-LTR-TEXT
005610     END-IF.
005620     MOVE WS-LETTER-TEXT-LINE TO LETTER-RECORD.
005630     PERFORM 3100-WRITE-LETTER-LINE
005640         THRU 3100-WRITE-LETTER-LINE-EXIT.
005650*
005660     MOVE WS-LETTER-SEPARATOR-LINE TO LETTER-RECORD.
005670     PERFORM 3100-WRITE-LETTER-LINE
005680         THRU 3100-WRITE-LETTER-LINE-EXIT.
005690*
005700     ADD 1 TO WS-LETTER-COUNT.
005710     IF DB-BAND = 365
005720         ADD 1 TO WS-LETTER-365-COUNT
005730     ELSE
005740         IF DB-BAND = 90
005750             ADD 1 TO WS-LETTER-90-COUNT
005760         ELSE
005770             ADD 1 TO WS-LETTER-30-COUNT
005780         END-IF
005790     END-IF.
005800*
005810     PERFORM 3200-RECORD-CONTACT
005820         THRU 3200-RECORD-CONTACT-EXIT.
005830 3000-WRITE-ONE-LETTER-EXIT.
005840     EXIT.
005850*
005860 3100-WRITE-LETTER-LINE.
005870     WRITE LETTER-RECORD.
005880     IF NOT WS-LTR-OK
005890         DISPLAY "LETTER-FILE WRITE FAILED - STATUS "
005900             WS-LTR-FILE-STATUS
005910         ADD 1 TO WS-IO-FAIL-COUNT
005920     END-IF.
005930 3100-WRITE-LETTER-LINE-EXIT.
005940     EXIT.
005950*
005960******************************************************************
005970* 3200-RECORD-CONTACT - ONE OUTREACH HISTORY RECORD PER LETTER,  *
005980*                       IN THE LANGUAGE THE LETTER WAS SPOKEN    *
005990*                       IN.  A RECORD ALREADY THERE FOR TODAY    *
006000*                       (A RERUN) IS REWRITTEN.                  *
006010******************************************************************
006020 3200-RECORD-CONTACT.
006030     MOVE DB-PSEUDO TO OH-PSEUDO.
006040     MOVE WS-CURRENT-DATE TO OH-CAMPAIGN-DATE.
006050     MOVE DB-BAND TO OH-BAND.
006060     MOVE WS-LANGUAGE-CODE(WS-LANGUAGE-IDX) TO OH-LANG-CODE.
006070     MOVE DB-LAST-VISIT-DATE TO OH-LAST-VISIT-DATE.
006080     WRITE OH-RECORD
006090         INVALID KEY
006100             CONTINUE
006110     END-WRITE.
006120     IF WS-OHS-DUPLICATE-KEY
006130         REWRITE OH-RECORD
006140             INVALID KEY
006150                 CONTINUE
006160         END-REWRITE
006170     END-IF.
006180     IF NOT WS-OHS-OK
006190         DISPLAY "OUTREACH-HISTORY WRITE FAILED - STATUS "
006200             WS-OHS-FILE-STATUS
006210         ADD 1 TO WS-IO-FAIL-COUNT
006220         GO TO 3200-RECORD-CONTACT-EXIT
006230     END-IF.
006240     ADD 1 TO WS-HISTORY-ADD-COUNT.
006250 3200-RECORD-CONTACT-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 5000-WRITE-JOIN-TOTALS - HOW THE BANDS JOINED AGAINST THE      *
006300*                          PROFILES.                             *
006310******************************************************************
006320 5000-WRITE-JOIN-TOTALS.
006330     MOVE SPACES TO REPORT-RECORD.
006340     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
006350     STRING "COBILISTE - OUTREACH GENERATION  "
006360             DELIMITED BY SIZE
006370             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
006380             INTO REPORT-RECORD.
006390     WRITE REPORT-RECORD.
006400     PERFORM 5100-CHECK-REPORT-WRITE
006410         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006420*
006430     MOVE WS-BAND-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
006440     MOVE SPACES TO REPORT-RECORD.
006450     STRING "DORMANT PSEUDOS READ  . . . . . : " DELIMITED BY SIZE
006460             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006470             INTO REPORT-RECORD.
006480     WRITE REPORT-RECORD.
006490     PERFORM 5100-CHECK-REPORT-WRITE
006500         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006510*
006520     MOVE WS-LETTER-COUNT TO WS-REPORT-NUMERIC-EDIT.
006530     MOVE SPACES TO REPORT-RECORD.
006540     STRING "LETTERS WRITTEN . . . . . . . . : " DELIMITED BY SIZE
006550             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006560             INTO REPORT-RECORD.
006570     WRITE REPORT-RECORD.
006580     PERFORM 5100-CHECK-REPORT-WRITE
006590         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006600*
006610     MOVE WS-LETTER-30-COUNT TO WS-REPORT-NUMERIC-EDIT.
006620     MOVE SPACES TO REPORT-RECORD.
006630     STRING "  IN THE 30-DAY BAND  . . . . . : " DELIMITED BY SIZE
006640             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006650             INTO REPORT-RECORD.
006660     WRITE REPORT-RECORD.
006670     PERFORM 5100-CHECK-REPORT-WRITE
006680         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006690*
006700     MOVE WS-LETTER-90-COUNT TO WS-REPORT-NUMERIC-EDIT.
006710     MOVE SPACES TO REPORT-RECORD.
006720     STRING "  IN THE 90-DAY BAND  . . . . . : " DELIMITED BY SIZE
006730             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006740             INTO REPORT-RECORD.
006750     WRITE REPORT-RECORD.
006760     PERFORM 5100-CHECK-REPORT-WRITE
006770         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006780*
006790     MOVE WS-LETTER-365-COUNT TO WS-REPORT-NUMERIC-EDIT.
006800     MOVE SPACES TO REPORT-RECORD.
006810     STRING "  IN THE 365-DAY BAND . . . . . : " DELIMITED BY SIZE
006820             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006830             INTO REPORT-RECORD.
006840     WRITE REPORT-RECORD.
006850     PERFORM 5100-CHECK-REPORT-WRITE
006860         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006870*
006880     MOVE WS-NO-PROFILE-COUNT TO WS-REPORT-NUMERIC-EDIT.
006890     MOVE SPACES TO REPORT-RECORD.
006900     STRING "SKIPPED - NO PROFILE ON FILE  . : " DELIMITED BY SIZE
006910             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
006920             INTO REPORT-RECORD.
006930     WRITE REPORT-RECORD.
006940     PERFORM 5100-CHECK-REPORT-WRITE
006950         THRU 5100-CHECK-REPORT-WRITE-EXIT.
006960*
006970     MOVE WS-NO-CONSENT-COUNT TO WS-REPORT-NUMERIC-EDIT.
006980     MOVE SPACES TO REPORT-RECORD.
006990     STRING "SKIPPED - NO CONSENT GIVEN  . . : " DELIMITED BY SIZE
007000             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007010             INTO REPORT-RECORD.
007020     WRITE REPORT-RECORD.
007030     PERFORM 5100-CHECK-REPORT-WRITE
007040         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007050*
007060     MOVE WS-QUIET-SKIP-COUNT TO WS-REPORT-NUMERIC-EDIT.
007070     MOVE SPACES TO REPORT-RECORD.
007080     STRING "SKIPPED - CONTACTED LATELY  . . : " DELIMITED BY SIZE
007090             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007100             INTO REPORT-RECORD.
007110     WRITE REPORT-RECORD.
007120     PERFORM 5100-CHECK-REPORT-WRITE
007130         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007140*
007150     MOVE WS-QUIET-DAYS TO WS-REPORT-NUMERIC-EDIT.
007160     MOVE SPACES TO REPORT-RECORD.
007170     STRING "QUIET PERIOD IN DAYS  . . . . . : " DELIMITED BY SIZE
007180             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007190             INTO REPORT-RECORD.
007200     WRITE REPORT-RECORD.
007210     PERFORM 5100-CHECK-REPORT-WRITE
007220         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007230*
007240     MOVE WS-HISTORY-ADD-COUNT TO WS-REPORT-NUMERIC-EDIT.
007250     MOVE SPACES TO REPORT-RECORD.
007260     STRING "CONTACTS ADDED TO HISTORY . . . : " DELIMITED BY SIZE
007270             WS-REPORT-NUMERIC-EDIT DELIMITED BY SIZE
007280             INTO REPORT-RECORD.
007290     WRITE REPORT-RECORD.
007300     PERFORM 5100-CHECK-REPORT-WRITE
007310         THRU 5100-CHECK-REPORT-WRITE-EXIT.
007320*
007330     IF WS-PROFILE-ABSENT
007340         MOVE SPACES TO REPORT-RECORD
007350         MOVE "(NO PROFILE FILE - NO ONE HAS CONSENTED YET)"
007360             TO REPORT-RECORD
007370         WRITE REPORT-RECORD
007380         PERFORM 5100-CHECK-REPORT-WRITE
007390             THRU 5100-CHECK-REPORT-WRITE-EXIT
007400     END-IF.
007410 5000-WRITE-JOIN-TOTALS-EXIT.
007420     EXIT.
007430*
007440 5100-CHECK-REPORT-WRITE.
007450     IF NOT WS-RPT-OK
007460         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
007470             WS-RPT-FILE-STATUS
007480     END-IF.
007490 5100-CHECK-REPORT-WRITE-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
007540*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
007550*                          BY EVERY BATCH PROGRAM VIA            *
007560*                          JRNLPUT.CPY.                          *
007570******************************************************************
007580     COPY JRNLPUT.
007590*
007600******************************************************************
007610* 7000-SUBTRACT-DAYS-FROM-DATE - SHARED CALENDAR ROUTINE, USED   *
007620*                                TO TURN THE QUIET PERIOD INTO   *
007630*                                A CUT-OFF DATE.                 *
007640******************************************************************
007650     COPY DATECALC.
007660*
007670******************************************************************
007680* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
007690******************************************************************
007700 9999-TERMINATE.
007710     IF NOT WS-BANDS-ABSENT
007720         CLOSE BAND-FILE
007730     END-IF.
007740     IF NOT WS-PROFILE-ABSENT
007750         CLOSE PROFILE-FILE
007760     END-IF.
007770     CLOSE LETTER-FILE.
007780     CLOSE REPORT-FILE.
007790     IF WS-HISTORY-OPEN
007800         CLOSE OUTREACH-HISTORY-FILE
007810     END-IF.
007820 9999-TERMINATE-EXIT.
007830     EXIT.
