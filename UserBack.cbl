000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     UserBack.
000030 AUTHOR.         Malayme.
000040 INSTALLATION.   COBILISTE PROJECT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*    UserBack                                                    *
000110*                                                                *
000120*    OUTREACH COME-BACK REPORT.  UserOut RECORDS EVERY LETTER    *
000130*    IT CUTS ON THE OUTREACH HISTORY (OUTHIST.CPY) UNDER THE     *
000140*    PSEUDO AND THE CAMPAIGN DATE.  THIS RUN MATCHES THAT        *
000150*    HISTORY AGAINST THE LIFETIME AUDIT TRAIL (THE UserArch      *
000160*    ARCHIVE GENERATIONS CONCATENATED AHEAD OF THE CURRENT LOG   *
000170*    ON THE AUDITLOG DD) AND SHOWS, PER CAMPAIGN AND WITHIN IT   *
000180*    PER 30/90/365-DAY BAND AND LETTER LANGUAGE, HOW MANY OF     *
000190*    THE USERS WRITTEN TO CAME BACK AND HOW QUICKLY: WITHIN 7,   *
000200*    30, 90 OR 365 DAYS, LATER THAN THAT, OR NOT YET, WITH THE   *
000210*    COME-BACK RATE AND THE AVERAGE DAYS TO RETURN.  TOTALS FOR  *
000220*    ALL CAMPAIGNS, BY BAND AND BY LANGUAGE, CLOSE THE REPORT.   *
000230*                                                                *
000240*    A CONTACT COUNTS AS BACK ON THE FIRST AUDIT RECORD FOR THE  *
000250*    PSEUDO DATED AFTER THE CAMPAIGN DATE (A VISIT ON THE DAY    *
000260*    THE LETTERS WERE CUT MAY WELL HAVE COME BEFORE THEM) AND    *
000270*    NO LATER THAN THE PSEUDO'S NEXT CAMPAIGN, SO A RETURN IS    *
000280*    CREDITED TO THE LETTER THAT PRECEDED IT AND NEVER TO TWO.   *
000290*    MARKER RECORDS ("*" PSEUDOS) ARE NOBODY'S VISIT AND ARE     *
000300*    LEFT OUT.  THE MATCH IS BY PSEUDO, SO A USER RENAMED SINCE  *
000310*    THE LETTER COUNTS AS NOT BACK.                              *
000320*                                                                *
000330*    RECENT CAMPAIGNS HAVE HAD LITTLE TIME TO WORK - READ THEIR  *
000340*    NOT-YET COLUMN AGAINST THE REPORT DATE.                     *
000350*                                                                *
000360*    SEE JCL/USERBACK.JCL.  NOTHING IS UPDATED.                  *
000370*                                                                *
000380*    RETURN CODES:  0 - REPORT COMPLETE (AN OUTREACH HISTORY     *
000390*                       NOT CREATED YET GIVES AN EMPTY ONE).     *
000400*                   8 - OPEN OR READ FAILURE; THE FIGURES ARE    *
000410*                       INCOMPLETE.                              *
000420*                                                                *
000430*    MODIFICATION HISTORY                                       *
000440*    DATE       INIT  DESCRIPTION                                *
000450*    2026-10-15  ML   ORIGINAL VERSION.                          *
000460*                                                                *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUD-FILE-STATUS.
000570*
000580     SELECT VISIT-SORT-FILE ASSIGN TO "SRTWORK".
000590*
000600     SELECT SORTED-VISIT-FILE ASSIGN TO "SRTOUT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SVS-FILE-STATUS.
000630*
000640     SELECT OUTREACH-HISTORY-FILE ASSIGN TO "OUTHIST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS OH-KEY
000680         FILE STATUS IS WS-OHS-FILE-STATUS.
000690*
000700     SELECT RESULT-SORT-FILE ASSIGN TO "SRTWRK2".
000710*
000720     SELECT SORTED-RESULT-FILE ASSIGN TO "SRTOUT2"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-SRS-FILE-STATUS.
000750*
000760     SELECT REPORT-FILE ASSIGN TO "BACKRPT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790*
000800     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-RNJ-FILE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  AUDIT-LOG-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD IS VARYING IN SIZE FROM 28 TO 40 CHARACTERS
000890         DEPENDING ON WS-AUD-RECORD-LENGTH.
000900 COPY AUDITLOG.
000910*
000920*    ONLY THE PSEUDO AND DATE OF A VISIT MATTER HERE.
000930 SD  VISIT-SORT-FILE.
000940 01  VST-RECORD.
000950     05  VST-PSEUDO                  PIC X(12).
000960     05  VST-RUN-DATE                PIC 9(08).
000970*
000980 FD  SORTED-VISIT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  SVS-RECORD.
001010     05  SVS-KEY.
001020         10  SVS-PSEUDO              PIC X(12).
001030         10  SVS-RUN-DATE            PIC 9(08).
001040*
001050 FD  OUTREACH-HISTORY-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY OUTHIST.
001080*
001090*    ONE RESULT PER CONTACT, RE-SORTED INTO CAMPAIGN, BAND AND
001100*    LANGUAGE ORDER FOR THE CONTROL-BREAK REPORT.  RSR-DAYS IS
001110*    THE DAYS FROM THE CAMPAIGN TO THE RETURN (ZERO WHEN NOT
001120*    BACK).
001130 SD  RESULT-SORT-FILE.
001140 01  RSR-RECORD.
001150     05  RSR-CAMPAIGN-DATE           PIC 9(08).
001160     05  RSR-BAND                    PIC 9(03).
001170     05  RSR-LANG-CODE               PIC X(02).
001180     05  RSR-OUTCOME                 PIC X(01).
001190     05  RSR-DAYS                    PIC 9(04).
001200*
001210 FD  SORTED-RESULT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  SRS-RECORD.
001240     05  SRS-CAMPAIGN-DATE           PIC 9(08).
001250     05  SRS-BAND                    PIC 9(03).
001260     05  SRS-LANG-CODE               PIC X(02).
001270     05  SRS-OUTCOME                 PIC X(01).
001280         88  SRS-BACK-IN-7               VALUE "1".
001290         88  SRS-BACK-IN-30              VALUE "2".
001300         88  SRS-BACK-IN-90              VALUE "3".
001310         88  SRS-BACK-IN-365             VALUE "4".
001320         88  SRS-BACK-LATER              VALUE "5".
001330         88  SRS-NOT-BACK                VALUE "N".
001340     05  SRS-DAYS                    PIC 9(04).
001350*
001360 FD  REPORT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  REPORT-RECORD                   PIC X(80).
001390*
001400 FD  RUN-JOURNAL-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 COPY RUNJRNL.
001430*
001440 WORKING-STORAGE SECTION.
001450 77  WS-AUD-RECORD-LENGTH            PIC 9(02) COMP.
001460*
001470 01  WS-FILE-SWITCHES.
001480     05  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
001490         88  WS-AUD-OK                   VALUE "00".
001500         88  WS-AUD-FILE-NOT-PRESENT     VALUE "35".
001510     05  WS-SVS-FILE-STATUS          PIC X(02) VALUE SPACES.
001520         88  WS-SVS-OK                   VALUE "00".
001530     05  WS-OHS-FILE-STATUS          PIC X(02) VALUE SPACES.
001540         88  WS-OHS-OK                   VALUE "00".
001550         88  WS-OHS-FILE-NOT-PRESENT     VALUE "35".
001560     05  WS-SRS-FILE-STATUS          PIC X(02) VALUE SPACES.
001570         88  WS-SRS-OK                   VALUE "00".
001580     05  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001590         88  WS-RPT-OK                   VALUE "00".
001600     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001610         88  WS-RNJ-OK                   VALUE "00".
001620*
001630 01  WS-CONTROL-SWITCHES.
001640     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001650         88  WS-END-OF-AUDIT             VALUE "Y".
001660     05  WS-SVS-EOF-SW               PIC X(01) VALUE "N".
001670         88  WS-END-OF-VISITS            VALUE "Y".
001680     05  WS-OHS-EOF-SW               PIC X(01) VALUE "N".
001690         88  WS-END-OF-HISTORY           VALUE "Y".
001700     05  WS-SRS-EOF-SW               PIC X(01) VALUE "N".
001710         88  WS-END-OF-RESULTS           VALUE "Y".
001720     05  WS-HISTORY-ABSENT-SW        PIC X(01) VALUE "N".
001730         88  WS-HISTORY-ABSENT           VALUE "Y".
001740*
001750 01  WS-COUNTERS.
001760     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001770     05  WS-VISIT-COUNT              PIC 9(08) COMP VALUE ZERO.
001780     05  WS-HISTORY-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
001790     05  WS-CAMPAIGN-COUNT           PIC 9(08) COMP VALUE ZERO.
001800     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001810*
001820 01  WS-CURRENT-DATE-FIELDS.
001830     05  WS-CURRENT-DATE             PIC 9(08).
001840*
001850*    THE CONTACT BEING MATCHED.  THE HISTORY FILE'S RECORD AREA
001860*    ALREADY HOLDS THE NEXT ONE, WHICH BOUNDS THE WINDOW A
001870*    RETURN CAN BE CREDITED IN.
001880 01  WS-CONTACT-FIELDS.
001890     05  WS-CON-KEY.
001900         10  WS-CON-PSEUDO           PIC X(12).
001910         10  WS-CON-CAMPAIGN-DATE    PIC 9(08).
001920     05  WS-CON-BAND                 PIC 9(03).
001930     05  WS-CON-LANG-CODE            PIC X(02).
001940     05  WS-CON-WINDOW-END           PIC 9(08).
001950     05  WS-RETURN-DAYS              PIC 9(04) COMP.
001960*
001970*    CONTROL-BREAK FIELDS FOR THE REPORT.
001980 01  WS-BREAK-FIELDS.
001990     05  WS-BRK-CAMPAIGN-DATE        PIC 9(08).
002000     05  WS-BRK-BAND                 PIC 9(03).
002010     05  WS-BRK-LANG-CODE            PIC X(02).
002020*
002030*    COME-BACK TALLIES.  ENTRY 1 IS THE CURRENT BAND/LANGUAGE
002040*    GROUP, 2 THE CURRENT CAMPAIGN, 3 ALL CAMPAIGNS, 4 TO 6 THE
002050*    030/090/365 BANDS OVER ALL CAMPAIGNS AND 7 ONWARD ONE PER
002060*    LETTER LANGUAGE, IN ORDER OF FIRST APPEARANCE.  A LANGUAGE
002070*    PAST THE LAST ENTRY IS ADDED TO IT, RELABELLED "**".
002080 01  WS-TALLY-FIELDS.
002090     05  WS-TLY-SUB                  PIC 9(04) COMP VALUE ZERO.
002100     05  WS-BAND-TLY-SUB             PIC 9(04) COMP VALUE ZERO.
002110     05  WS-LANG-TLY-SUB             PIC 9(04) COMP VALUE ZERO.
002120     05  WS-LANG-TLY-LAST            PIC 9(04) COMP VALUE 6.
002130     05  WS-LANG-TLY-MAX             PIC 9(04) COMP VALUE 26.
002140     05  WS-BACK-COUNT               PIC 9(08) COMP VALUE ZERO.
002150     05  WS-RATE                     PIC 9(03)V9 VALUE ZERO.
002160     05  WS-AVERAGE-DAYS             PIC 9(04) VALUE ZERO.
002170*
002180 01  WS-TALLY-TABLE.
002190     05  WS-TALLY OCCURS 26 TIMES.
002200         10  WS-TLY-BAND             PIC X(04).
002210         10  WS-TLY-LANG             PIC X(04).
002220         10  WS-TLY-SENT             PIC 9(08) COMP.
002230         10  WS-TLY-BACK-7           PIC 9(08) COMP.
002240         10  WS-TLY-BACK-30          PIC 9(08) COMP.
002250         10  WS-TLY-BACK-90          PIC 9(08) COMP.
002260         10  WS-TLY-BACK-365         PIC 9(08) COMP.
002270         10  WS-TLY-BACK-LATER       PIC 9(08) COMP.
002280         10  WS-TLY-NOT-BACK         PIC 9(08) COMP.
002290         10  WS-TLY-DAYS-TOTAL       PIC 9(10) COMP.
002300*
002310 01  WS-REPORT-DATE-EDIT             PIC 9(08).
002320 01  WS-REPORT-NUMERIC-EDIT          PIC ZZZZZZZ9.
002330*
002340 01  WS-LABEL-LINE.
002350     05  WS-LBL-TEXT                 PIC X(34).
002360     05  WS-LBL-VALUE                PIC X(46).
002370*
002380 01  WS-COLUMN-HEADING-1.
002390     05  FILLER                      PIC X(40)
002400         VALUE "           LETTERS  ---- CAME BACK WITHI".
002410     05  FILLER                      PIC X(40)
002420         VALUE "N ----   OVER     NOT   BACK   AVG      ".
002430*
002440 01  WS-COLUMN-HEADING-2.
002450     05  FILLER                      PIC X(40)
002460         VALUE "  BAND LANG   SENT    7 D   30 D   90 D ".
002470     05  FILLER                      PIC X(40)
002480         VALUE " 365 D  365 D    BACK      %  DAYS      ".
002490*
002500 01  WS-DETAIL-LINE.
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  WS-DL-BAND                  PIC X(04).
002530     05  FILLER                      PIC X(01) VALUE SPACES.
002540     05  WS-DL-LANG                  PIC X(04).
002550     05  WS-DL-SENT                  PIC ZZZZZZ9.
002560     05  FILLER                      PIC X(01) VALUE SPACES.
002570     05  WS-DL-BACK-7                PIC ZZZZZ9.
002580     05  FILLER                      PIC X(01) VALUE SPACES.
002590     05  WS-DL-BACK-30               PIC ZZZZZ9.
002600     05  FILLER                      PIC X(01) VALUE SPACES.
002610     05  WS-DL-BACK-90               PIC ZZZZZ9.
002620     05  FILLER                      PIC X(01) VALUE SPACES.
002630     05  WS-DL-BACK-365              PIC ZZZZZ9.
002640     05  FILLER                      PIC X(01) VALUE SPACES.
002650     05  WS-DL-BACK-LATER            PIC ZZZZZ9.
002660     05  FILLER                      PIC X(01) VALUE SPACES.
002670     05  WS-DL-NOT-BACK              PIC ZZZZZZ9.
002680     05  FILLER                      PIC X(02) VALUE SPACES.
002690     05  WS-DL-RATE                  PIC ZZ9.9.
002700     05  FILLER                      PIC X(02) VALUE SPACES.
002710     05  WS-DL-AVERAGE-DAYS          PIC ZZZ9.
002720     05  FILLER                      PIC X(07) VALUE SPACES.
002730*
002740 COPY DATEWRK.
002750*
002760 PROCEDURE DIVISION.
002770*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT.
002810*
002820     SORT VISIT-SORT-FILE
002830         ON ASCENDING KEY VST-PSEUDO
002840                          VST-RUN-DATE
002850         INPUT PROCEDURE IS 2000-FEED-VISITS
002860             THRU 2000-FEED-VISITS-EXIT
002870         GIVING SORTED-VISIT-FILE.
002880*
002890     SORT RESULT-SORT-FILE
002900         ON ASCENDING KEY RSR-CAMPAIGN-DATE
002910                          RSR-BAND
002920                          RSR-LANG-CODE
002930         INPUT PROCEDURE IS 3000-MATCH-CONTACTS
002940             THRU 3000-MATCH-CONTACTS-EXIT
002950         GIVING SORTED-RESULT-FILE.
002960*
002970     PERFORM 5000-WRITE-REPORT
002980         THRU 5000-WRITE-REPORT-EXIT.
002990*
003000     PERFORM 9999-TERMINATE
003010         THRU 9999-TERMINATE-EXIT.
003020*
003030     IF WS-IO-FAIL-COUNT > ZERO
003040         MOVE 8 TO RETURN-CODE
003050     END-IF.
003060     MOVE "E" TO RJ-RECORD-TYPE.
003070     MOVE WS-HISTORY-READ-COUNT TO RJ-READ-COUNT.
003080     MOVE WS-CAMPAIGN-COUNT TO RJ-WRITTEN-COUNT.
003090     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
003100     MOVE RETURN-CODE TO RJ-RETURN-CODE.
003110     PERFORM 6500-WRITE-RUN-JOURNAL
003120         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003130     STOP RUN.
003140*
003150******************************************************************
003160* 1000-INITIALIZE - JOURNAL THE START, OPEN THE REPORT AND SET   *
003170*                   UP THE FIXED TALLY ENTRIES.  THE AUDIT       *
003180*                   TRAIL AND THE HISTORY ARE OPENED WHERE THEY  *
003190*                   ARE READ.                                    *
003200******************************************************************
003210 1000-INITIALIZE.
003220     MOVE "UserBack" TO RJ-PROGRAM-NAME.
003230     MOVE "S" TO RJ-RECORD-TYPE.
003240     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
003250                  RJ-ERROR-COUNT RJ-RETURN-CODE.
003260     PERFORM 6500-WRITE-RUN-JOURNAL
003270         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
003280*
003290     OPEN OUTPUT REPORT-FILE.
003300     IF NOT WS-RPT-OK
003310         DISPLAY "REPORT-FILE OPEN FAILED - STATUS "
003320             WS-RPT-FILE-STATUS
003330     END-IF.
003340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003350*
003360     PERFORM 5600-CLEAR-TALLY
003370         THRU 5600-CLEAR-TALLY-EXIT
003380         VARYING WS-TLY-SUB FROM 1 BY 1
003390         UNTIL WS-TLY-SUB > WS-LANG-TLY-MAX.
003400     MOVE "ALL" TO WS-TLY-BAND(3) WS-TLY-LANG(3).
003410     MOVE "030" TO WS-TLY-BAND(4).
003420     MOVE "090" TO WS-TLY-BAND(5).
003430     MOVE "365" TO WS-TLY-BAND(6).
003440     MOVE "ALL" TO WS-TLY-LANG(4) WS-TLY-LANG(5) WS-TLY-LANG(6).
003450 1000-INITIALIZE-EXIT.
003460     EXIT.
003470*
003480******************************************************************
003490* 2000-FEED-VISITS - RELEASE EVERY VISIT ON THE LIFETIME AUDIT   *
003500*                    TRAIL BY PSEUDO AND DATE.  MARKER RECORDS   *
003510*                    ARE LEFT OUT.  AN AUDIT LOG THAT DOES NOT   *
003520*                    EXIST YET IS TREATED AS EMPTY.              *
003530******************************************************************
003540 2000-FEED-VISITS.
003550     OPEN INPUT AUDIT-LOG-FILE.
003560     IF WS-AUD-FILE-NOT-PRESENT
003570         GO TO 2000-FEED-VISITS-EXIT
003580     END-IF.
003590     IF NOT WS-AUD-OK
003600         DISPLAY "AUDIT-LOG OPEN FAILED - STATUS "
003610             WS-AUD-FILE-STATUS
003620         ADD 1 TO WS-IO-FAIL-COUNT
003630         GO TO 2000-FEED-VISITS-EXIT
003640     END-IF.
003650     PERFORM 2100-READ-AUDIT-RECORD
003660         THRU 2100-READ-AUDIT-RECORD-EXIT.
003670     PERFORM 2200-RELEASE-ONE-VISIT
003680         THRU 2200-RELEASE-ONE-VISIT-EXIT
003690         UNTIL WS-END-OF-AUDIT.
003700     CLOSE AUDIT-LOG-FILE.
003710 2000-FEED-VISITS-EXIT.
003720     EXIT.
003730*
003740 2100-READ-AUDIT-RECORD.
003750     READ AUDIT-LOG-FILE
003760         AT END
003770             MOVE "Y" TO WS-AUD-EOF-SW
003780         NOT AT END
003790             ADD 1 TO WS-AUDIT-READ-COUNT
003800     END-READ.
003810 2100-READ-AUDIT-RECORD-EXIT.
003820     EXIT.
003830*
003840 2200-RELEASE-ONE-VISIT.
003850     IF AUD-PSEUDO(1:1) = "*"
003860         GO TO 2200-RELEASE-ONE-VISIT-READ
003870     END-IF.
003880     ADD 1 TO WS-VISIT-COUNT.
003890     MOVE AUD-PSEUDO TO VST-PSEUDO.
003900     MOVE AUD-RUN-DATE TO VST-RUN-DATE.
003910     RELEASE VST-RECORD.
003920*
003930 2200-RELEASE-ONE-VISIT-READ.
003940     PERFORM 2100-READ-AUDIT-RECORD
003950         THRU 2100-READ-AUDIT-RECORD-EXIT.
003960 2200-RELEASE-ONE-VISIT-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000* 3000-MATCH-CONTACTS - WALK THE OUTREACH HISTORY AND THE        *
004010*                       SORTED VISITS TOGETHER IN PSEUDO AND     *
004020*                       DATE ORDER, RELEASING ONE RESULT PER     *
004030*                       CONTACT.  AN OUTREACH HISTORY NOT        *
004040*                       CREATED YET HOLDS NO CONTACTS.           *
004050******************************************************************
004060 3000-MATCH-CONTACTS.
004070     OPEN INPUT SORTED-VISIT-FILE.
004080     IF NOT WS-SVS-OK
004090         DISPLAY "SORTED-VISIT OPEN FAILED - STATUS "
004100             WS-SVS-FILE-STATUS
004110         ADD 1 TO WS-IO-FAIL-COUNT
004120         GO TO 3000-MATCH-CONTACTS-EXIT
004130     END-IF.
004140     PERFORM 3050-READ-SORTED-VISIT
004150         THRU 3050-READ-SORTED-VISIT-EXIT.
004160*
004170     OPEN INPUT OUTREACH-HISTORY-FILE.
004180     IF WS-OHS-FILE-NOT-PRESENT
004190         MOVE "Y" TO WS-HISTORY-ABSENT-SW
004200         CLOSE SORTED-VISIT-FILE
004210         GO TO 3000-MATCH-CONTACTS-EXIT
004220     END-IF.
004230     IF NOT WS-OHS-OK
004240         DISPLAY "OUTREACH-HISTORY OPEN FAILED - STATUS "
004250             WS-OHS-FILE-STATUS
004260         ADD 1 TO WS-IO-FAIL-COUNT
004270         MOVE "Y" TO WS-HISTORY-ABSENT-SW
004280         CLOSE SORTED-VISIT-FILE
004290         GO TO 3000-MATCH-CONTACTS-EXIT
004300     END-IF.
004310     PERFORM 3060-READ-HISTORY-RECORD
004320         THRU 3060-READ-HISTORY-RECORD-EXIT.
004330     PERFORM 3100-MATCH-ONE-CONTACT
004340         THRU 3100-MATCH-ONE-CONTACT-EXIT
004350         UNTIL WS-END-OF-HISTORY.
004360     CLOSE OUTREACH-HISTORY-FILE.
004370     CLOSE SORTED-VISIT-FILE.
004380 3000-MATCH-CONTACTS-EXIT.
004390     EXIT.
004400*
004410 3050-READ-SORTED-VISIT.
004420     READ SORTED-VISIT-FILE
004430         AT END
004440             MOVE "Y" TO WS-SVS-EOF-SW
004450     END-READ.
004460 3050-READ-SORTED-VISIT-EXIT.
004470     EXIT.
004480*
004490 3060-READ-HISTORY-RECORD.
004500     READ OUTREACH-HISTORY-FILE
004510         AT END
004520             MOVE "Y" TO WS-OHS-EOF-SW
004530             GO TO 3060-READ-HISTORY-RECORD-EXIT
004540     END-READ.
004550     IF NOT WS-OHS-OK
004560         DISPLAY "OUTREACH-HISTORY READ FAILED - STATUS "
004570             WS-OHS-FILE-STATUS
004580         ADD 1 TO WS-IO-FAIL-COUNT
004590         MOVE "Y" TO WS-OHS-EOF-SW
004600         GO TO 3060-READ-HISTORY-RECORD-EXIT
004610     END-IF.
004620     ADD 1 TO WS-HISTORY-READ-COUNT.
004630 3060-READ-HISTORY-RECORD-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670* 3100-MATCH-ONE-CONTACT - TAKE THE CONTACT IN HAND, READ AHEAD  *
004680*                          TO THE NEXT ONE, SKIP THE VISITS UP   *
004690*                          TO THE CAMPAIGN DATE AND SEE WHETHER  *
004700*                          THE NEXT VISIT FALLS IN THE WINDOW    *
004710*                          BEFORE THE PSEUDO'S NEXT CAMPAIGN.    *
004720******************************************************************
004730 3100-MATCH-ONE-CONTACT.
004740     MOVE OH-PSEUDO TO WS-CON-PSEUDO.
004750     MOVE OH-CAMPAIGN-DATE TO WS-CON-CAMPAIGN-DATE.
004760     MOVE OH-BAND TO WS-CON-BAND.
004770     MOVE OH-LANG-CODE TO WS-CON-LANG-CODE.
004780     PERFORM 3060-READ-HISTORY-RECORD
004790         THRU 3060-READ-HISTORY-RECORD-EXIT.
004800     IF NOT WS-END-OF-HISTORY
004810        AND OH-PSEUDO = WS-CON-PSEUDO
004820         MOVE OH-CAMPAIGN-DATE TO WS-CON-WINDOW-END
004830     ELSE
004840         MOVE 99999999 TO WS-CON-WINDOW-END
004850     END-IF.
004860*
004870     PERFORM 3050-READ-SORTED-VISIT
004880         THRU 3050-READ-SORTED-VISIT-EXIT
004890         UNTIL WS-END-OF-VISITS
004900            OR SVS-KEY > WS-CON-KEY.
004910*
004920     MOVE WS-CON-CAMPAIGN-DATE TO RSR-CAMPAIGN-DATE.
004930     MOVE WS-CON-BAND TO RSR-BAND.
004940     MOVE WS-CON-LANG-CODE TO RSR-LANG-CODE.
004950     MOVE ZERO TO RSR-DAYS.
004960     IF WS-END-OF-VISITS
004970        OR SVS-PSEUDO NOT = WS-CON-PSEUDO
004980        OR SVS-RUN-DATE > WS-CON-WINDOW-END
004990         MOVE "N" TO RSR-OUTCOME
005000         RELEASE RSR-RECORD
005010         GO TO 3100-MATCH-ONE-CONTACT-EXIT
005020     END-IF.
005030*
005040     PERFORM 3200-COUNT-RETURN-DAYS
005050         THRU 3200-COUNT-RETURN-DAYS-EXIT.
005060     MOVE WS-RETURN-DAYS TO RSR-DAYS.
005070     IF WS-RETURN-DAYS NOT > 7
005080         MOVE "1" TO RSR-OUTCOME
005090     ELSE
005100         IF WS-RETURN-DAYS NOT > 30
005110             MOVE "2" TO RSR-OUTCOME
005120         ELSE
005130             IF WS-RETURN-DAYS NOT > 90
005140                 MOVE "3" TO RSR-OUTCOME
005150             ELSE
005160                 IF WS-RETURN-DAYS NOT > 365
005170                     MOVE "4" TO RSR-OUTCOME
005180                 ELSE
005190                     MOVE "5" TO RSR-OUTCOME
005200                 END-IF
005210             END-IF
005220         END-IF
005230     END-IF.
005240     RELEASE RSR-RECORD.
005250 3100-MATCH-ONE-CONTACT-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 3200-COUNT-RETURN-DAYS - DAYS FROM THE CAMPAIGN DATE TO THE    *
005300*                          RETURN VISIT, COUNTED A DAY AT A      *
005310*                          TIME ON THE SHARED CALENDAR (CAPPED   *
005320*                          AT 9999).                             *
005330******************************************************************
005340 3200-COUNT-RETURN-DAYS.
005350     MOVE WS-CON-CAMPAIGN-DATE TO DC-DATE.
005360     MOVE ZERO TO WS-RETURN-DAYS.
005370     PERFORM 3210-STEP-ONE-DAY
005380         THRU 3210-STEP-ONE-DAY-EXIT
005390         UNTIL DC-DATE NOT < SVS-RUN-DATE
005400            OR WS-RETURN-DAYS NOT < 9999.
005410 3200-COUNT-RETURN-DAYS-EXIT.
005420     EXIT.
005430*
005440 3210-STEP-ONE-DAY.
005450     PERFORM 7300-ADVANCE-ONE-DAY
005460         THRU 7300-ADVANCE-ONE-DAY-EXIT.
005470     ADD 1 TO WS-RETURN-DAYS.
005480 3210-STEP-ONE-DAY-EXIT.
005490     EXIT.
005500*
005510******************************************************************
005520* 5000-WRITE-REPORT - ONE BLOCK PER CAMPAIGN, ONE LINE PER BAND  *
005530*                     AND LANGUAGE WITHIN IT AND A CAMPAIGN      *
005540*                     TOTAL, THEN THE ALL-CAMPAIGN TOTALS BY     *
005550*                     BAND AND BY LANGUAGE AND THE RUN COUNTS.   *
005560******************************************************************
005570 5000-WRITE-REPORT.
005580     MOVE SPACES TO REPORT-RECORD.
005590     MOVE WS-CURRENT-DATE TO WS-REPORT-DATE-EDIT.
005600     STRING "COBILISTE - OUTREACH COME-BACK REPORT  "
005610             DELIMITED BY SIZE
005620             WS-REPORT-DATE-EDIT DELIMITED BY SIZE
005630             INTO REPORT-RECORD.
005640     WRITE REPORT-RECORD.
005650     PERFORM 5900-CHECK-REPORT-WRITE
005660         THRU 5900-CHECK-REPORT-WRITE-EXIT.
005670*
005680     OPEN INPUT SORTED-RESULT-FILE.
005690     IF NOT WS-SRS-OK
005700         DISPLAY "SORTED-RESULT OPEN FAILED - STATUS "
005710             WS-SRS-FILE-STATUS
005720         ADD 1 TO WS-IO-FAIL-COUNT
005730         GO TO 5000-WRITE-REPORT-TOTALS
005740     END-IF.
005750     PERFORM 5050-READ-SORTED-RESULT
005760         THRU 5050-READ-SORTED-RESULT-EXIT.
005770     IF WS-END-OF-RESULTS
005780         MOVE SPACES TO REPORT-RECORD
005790         WRITE REPORT-RECORD
005800         PERFORM 5900-CHECK-REPORT-WRITE
005810             THRU 5900-CHECK-REPORT-WRITE-EXIT
005820         MOVE "NO CONTACTS ON THE OUTREACH HISTORY."
005830             TO REPORT-RECORD
005840         WRITE REPORT-RECORD
005850         PERFORM 5900-CHECK-REPORT-WRITE
005860             THRU 5900-CHECK-REPORT-WRITE-EXIT
005870     ELSE
005880         PERFORM 5100-REPORT-ONE-CAMPAIGN
005890             THRU 5100-REPORT-ONE-CAMPAIGN-EXIT
005900             UNTIL WS-END-OF-RESULTS
005910         PERFORM 5300-REPORT-ALL-CAMPAIGNS
005920             THRU 5300-REPORT-ALL-CAMPAIGNS-EXIT
005930     END-IF.
005940     CLOSE SORTED-RESULT-FILE.
005950*
005960 5000-WRITE-REPORT-TOTALS.
005970     MOVE SPACES TO REPORT-RECORD.
005980     WRITE REPORT-RECORD.
005990     PERFORM 5900-CHECK-REPORT-WRITE
006000         THRU 5900-CHECK-REPORT-WRITE-EXIT.
006010     MOVE SPACES TO WS-LABEL-LINE.
006020     MOVE "OUTREACH CONTACTS READ  . . . . : " TO WS-LBL-TEXT.
006030     MOVE WS-HISTORY-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
006040     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
006050     PERFORM 5950-WRITE-LABEL-LINE
006060         THRU 5950-WRITE-LABEL-LINE-EXIT.
006070     MOVE SPACES TO WS-LABEL-LINE.
006080     MOVE "CAMPAIGNS REPORTED  . . . . . . : " TO WS-LBL-TEXT.
006090     MOVE WS-CAMPAIGN-COUNT TO WS-REPORT-NUMERIC-EDIT.
006100     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
006110     PERFORM 5950-WRITE-LABEL-LINE
006120         THRU 5950-WRITE-LABEL-LINE-EXIT.
006130     MOVE SPACES TO WS-LABEL-LINE.
006140     MOVE "AUDIT RECORDS READ  . . . . . . : " TO WS-LBL-TEXT.
006150     MOVE WS-AUDIT-READ-COUNT TO WS-REPORT-NUMERIC-EDIT.
006160     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
006170     PERFORM 5950-WRITE-LABEL-LINE
006180         THRU 5950-WRITE-LABEL-LINE-EXIT.
006190     MOVE SPACES TO WS-LABEL-LINE.
006200     MOVE "VISITS MATCHED AGAINST  . . . . : " TO WS-LBL-TEXT.
006210     MOVE WS-VISIT-COUNT TO WS-REPORT-NUMERIC-EDIT.
006220     MOVE WS-REPORT-NUMERIC-EDIT TO WS-LBL-VALUE.
006230     PERFORM 5950-WRITE-LABEL-LINE
006240         THRU 5950-WRITE-LABEL-LINE-EXIT.
006250     IF WS-HISTORY-ABSENT
006260         MOVE SPACES TO REPORT-RECORD
006270         MOVE "(NO OUTREACH HISTORY - UserOut HAS NOT RUN SINCE"
006280             TO REPORT-RECORD
006290         WRITE REPORT-RECORD
006300         PERFORM 5900-CHECK-REPORT-WRITE
006310             THRU 5900-CHECK-REPORT-WRITE-EXIT
006320         MOVE " IT STARTED RECORDING CONTACTS)" TO REPORT-RECORD
006330         WRITE REPORT-RECORD
006340         PERFORM 5900-CHECK-REPORT-WRITE
006350             THRU 5900-CHECK-REPORT-WRITE-EXIT
006360     END-IF.
006370 5000-WRITE-REPORT-EXIT.
006380     EXIT.
006390*
006400 5050-READ-SORTED-RESULT.
006410     READ SORTED-RESULT-FILE
006420         AT END
006430             MOVE "Y" TO WS-SRS-EOF-SW
006440     END-READ.
006450 5050-READ-SORTED-RESULT-EXIT.
006460     EXIT.
006470*
006480******************************************************************
006490* 5100-REPORT-ONE-CAMPAIGN - CAMPAIGN HEADING, ITS BAND AND      *
006500*                            LANGUAGE LINES AND ITS TOTAL.       *
006510******************************************************************
006520 5100-REPORT-ONE-CAMPAIGN.
006530     ADD 1 TO WS-CAMPAIGN-COUNT.
006540     MOVE SRS-CAMPAIGN-DATE TO WS-BRK-CAMPAIGN-DATE.
006550     MOVE 2 TO WS-TLY-SUB.
006560     PERFORM 5600-CLEAR-TALLY
006570         THRU 5600-CLEAR-TALLY-EXIT.
006580     MOVE "ALL" TO WS-TLY-BAND(2) WS-TLY-LANG(2).
006590*
006600     MOVE SPACES TO REPORT-RECORD.
006610     WRITE REPORT-RECORD.
006620     PERFORM 5900-CHECK-REPORT-WRITE
006630         THRU 5900-CHECK-REPORT-WRITE-EXIT.
006640     MOVE SPACES TO WS-LABEL-LINE.
006650     MOVE "CAMPAIGN DATE . . . . . . . . . : " TO WS-LBL-TEXT.
006660     MOVE WS-BRK-CAMPAIGN-DATE TO WS-REPORT-DATE-EDIT.
006670     MOVE WS-REPORT-DATE-EDIT TO WS-LBL-VALUE.
006680     PERFORM 5950-WRITE-LABEL-LINE
006690         THRU 5950-WRITE-LABEL-LINE-EXIT.
006700     PERFORM 5800-WRITE-COLUMN-HEADINGS
006710         THRU 5800-WRITE-COLUMN-HEADINGS-EXIT.
006720*
006730     PERFORM 5200-REPORT-ONE-GROUP
006740         THRU 5200-REPORT-ONE-GROUP-EXIT
006750         UNTIL WS-END-OF-RESULTS
006760            OR SRS-CAMPAIGN-DATE NOT = WS-BRK-CAMPAIGN-DATE.
006770*
006780     MOVE 2 TO WS-TLY-SUB.
006790     PERFORM 5700-WRITE-TALLY-LINE
006800         THRU 5700-WRITE-TALLY-LINE-EXIT.
006810 5100-REPORT-ONE-CAMPAIGN-EXIT.
006820     EXIT.
006830*
006840******************************************************************
006850* 5200-REPORT-ONE-GROUP - ONE LINE FOR THE CONTACTS OF A         *
006860*                         CAMPAIGN IN ONE BAND AND LANGUAGE.     *
006870******************************************************************
006880 5200-REPORT-ONE-GROUP.
006890     MOVE SRS-BAND TO WS-BRK-BAND.
006900     MOVE SRS-LANG-CODE TO WS-BRK-LANG-CODE.
006910     MOVE 1 TO WS-TLY-SUB.
006920     PERFORM 5600-CLEAR-TALLY
006930         THRU 5600-CLEAR-TALLY-EXIT.
006940     MOVE SRS-BAND TO WS-TLY-BAND(1).
006950     MOVE SRS-LANG-CODE TO WS-TLY-LANG(1).
006960*
006970     PERFORM 5250-TALLY-ONE-RESULT
006980         THRU 5250-TALLY-ONE-RESULT-EXIT
006990         UNTIL WS-END-OF-RESULTS
007000            OR SRS-CAMPAIGN-DATE NOT = WS-BRK-CAMPAIGN-DATE
007010            OR SRS-BAND NOT = WS-BRK-BAND
007020            OR SRS-LANG-CODE NOT = WS-BRK-LANG-CODE.
007030*
007040     MOVE 1 TO WS-TLY-SUB.
007050     PERFORM 5700-WRITE-TALLY-LINE
007060         THRU 5700-WRITE-TALLY-LINE-EXIT.
007070 5200-REPORT-ONE-GROUP-EXIT.
007080     EXIT.
007090*
007100******************************************************************
007110* 5250-TALLY-ONE-RESULT - ADD THE RESULT TO ITS GROUP, CAMPAIGN, *
007120*                         GRAND, BAND AND LANGUAGE TALLIES.      *
007130******************************************************************
007140 5250-TALLY-ONE-RESULT.
007150     PERFORM 5500-ADD-RESULT-TO-TALLY
007160         THRU 5500-ADD-RESULT-TO-TALLY-EXIT
007170         VARYING WS-TLY-SUB FROM 1 BY 1
007180         UNTIL WS-TLY-SUB > 3.
007190*
007200     MOVE ZERO TO WS-BAND-TLY-SUB.
007210     IF SRS-BAND = 30
007220         MOVE 4 TO WS-BAND-TLY-SUB
007230     END-IF.
007240     IF SRS-BAND = 90
007250         MOVE 5 TO WS-BAND-TLY-SUB
007260     END-IF.
007270     IF SRS-BAND = 365
007280         MOVE 6 TO WS-BAND-TLY-SUB
007290     END-IF.
007300     IF WS-BAND-TLY-SUB > ZERO
007310         MOVE WS-BAND-TLY-SUB TO WS-TLY-SUB
007320         PERFORM 5500-ADD-RESULT-TO-TALLY
007330             THRU 5500-ADD-RESULT-TO-TALLY-EXIT
007340     END-IF.
007350*
007360     PERFORM 5260-FIND-LANGUAGE-TALLY
007370         THRU 5260-FIND-LANGUAGE-TALLY-EXIT.
007380     MOVE WS-LANG-TLY-SUB TO WS-TLY-SUB.
007390     PERFORM 5500-ADD-RESULT-TO-TALLY
007400         THRU 5500-ADD-RESULT-TO-TALLY-EXIT.
007410*
007420     PERFORM 5050-READ-SORTED-RESULT
007430         THRU 5050-READ-SORTED-RESULT-EXIT.
007440 5250-TALLY-ONE-RESULT-EXIT.
007450     EXIT.
007460*
007470 5260-FIND-LANGUAGE-TALLY.
007480     PERFORM 5270-COMPARE-ONE-LANGUAGE
007490         THRU 5270-COMPARE-ONE-LANGUAGE-EXIT
007500         VARYING WS-LANG-TLY-SUB FROM 7 BY 1
007510         UNTIL WS-LANG-TLY-SUB > WS-LANG-TLY-LAST
007520            OR WS-TLY-LANG(WS-LANG-TLY-SUB) = SRS-LANG-CODE.
007530     IF WS-LANG-TLY-SUB NOT > WS-LANG-TLY-LAST
007540         GO TO 5260-FIND-LANGUAGE-TALLY-EXIT
007550     END-IF.
007560     IF WS-LANG-TLY-LAST < WS-LANG-TLY-MAX
007570         ADD 1 TO WS-LANG-TLY-LAST
007580         MOVE WS-LANG-TLY-LAST TO WS-LANG-TLY-SUB
007590         MOVE "ALL" TO WS-TLY-BAND(WS-LANG-TLY-SUB)
007600         MOVE SRS-LANG-CODE TO WS-TLY-LANG(WS-LANG-TLY-SUB)
007610     ELSE
007620         MOVE WS-LANG-TLY-MAX TO WS-LANG-TLY-SUB
007630         MOVE "**" TO WS-TLY-LANG(WS-LANG-TLY-SUB)
007640     END-IF.
007650 5260-FIND-LANGUAGE-TALLY-EXIT.
007660     EXIT.
007670*
007680 5270-COMPARE-ONE-LANGUAGE.
007690*    THE TEST IS IN THE VARYING CLAUSE; NOTHING TO DO PER ENTRY.
007700     CONTINUE.
007710 5270-COMPARE-ONE-LANGUAGE-EXIT.
007720     EXIT.
007730*
007740******************************************************************
007750* 5300-REPORT-ALL-CAMPAIGNS - THE GRAND TOTAL, THEN EACH BAND    *
007760*                             AND EACH LANGUAGE OVER ALL         *
007770*                             CAMPAIGNS.                         *
007780******************************************************************
007790 5300-REPORT-ALL-CAMPAIGNS.
007800     MOVE SPACES TO REPORT-RECORD.
007810     WRITE REPORT-RECORD.
007820     PERFORM 5900-CHECK-REPORT-WRITE
007830         THRU 5900-CHECK-REPORT-WRITE-EXIT.
007840     MOVE "ALL CAMPAIGNS - BY BAND AND BY LANGUAGE"
007850         TO REPORT-RECORD.
007860     WRITE REPORT-RECORD.
007870     PERFORM 5900-CHECK-REPORT-WRITE
007880         THRU 5900-CHECK-REPORT-WRITE-EXIT.
007890     PERFORM 5800-WRITE-COLUMN-HEADINGS
007900         THRU 5800-WRITE-COLUMN-HEADINGS-EXIT.
007910     PERFORM 5350-WRITE-SUMMARY-LINE
007920         THRU 5350-WRITE-SUMMARY-LINE-EXIT
007930         VARYING WS-TLY-SUB FROM 4 BY 1
007940         UNTIL WS-TLY-SUB > 6.
007950     PERFORM 5350-WRITE-SUMMARY-LINE
007960         THRU 5350-WRITE-SUMMARY-LINE-EXIT
007970         VARYING WS-TLY-SUB FROM 7 BY 1
007980         UNTIL WS-TLY-SUB > WS-LANG-TLY-LAST.
007990     MOVE 3 TO WS-TLY-SUB.
008000     PERFORM 5700-WRITE-TALLY-LINE
008010         THRU 5700-WRITE-TALLY-LINE-EXIT.
008020 5300-REPORT-ALL-CAMPAIGNS-EXIT.
008030     EXIT.
008040*
008050 5350-WRITE-SUMMARY-LINE.
008060     IF WS-TLY-SENT(WS-TLY-SUB) = ZERO
008070         GO TO 5350-WRITE-SUMMARY-LINE-EXIT
008080     END-IF.
008090     PERFORM 5700-WRITE-TALLY-LINE
008100         THRU 5700-WRITE-TALLY-LINE-EXIT.
008110 5350-WRITE-SUMMARY-LINE-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150* 5500-ADD-RESULT-TO-TALLY - COUNT THE CURRENT RESULT INTO       *
008160*                            TALLY WS-TLY-SUB.                   *
008170******************************************************************
008180 5500-ADD-RESULT-TO-TALLY.
008190     ADD 1 TO WS-TLY-SENT(WS-TLY-SUB).
008200     ADD SRS-DAYS TO WS-TLY-DAYS-TOTAL(WS-TLY-SUB).
008210     IF SRS-BACK-IN-7
008220         ADD 1 TO WS-TLY-BACK-7(WS-TLY-SUB)
008230     END-IF.
008240     IF SRS-BACK-IN-30
008250         ADD 1 TO WS-TLY-BACK-30(WS-TLY-SUB)
008260     END-IF.
008270     IF SRS-BACK-IN-90
008280         ADD 1 TO WS-TLY-BACK-90(WS-TLY-SUB)
008290     END-IF.
008300     IF SRS-BACK-IN-365
008310         ADD 1 TO WS-TLY-BACK-365(WS-TLY-SUB)
008320     END-IF.
008330     IF SRS-BACK-LATER
008340         ADD 1 TO WS-TLY-BACK-LATER(WS-TLY-SUB)
008350     END-IF.
008360     IF SRS-NOT-BACK
008370         ADD 1 TO WS-TLY-NOT-BACK(WS-TLY-SUB)
008380     END-IF.
008390 5500-ADD-RESULT-TO-TALLY-EXIT.
008400     EXIT.
008410*
008420 5600-CLEAR-TALLY.
008430     MOVE SPACES TO WS-TLY-BAND(WS-TLY-SUB)
008440                    WS-TLY-LANG(WS-TLY-SUB).
008450     MOVE ZERO TO WS-TLY-SENT(WS-TLY-SUB)
008460                  WS-TLY-BACK-7(WS-TLY-SUB)
008470                  WS-TLY-BACK-30(WS-TLY-SUB)
008480                  WS-TLY-BACK-90(WS-TLY-SUB)
008490                  WS-TLY-BACK-365(WS-TLY-SUB)
008500                  WS-TLY-BACK-LATER(WS-TLY-SUB)
008510                  WS-TLY-NOT-BACK(WS-TLY-SUB)
008520                  WS-TLY-DAYS-TOTAL(WS-TLY-SUB).
008530 5600-CLEAR-TALLY-EXIT.
008540     EXIT.
008550*
008560******************************************************************
008570* 5700-WRITE-TALLY-LINE - PRINT TALLY WS-TLY-SUB WITH ITS        *
008580*                         COME-BACK RATE AND AVERAGE DAYS TO     *
008590*                         RETURN (OVER THOSE WHO CAME BACK).     *
008600******************************************************************
008610 5700-WRITE-TALLY-LINE.
008620     COMPUTE WS-BACK-COUNT = WS-TLY-SENT(WS-TLY-SUB)
008630                           - WS-TLY-NOT-BACK(WS-TLY-SUB).
008640     MOVE ZERO TO WS-RATE WS-AVERAGE-DAYS.
008650     IF WS-TLY-SENT(WS-TLY-SUB) > ZERO
008660         COMPUTE WS-RATE ROUNDED =
008670             WS-BACK-COUNT * 100 / WS-TLY-SENT(WS-TLY-SUB)
008680     END-IF.
008690     IF WS-BACK-COUNT > ZERO
008700         COMPUTE WS-AVERAGE-DAYS ROUNDED =
008710             WS-TLY-DAYS-TOTAL(WS-TLY-SUB) / WS-BACK-COUNT
008720     END-IF.
008730     MOVE WS-TLY-BAND(WS-TLY-SUB) TO WS-DL-BAND.
008740     MOVE WS-TLY-LANG(WS-TLY-SUB) TO WS-DL-LANG.
008750     IF WS-DL-LANG = SPACES
008760         MOVE "??" TO WS-DL-LANG
008770     END-IF.
008780     MOVE WS-TLY-SENT(WS-TLY-SUB) TO WS-DL-SENT.
008790     MOVE WS-TLY-BACK-7(WS-TLY-SUB) TO WS-DL-BACK-7.
008800     MOVE WS-TLY-BACK-30(WS-TLY-SUB) TO WS-DL-BACK-30.
008810     MOVE WS-TLY-BACK-90(WS-TLY-SUB) TO WS-DL-BACK-90.
008820     MOVE WS-TLY-BACK-365(WS-TLY-SUB) TO WS-DL-BACK-365.
008830     MOVE WS-TLY-BACK-LATER(WS-TLY-SUB) TO WS-DL-BACK-LATER.
008840     MOVE WS-TLY-NOT-BACK(WS-TLY-SUB) TO WS-DL-NOT-BACK.
008850     MOVE WS-RATE TO WS-DL-RATE.
008860     MOVE WS-AVERAGE-DAYS TO WS-DL-AVERAGE-DAYS.
008870     MOVE WS-DETAIL-LINE TO REPORT-RECORD.
008880     WRITE REPORT-RECORD.
008890     PERFORM 5900-CHECK-REPORT-WRITE
008900         THRU 5900-CHECK-REPORT-WRITE-EXIT.
008910 5700-WRITE-TALLY-LINE-EXIT.
008920     EXIT.
008930*
008940 5800-WRITE-COLUMN-HEADINGS.
008950     MOVE WS-COLUMN-HEADING-1 TO REPORT-RECORD.
008960     WRITE REPORT-RECORD.
008970     PERFORM 5900-CHECK-REPORT-WRITE
008980         THRU 5900-CHECK-REPORT-WRITE-EXIT.
008990     MOVE WS-COLUMN-HEADING-2 TO REPORT-RECORD.
009000     WRITE REPORT-RECORD.
009010     PERFORM 5900-CHECK-REPORT-WRITE
009020         THRU 5900-CHECK-REPORT-WRITE-EXIT.
009030 5800-WRITE-COLUMN-HEADINGS-EXIT.
009040     EXIT.
009050*
009060 5900-CHECK-REPORT-WRITE.
009070     IF NOT WS-RPT-OK
009080         DISPLAY "REPORT-FILE WRITE FAILED - STATUS "
009090             WS-RPT-FILE-STATUS
009100     END-IF.
009110 5900-CHECK-REPORT-WRITE-EXIT.
009120     EXIT.
009130*
009140 5950-WRITE-LABEL-LINE.
009150     MOVE WS-LABEL-LINE TO REPORT-RECORD.
009160     WRITE REPORT-RECORD.
009170     PERFORM 5900-CHECK-REPORT-WRITE
009180         THRU 5900-CHECK-REPORT-WRITE-EXIT.
009190 5950-WRITE-LABEL-LINE-EXIT.
009200     EXIT.
009210*
009220******************************************************************
009230* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
009240*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
009250*                          BY EVERY BATCH PROGRAM VIA            *
009260*                          JRNLPUT.CPY.                          *
009270******************************************************************
009280     COPY JRNLPUT.
009290*
009300******************************************************************
009310* 7300-ADVANCE-ONE-DAY - SHARED CALENDAR ROUTINE FROM            *
009320*                        DATECALC.CPY.                           *
009330******************************************************************
009340     COPY DATECALC.
009350*
009360******************************************************************
009370* 9999-TERMINATE - CLOSE THE REPORT BEFORE STOP RUN.  THE OTHER  *
009380*                  FILES ARE CLOSED WHERE THEY ARE READ.         *
009390******************************************************************
009400 9999-TERMINATE.
009410     CLOSE REPORT-FILE.
009420 9999-TERMINATE-EXIT.
009430     EXIT.
