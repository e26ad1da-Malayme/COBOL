000590*                     CUT ALSO APPENDS ITS COUNT AND HASH TO     *
000600*                     THE EXTRACT CONTROL FILE FOR THE UserAck   *
000610*                     ACKNOWLEDGEMENT CHECK.                     *
000620*    2026-10-15  ML   CUT DATED WITH THE BUSINESS DATE           *
000630*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000640*                                                                *
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.    IBM-370.
000690 OBJECT-COMPUTER.    IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS UM-PSEUDO
000760         FILE STATUS IS WS-UM-FILE-STATUS.
000770*
000780     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-EXT-FILE-STATUS.
000810*
000820     SELECT PREV-SNAPSHOT-FILE ASSIGN TO "PRVSNAP"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PSN-FILE-STATUS.
000850*
000860     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "XTRCTL"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-XTC-FILE-STATUS.
000890*
000900     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS BD-BDT-FILE-STATUS.
000930*
000940     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RNJ-FILE-STATUS.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  USER-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY USRMSTR.
001030*
001040 FD  EXTRACT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  EXTRACT-RECORD                  PIC X(80).
001070*
001080 FD  PREV-SNAPSHOT-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY USRSNAP.
001110*
001120 FD  EXTRACT-CONTROL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY XTRCTL.
001150*
001160 FD  BUSINESS-DATE-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY BUSDATE.
001190*
001200 FD  RUN-JOURNAL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY RUNJRNL.
001230*
001240 WORKING-STORAGE SECTION.
001250 01  WS-FILE-SWITCHES.
001260     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
001270         88  WS-UM-OK                    VALUE "00".
001280         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
001290     05  WS-EXT-FILE-STATUS          PIC X(02) VALUE SPACES.
001300         88  WS-EXT-OK                   VALUE "00".
001310     05  WS-PSN-FILE-STATUS          PIC X(02) VALUE SPACES.
001320         88  WS-PSN-OK                   VALUE "00".
001330         88  WS-PSN-FILE-NOT-PRESENT     VALUE "35".
001340     05  WS-XTC-FILE-STATUS          PIC X(02) VALUE SPACES.
001350         88  WS-XTC-OK                   VALUE "00".
001360     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
001370         88  WS-RNJ-OK                   VALUE "00".
001380*
001390 01  WS-CONTROL-SWITCHES.
001400     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001410         88  WS-END-OF-ROSTER            VALUE "Y".
001420     05  WS-PSN-EOF-SW               PIC X(01) VALUE "N".
001430         88  WS-END-OF-SNAPSHOT          VALUE "Y".
001440     05  WS-DELTA-MODE-SW            PIC X(01) VALUE "N".
001450         88  WS-DELTA-MODE               VALUE "Y".
001460     05  WS-SNAPSHOT-ABSENT-SW       PIC X(01) VALUE "N".
001470         88  WS-SNAPSHOT-ABSENT          VALUE "Y".
001480*
001490 01  WS-MATCH-KEYS.
001500     05  WS-UM-KEY                   PIC X(12) VALUE HIGH-VALUES.
001510     05  WS-PSN-KEY                  PIC X(12) VALUE HIGH-VALUES.
001520*
001530 01  WS-ACTION-CODE                  PIC X(01).
001540*
001550 01  WS-COUNTERS.
001560     05  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
001570     05  WS-HASH-TOTAL               PIC 9(13) COMP VALUE ZERO.
001580     05  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
001590     05  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
001600*
001610 01  WS-CURRENT-DATE-FIELDS.
001620     05  WS-CURRENT-DATE             PIC 9(08).
001630*
001640 COPY BUSDWRK.
001650*
001660 01  WS-EDIT-FIELDS.
001670     05  WS-DATE-DISPLAY             PIC 9(08).
001680     05  WS-VISITS-DISPLAY           PIC 9(07).
001690     05  WS-COUNT-DISPLAY            PIC 9(08).
001700     05  WS-HASH-DISPLAY             PIC 9(13).
001710*
001720 01  WS-PARM-STRING                  PIC X(20) VALUE SPACES.
001730 01  WS-PARM-FIELDS.
001740     05  WS-PARM-WORD                PIC X(07) VALUE SPACES.
001750         88  WS-PARM-IS-DELTA            VALUE "DELTA".
001760*
001770 LINKAGE SECTION.
001780 01  WS-PARM-AREA.
001790     05  WS-PARM-LENGTH              PIC S9(04) COMP.
001800     05  WS-PARM-TEXT                PIC X(20).
001810*
001820 PROCEDURE DIVISION USING WS-PARM-AREA.
001830*
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-INITIALIZE-EXIT.
001870*
001880     PERFORM 2000-WRITE-HEADER-RECORD
001890         THRU 2000-WRITE-HEADER-RECORD-EXIT.
001900*
001910     PERFORM 2100-READ-ROSTER-RECORD
001920         THRU 2100-READ-ROSTER-RECORD-EXIT.
001930     IF WS-DELTA-MODE
001940         PERFORM 2150-READ-SNAPSHOT-DETAIL
001950             THRU 2150-READ-SNAPSHOT-DETAIL-EXIT
001960         PERFORM 2300-DELTA-ONE-PSEUDO
001970             THRU 2300-DELTA-ONE-PSEUDO-EXIT
001980             UNTIL WS-UM-KEY = HIGH-VALUES
001990               AND WS-PSN-KEY = HIGH-VALUES
002000     ELSE
002010         PERFORM 2200-EXTRACT-ONE-PSEUDO
002020             THRU 2200-EXTRACT-ONE-PSEUDO-EXIT
002030             UNTIL WS-END-OF-ROSTER
002040     END-IF.
002050*
002060     PERFORM 3000-WRITE-TRAILER-RECORD
002070         THRU 3000-WRITE-TRAILER-RECORD-EXIT.
002080     PERFORM 3500-WRITE-EXTRACT-CONTROL
002090         THRU 3500-WRITE-EXTRACT-CONTROL-EXIT.
002100*
002110     PERFORM 9999-TERMINATE
002120         THRU 9999-TERMINATE-EXIT.
002130*
002140     MOVE "E" TO RJ-RECORD-TYPE.
002150     MOVE WS-EXTRACT-COUNT TO RJ-READ-COUNT.
002160     MOVE WS-EXTRACT-COUNT TO RJ-WRITTEN-COUNT.
002170     MOVE ZERO TO RJ-ERROR-COUNT.
002180     MOVE RETURN-CODE TO RJ-RETURN-CODE.
002190     PERFORM 6500-WRITE-RUN-JOURNAL
002200         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002210     STOP RUN.
002220*
002230******************************************************************
002240* 1000-INITIALIZE - OPEN THE ROSTER, CREATING IT ON THE VERY     *
002250*                   FIRST RUN IF IT DOES NOT YET EXIST (SAME     *
002260*                   TOLERANCE AS UserValue), THE EXTRACT FILE,   *
002270*                   AND - IN DELTA MODE - THE PREVIOUS           *
002280*                   SNAPSHOT.  A MISSING SNAPSHOT JUST MEANS     *
002290*                   EVERYTHING GOES OUT AS ADDED.                *
002300******************************************************************
002310 1000-INITIALIZE.
002320     MOVE "UserXtr" TO RJ-PROGRAM-NAME.
002330     MOVE "S" TO RJ-RECORD-TYPE.
002340     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
002350                  RJ-ERROR-COUNT RJ-RETURN-CODE.
002360     PERFORM 6500-WRITE-RUN-JOURNAL
002370         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
002380*
002390     PERFORM 1600-PARSE-PARM
002400         THRU 1600-PARSE-PARM-EXIT.
002410*
002420     OPEN INPUT USER-MASTER-FILE.
002430     IF WS-UM-FILE-NOT-PRESENT
002440         OPEN OUTPUT USER-MASTER-FILE
002450         CLOSE USER-MASTER-FILE
002460         OPEN INPUT USER-MASTER-FILE
002470     END-IF.
002480     IF NOT WS-UM-OK
002490         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
002500             WS-UM-FILE-STATUS
002510         MOVE "Y" TO WS-UM-EOF-SW
002520     END-IF.
002530*
002540     OPEN OUTPUT EXTRACT-FILE.
002550     IF NOT WS-EXT-OK
002560         DISPLAY "EXTRACT-FILE OPEN FAILED - STATUS "
002570             WS-EXT-FILE-STATUS
002580     END-IF.
002590*
002600     IF WS-DELTA-MODE
002610         OPEN INPUT PREV-SNAPSHOT-FILE
002620         IF WS-PSN-FILE-NOT-PRESENT
002630             MOVE "Y" TO WS-SNAPSHOT-ABSENT-SW
002640             MOVE "Y" TO WS-PSN-EOF-SW
002650         ELSE
002660             IF NOT WS-PSN-OK
002670                 DISPLAY "PREV-SNAPSHOT OPEN FAILED - STATUS "
002680                     WS-PSN-FILE-STATUS
002690                 MOVE "Y" TO WS-SNAPSHOT-ABSENT-SW
002700                 MOVE "Y" TO WS-PSN-EOF-SW
002710             END-IF
002720         END-IF
002730     END-IF.
002740     PERFORM 6600-GET-BUSINESS-DATE
002750         THRU 6600-GET-BUSINESS-DATE-EXIT.
002760 1000-INITIALIZE-EXIT.
002770     EXIT.
002780*
002790******************************************************************
002800* 1600-PARSE-PARM - THE ONLY PARM WORD RECOGNIZED IS THE         *
002810*                   LITERAL DELTA; ANYTHING ELSE LEAVES THE RUN  *
002820*                   IN FULL MODE, SAME SHAPE AS UserDorm'S       *
002830*                   PURGE PARM.                                  *
002840******************************************************************
002850 1600-PARSE-PARM.
002860     MOVE SPACES TO WS-PARM-STRING.
002870     IF WS-PARM-LENGTH > ZERO AND WS-PARM-LENGTH NOT > 20
002880         MOVE WS-PARM-TEXT(1:WS-PARM-LENGTH) TO WS-PARM-STRING
002890     END-IF.
002900     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
002910         INTO WS-PARM-WORD.
002920     IF WS-PARM-IS-DELTA
002930         MOVE "Y" TO WS-DELTA-MODE-SW
002940     END-IF.
002950 1600-PARSE-PARM-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 2000-WRITE-HEADER-RECORD - CONTROL RECORD CARRYING THE         *
003000*                            EXTRACT DATE, TAGGED DELTA WHEN     *
003010*                            ONLY CHANGES ARE GOING OUT.         *
003020******************************************************************
003030 2000-WRITE-HEADER-RECORD.
003040     MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY.
003050     MOVE SPACES TO EXTRACT-RECORD.
003060     IF WS-DELTA-MODE
003070         STRING "H;COBILISTE;"        DELIMITED BY SIZE
003080                 WS-DATE-DISPLAY      DELIMITED BY SIZE
003090                 ";DELTA"             DELIMITED BY SIZE
003100                 INTO EXTRACT-RECORD
003110     ELSE
003120         STRING "H;COBILISTE;"        DELIMITED BY SIZE
003130                 WS-DATE-DISPLAY      DELIMITED BY SIZE
003140                 INTO EXTRACT-RECORD
003150     END-IF.
003160     WRITE EXTRACT-RECORD.
003170     PERFORM 8000-CHECK-EXTRACT-WRITE
003180         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
003190 2000-WRITE-HEADER-RECORD-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230* 2100-READ-ROSTER-RECORD - NEXT ROSTER RECORD IN KEY ORDER;     *
003240*                           HIGH-VALUES IN WS-UM-KEY AT EOF.     *
003250******************************************************************
003260 2100-READ-ROSTER-RECORD.
003270     READ USER-MASTER-FILE NEXT RECORD
003280         AT END
003290             MOVE "Y" TO WS-UM-EOF-SW
003300             MOVE HIGH-VALUES TO WS-UM-KEY
003310         NOT AT END
003320             MOVE UM-PSEUDO TO WS-UM-KEY
003330     END-READ.
003340 2100-READ-ROSTER-RECORD-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380* 2150-READ-SNAPSHOT-DETAIL - NEXT DETAIL RECORD OFF THE         *
003390*                             PREVIOUS SNAPSHOT, SKIPPING THE    *
003400*                             H/T CONTROL RECORDS; HIGH-VALUES   *
003410*                             IN WS-PSN-KEY AT EOF.              *
003420******************************************************************
003430 2150-READ-SNAPSHOT-DETAIL.
003440     IF WS-END-OF-SNAPSHOT
003450         MOVE HIGH-VALUES TO WS-PSN-KEY
003460         GO TO 2150-READ-SNAPSHOT-DETAIL-EXIT
003470     END-IF.
003480     READ PREV-SNAPSHOT-FILE
003490         AT END
003500             MOVE "Y" TO WS-PSN-EOF-SW
003510             MOVE HIGH-VALUES TO WS-PSN-KEY
003520         NOT AT END
003530             MOVE SN-PSEUDO TO WS-PSN-KEY
003540     END-READ.
003550     IF NOT WS-END-OF-SNAPSHOT
003560        AND NOT SN-TYPE-DETAIL
003570         GO TO 2150-READ-SNAPSHOT-DETAIL
003580     END-IF.
003590 2150-READ-SNAPSHOT-DETAIL-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 2200-EXTRACT-ONE-PSEUDO - FULL MODE: ONE DELIMITED DETAIL      *
003640*                           LINE PER ROSTER RECORD.  THE PSEUDO  *
003650*                           IS WRITTEN UNPADDED - THE NAMING     *
003660*                           STANDARD GUARANTEES NO EMBEDDED      *
003670*                           SPACES.                              *
003680******************************************************************
003690 2200-EXTRACT-ONE-PSEUDO.
003700     ADD 1 TO WS-EXTRACT-COUNT.
003710     ADD UM-VISIT-COUNT TO WS-HASH-TOTAL.
003720*
003730     MOVE UM-FIRST-SEEN-DATE TO WS-DATE-DISPLAY.
003740     MOVE UM-VISIT-COUNT TO WS-VISITS-DISPLAY.
003750     MOVE SPACES TO EXTRACT-RECORD.
003760     STRING "D;"                  DELIMITED BY SIZE
003770             UM-PSEUDO            DELIMITED BY SPACE
003780             ";"                  DELIMITED BY SIZE
003790             WS-DATE-DISPLAY      DELIMITED BY SIZE
003800             ";"                  DELIMITED BY SIZE
003810             WS-VISITS-DISPLAY    DELIMITED BY SIZE
003820             INTO EXTRACT-RECORD.
003830     WRITE EXTRACT-RECORD.
003840     PERFORM 8000-CHECK-EXTRACT-WRITE
003850         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
003860*
003870     PERFORM 2100-READ-ROSTER-RECORD
003880         THRU 2100-READ-ROSTER-RECORD-EXIT.
003890 2200-EXTRACT-ONE-PSEUDO-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930* 2300-DELTA-ONE-PSEUDO - CLASSIC TWO-FILE MATCH OF THE ROSTER   *
003940*                         AGAINST LAST NIGHT'S SNAPSHOT, BOTH    *
003950*                         IN KEY ORDER.  ROSTER-ONLY IS AN ADD,  *
003960*                         A FIELD DIFFERENCE IS A CHANGE, AN     *
003970*                         IDENTICAL PAIR IS SKIPPED, AND A       *
003980*                         SNAPSHOT-ONLY PSEUDO (PURGED OR        *
003990*                         DELETED SINCE) IS COUNTED BUT NOT      *
004000*                         SENT.                                  *
004010******************************************************************
004020 2300-DELTA-ONE-PSEUDO.
004030     IF WS-UM-KEY < WS-PSN-KEY
004040         MOVE "A" TO WS-ACTION-CODE
004050         PERFORM 2400-WRITE-DELTA-RECORD
004060             THRU 2400-WRITE-DELTA-RECORD-EXIT
004070         PERFORM 2100-READ-ROSTER-RECORD
004080             THRU 2100-READ-ROSTER-RECORD-EXIT
004090         GO TO 2300-DELTA-ONE-PSEUDO-EXIT
004100     END-IF.
004110*
004120     IF WS-PSN-KEY < WS-UM-KEY
004130         ADD 1 TO WS-DROPPED-COUNT
004140         PERFORM 2150-READ-SNAPSHOT-DETAIL
004150             THRU 2150-READ-SNAPSHOT-DETAIL-EXIT
004160         GO TO 2300-DELTA-ONE-PSEUDO-EXIT
004170     END-IF.
004180*
004190     IF UM-FIRST-SEEN-DATE NOT = SN-FIRST-SEEN-DATE
004200        OR UM-VISIT-COUNT NOT = SN-VISIT-COUNT
004210        OR UM-LAST-VISIT-DATE NOT = SN-LAST-VISIT-DATE
004220        OR UM-LANG-CODE NOT = SN-LANG-CODE
004230         MOVE "C" TO WS-ACTION-CODE
004240         PERFORM 2400-WRITE-DELTA-RECORD
004250             THRU 2400-WRITE-DELTA-RECORD-EXIT
004260     ELSE
004270         ADD 1 TO WS-UNCHANGED-COUNT
004280     END-IF.
004290     PERFORM 2100-READ-ROSTER-RECORD
004300         THRU 2100-READ-ROSTER-RECORD-EXIT.
004310     PERFORM 2150-READ-SNAPSHOT-DETAIL
004320         THRU 2150-READ-SNAPSHOT-DETAIL-EXIT.
004330 2300-DELTA-ONE-PSEUDO-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 2400-WRITE-DELTA-RECORD - ONE DELTA DETAIL LINE WITH ITS A/C   *
004380*                           ACTION CODE; COUNT AND HASH COVER    *
004390*                           ONLY WHAT IS ACTUALLY SENT.          *
004400******************************************************************
004410 2400-WRITE-DELTA-RECORD.
004420     ADD 1 TO WS-EXTRACT-COUNT.
004430     ADD UM-VISIT-COUNT TO WS-HASH-TOTAL.
004440*
004450     MOVE UM-FIRST-SEEN-DATE TO WS-DATE-DISPLAY.
004460     MOVE UM-VISIT-COUNT TO WS-VISITS-DISPLAY.
004470     MOVE SPACES TO EXTRACT-RECORD.
004480     STRING "D;"                  DELIMITED BY SIZE
004490             WS-ACTION-CODE       DELIMITED BY SIZE
004500             ";"                  DELIMITED BY SIZE
004510             UM-PSEUDO            DELIMITED BY SPACE
004520             ";"                  DELIMITED BY SIZE
004530             WS-DATE-DISPLAY      DELIMITED BY SIZE
004540             ";"                  DELIMITED BY SIZE
004550             WS-VISITS-DISPLAY    DELIMITED BY SIZE
004560             INTO EXTRACT-RECORD.
004570     WRITE EXTRACT-RECORD.
004580     PERFORM 8000-CHECK-EXTRACT-WRITE
004590         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
004600 2400-WRITE-DELTA-RECORD-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640* 3000-WRITE-TRAILER-RECORD - CONTROL RECORD CARRYING THE        *
004650*                             DETAIL COUNT AND THE VISIT-COUNT   *
004660*                             HASH TOTAL.                        *
004670******************************************************************
004680 3000-WRITE-TRAILER-RECORD.
004690     MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY.
004700     MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY.
004710     MOVE SPACES TO EXTRACT-RECORD.
004720     STRING "T;"                  DELIMITED BY SIZE
004730             WS-COUNT-DISPLAY     DELIMITED BY SIZE
004740             ";"                  DELIMITED BY SIZE
004750             WS-HASH-DISPLAY      DELIMITED BY SIZE
004760             INTO EXTRACT-RECORD.
004770     WRITE EXTRACT-RECORD.
004780     PERFORM 8000-CHECK-EXTRACT-WRITE
004790         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
004800 3000-WRITE-TRAILER-RECORD-EXIT.
004810     EXIT.
004820*
004830******************************************************************
004840* 3500-WRITE-EXTRACT-CONTROL - APPEND WHAT WAS JUST SENT (DATE,  *
004850*                              MODE, COUNT, HASH) TO THE         *
004860*                              EXTRACT CONTROL FILE, ACK STATUS  *
004870*                              PENDING, FOR THE UserAck CHECK.   *
004880******************************************************************
004890 3500-WRITE-EXTRACT-CONTROL.
004900     OPEN EXTEND EXTRACT-CONTROL-FILE.
004910     IF WS-XTC-FILE-STATUS = "35"
004920         OPEN OUTPUT EXTRACT-CONTROL-FILE
004930         CLOSE EXTRACT-CONTROL-FILE
004940         OPEN EXTEND EXTRACT-CONTROL-FILE
004950     END-IF.
004960     IF NOT WS-XTC-OK
004970         DISPLAY "EXTRACT-CONTROL OPEN FAILED - STATUS "
004980             WS-XTC-FILE-STATUS
004990         GO TO 3500-WRITE-EXTRACT-CONTROL-EXIT
005000     END-IF.
005010     MOVE WS-CURRENT-DATE TO XC-EXTRACT-DATE.
005020     IF WS-DELTA-MODE
005030         MOVE "D" TO XC-EXTRACT-MODE
005040     ELSE
005050         MOVE "F" TO XC-EXTRACT-MODE
005060     END-IF.
005070     MOVE WS-EXTRACT-COUNT TO XC-RECORD-COUNT.
005080     MOVE WS-HASH-TOTAL TO XC-HASH-TOTAL.
005090     MOVE " " TO XC-ACK-STATUS.
005100     WRITE XC-RECORD.
005110     IF NOT WS-XTC-OK
005120         DISPLAY "EXTRACT-CONTROL WRITE FAILED - STATUS "
005130             WS-XTC-FILE-STATUS
005140     END-IF.
005150     CLOSE EXTRACT-CONTROL-FILE.
005160 3500-WRITE-EXTRACT-CONTROL-EXIT.
005170     EXIT.
005180*
005190 8000-CHECK-EXTRACT-WRITE.
005200     IF NOT WS-EXT-OK
005210         DISPLAY "EXTRACT-FILE WRITE FAILED - STATUS "
005220             WS-EXT-FILE-STATUS
005230     END-IF.
005240 8000-CHECK-EXTRACT-WRITE-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
005290*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
005300*                          BY EVERY BATCH PROGRAM VIA            *
005310*                          JRNLPUT.CPY.                          *
005320******************************************************************
005330     COPY JRNLPUT.
005340*
005350******************************************************************
005360* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
005370*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
005380*                          BY EVERY NIGHTLY PROGRAM VIA          *
005390*                          BUSDGET.CPY.                          *
005400******************************************************************
005410     COPY BUSDGET.
005420*
005430******************************************************************
005440* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
005450******************************************************************
005460 9999-TERMINATE.
005470     CLOSE USER-MASTER-FILE.
005480     CLOSE EXTRACT-FILE.
005490     IF WS-DELTA-MODE
005500        AND NOT WS-SNAPSHOT-ABSENT
005510         CLOSE PREV-SNAPSHOT-FILE
005520     END-IF.
005530 9999-TERMINATE-EXIT.
005540     EXIT.
