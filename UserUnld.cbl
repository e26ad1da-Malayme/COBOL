000390*                     NIGHTLY RUN JOURNAL (RUNJRNL/JRNLPUT) SO   *
000400*                     THE UserChk STREAM CHECK CAN SEE WHETHER   *
000410*                     THIS RUN COMPLETED AND WITH WHAT VERDICT.  *
000420*    2026-10-15  ML   SNAPSHOT DATED WITH THE BUSINESS DATE      *
000430*                     (BUSDATE.CPY) RATHER THAN THE CLOCK DATE.  *
000440*                                                                *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS UM-PSEUDO
000560         FILE STATUS IS WS-UM-FILE-STATUS.
000570*
000580     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-SNP-FILE-STATUS.
000610*
000620     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS BD-BDT-FILE-STATUS.
000650*
000660     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RNJ-FILE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  USER-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY USRMSTR.
000750*
000760 FD  SNAPSHOT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY USRSNAP.
000790*
000800 FD  BUSINESS-DATE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY BUSDATE.
000830*
000840 FD  RUN-JOURNAL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY RUNJRNL.
000870*
000880 WORKING-STORAGE SECTION.
000890 01  WS-FILE-SWITCHES.
000900     05  WS-UM-FILE-STATUS           PIC X(02) VALUE SPACES.
000910         88  WS-UM-OK                    VALUE "00".
000920         88  WS-UM-FILE-NOT-PRESENT      VALUE "35".
000930     05  WS-SNP-FILE-STATUS          PIC X(02) VALUE SPACES.
000940         88  WS-SNP-OK                   VALUE "00".
000950     05  WS-RNJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000960         88  WS-RNJ-OK                   VALUE "00".
000970*
000980 01  WS-CONTROL-SWITCHES.
000990     05  WS-UM-EOF-SW                PIC X(01) VALUE "N".
001000         88  WS-END-OF-ROSTER            VALUE "Y".
001010*
001020 01  WS-COUNTERS.
001030     05  WS-SNAPSHOT-COUNT           PIC 9(08) COMP VALUE ZERO.
001040     05  WS-HASH-TOTAL               PIC 9(13) COMP VALUE ZERO.
001050     05  WS-IO-FAIL-COUNT            PIC 9(08) COMP VALUE ZERO.
001060*
001070 01  WS-CURRENT-DATE-FIELDS.
001080     05  WS-CURRENT-DATE             PIC 9(08).
001090*
001100 COPY BUSDWRK.
001110*
001120 PROCEDURE DIVISION.
001130*
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE
001160         THRU 1000-INITIALIZE-EXIT.
001170*
001180     PERFORM 2000-WRITE-HEADER-RECORD
001190         THRU 2000-WRITE-HEADER-RECORD-EXIT.
001200*
001210     PERFORM 2100-READ-ROSTER-RECORD
001220         THRU 2100-READ-ROSTER-RECORD-EXIT.
001230     PERFORM 2200-UNLOAD-ONE-RECORD
001240         THRU 2200-UNLOAD-ONE-RECORD-EXIT
001250         UNTIL WS-END-OF-ROSTER.
001260*
001270     PERFORM 3000-WRITE-TRAILER-RECORD
001280         THRU 3000-WRITE-TRAILER-RECORD-EXIT.
001290*
001300     PERFORM 9999-TERMINATE
001310         THRU 9999-TERMINATE-EXIT.
001320*
001330     IF WS-IO-FAIL-COUNT > ZERO
001340         MOVE 8 TO RETURN-CODE
001350     END-IF.
001360     MOVE "E" TO RJ-RECORD-TYPE.
001370     MOVE WS-SNAPSHOT-COUNT TO RJ-READ-COUNT.
001380     MOVE WS-SNAPSHOT-COUNT TO RJ-WRITTEN-COUNT.
001390     MOVE WS-IO-FAIL-COUNT TO RJ-ERROR-COUNT.
001400     MOVE RETURN-CODE TO RJ-RETURN-CODE.
001410     PERFORM 6500-WRITE-RUN-JOURNAL
001420         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001430     STOP RUN.
001440*
001450******************************************************************
001460* 1000-INITIALIZE - OPEN THE ROSTER, CREATING IT ON THE VERY     *
001470*                   FIRST RUN IF IT DOES NOT YET EXIST (SAME     *
001480*                   TOLERANCE AS UserXtr), AND THE SNAPSHOT      *
001490*                   FILE.                                        *
001500******************************************************************
001510 1000-INITIALIZE.
001520     MOVE "UserUnld" TO RJ-PROGRAM-NAME.
001530     MOVE "S" TO RJ-RECORD-TYPE.
001540     MOVE ZERO TO RJ-READ-COUNT RJ-WRITTEN-COUNT
001550                  RJ-ERROR-COUNT RJ-RETURN-CODE.
001560     PERFORM 6500-WRITE-RUN-JOURNAL
001570         THRU 6500-WRITE-RUN-JOURNAL-EXIT.
001580*
001590     OPEN INPUT USER-MASTER-FILE.
001600     IF WS-UM-FILE-NOT-PRESENT
001610         OPEN OUTPUT USER-MASTER-FILE
001620         CLOSE USER-MASTER-FILE
001630         OPEN INPUT USER-MASTER-FILE
001640     END-IF.
001650     IF NOT WS-UM-OK
001660         DISPLAY "USER-MASTER OPEN FAILED - STATUS "
001670             WS-UM-FILE-STATUS
001680         ADD 1 TO WS-IO-FAIL-COUNT
001690         MOVE "Y" TO WS-UM-EOF-SW
001700     END-IF.
001710*
001720     OPEN OUTPUT SNAPSHOT-FILE.
001730     IF NOT WS-SNP-OK
001740         DISPLAY "SNAPSHOT-FILE OPEN FAILED - STATUS "
001750             WS-SNP-FILE-STATUS
001760         ADD 1 TO WS-IO-FAIL-COUNT
001770     END-IF.
001780     PERFORM 6600-GET-BUSINESS-DATE
001790         THRU 6600-GET-BUSINESS-DATE-EXIT.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*
001830******************************************************************
001840* 2000-WRITE-HEADER-RECORD - CONTROL RECORD CARRYING THE         *
001850*                            SNAPSHOT DATE, WHICH UserRcvr       *
001860*                            REPORTS AS THE RECOVERY BASE.       *
001870******************************************************************
001880 2000-WRITE-HEADER-RECORD.
001890     MOVE SPACES TO SN-RECORD.
001900     MOVE "H" TO SN-RECORD-TYPE.
001910     MOVE WS-CURRENT-DATE TO SN-SNAPSHOT-DATE.
001920     MOVE ZERO TO SN-RECORD-COUNT.
001930     MOVE ZERO TO SN-HASH-TOTAL.
001940     WRITE SN-RECORD.
001950     PERFORM 8000-CHECK-SNAPSHOT-WRITE
001960         THRU 8000-CHECK-SNAPSHOT-WRITE-EXIT.
001970 2000-WRITE-HEADER-RECORD-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010* 2100-READ-ROSTER-RECORD - NEXT ROSTER RECORD IN KEY ORDER.     *
002020******************************************************************
002030 2100-READ-ROSTER-RECORD.
002040     READ USER-MASTER-FILE NEXT RECORD
002050         AT END
002060             MOVE "Y" TO WS-UM-EOF-SW
002070     END-READ.
002080 2100-READ-ROSTER-RECORD-EXIT.
002090     EXIT.
002100*
002110******************************************************************
002120* 2200-UNLOAD-ONE-RECORD - ONE COMPLETE DETAIL RECORD PER        *
002130*                          ROSTER RECORD, EVERY FIELD IN         *
002140*                          DISPLAY FORMAT.                       *
002150******************************************************************
002160 2200-UNLOAD-ONE-RECORD.
002170     ADD 1 TO WS-SNAPSHOT-COUNT.
002180     ADD UM-VISIT-COUNT TO WS-HASH-TOTAL.
002190*
002200     MOVE SPACES TO SN-RECORD.
002210     MOVE "D" TO SN-RECORD-TYPE.
002220     MOVE UM-PSEUDO TO SN-PSEUDO.
002230     MOVE UM-FIRST-SEEN-DATE TO SN-FIRST-SEEN-DATE.
002240     MOVE UM-VISIT-COUNT TO SN-VISIT-COUNT.
002250     MOVE UM-LAST-VISIT-DATE TO SN-LAST-VISIT-DATE.
002260     MOVE UM-LANG-CODE TO SN-LANG-CODE.
002270     WRITE SN-RECORD.
002280     PERFORM 8000-CHECK-SNAPSHOT-WRITE
002290         THRU 8000-CHECK-SNAPSHOT-WRITE-EXIT.
002300*
002310     PERFORM 2100-READ-ROSTER-RECORD
002320         THRU 2100-READ-ROSTER-RECORD-EXIT.
002330 2200-UNLOAD-ONE-RECORD-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370* 3000-WRITE-TRAILER-RECORD - CONTROL RECORD CARRYING THE        *
002380*                             DETAIL COUNT AND THE VISIT-COUNT   *
002390*                             HASH TOTAL THE RELOAD VERIFIES.    *
002400******************************************************************
002410 3000-WRITE-TRAILER-RECORD.
002420     MOVE SPACES TO SN-RECORD.
002430     MOVE "T" TO SN-RECORD-TYPE.
002440     MOVE WS-CURRENT-DATE TO SN-SNAPSHOT-DATE.
002450     MOVE WS-SNAPSHOT-COUNT TO SN-RECORD-COUNT.
002460     MOVE WS-HASH-TOTAL TO SN-HASH-TOTAL.
002470     WRITE SN-RECORD.
002480     PERFORM 8000-CHECK-SNAPSHOT-WRITE
002490         THRU 8000-CHECK-SNAPSHOT-WRITE-EXIT.
002500 3000-WRITE-TRAILER-RECORD-EXIT.
002510     EXIT.
002520*
002530 8000-CHECK-SNAPSHOT-WRITE.
002540     IF NOT WS-SNP-OK
002550         DISPLAY "SNAPSHOT-FILE WRITE FAILED - STATUS "
002560             WS-SNP-FILE-STATUS
002570         ADD 1 TO WS-IO-FAIL-COUNT
002580     END-IF.
002590 8000-CHECK-SNAPSHOT-WRITE-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630* 6500-WRITE-RUN-JOURNAL - APPEND A START OR END RECORD TO THE   *
002640*                          SHARED NIGHTLY RUN JOURNAL.  SHARED   *
002650*                          BY EVERY BATCH PROGRAM VIA            *
002660*                          JRNLPUT.CPY.                          *
002670******************************************************************
002680     COPY JRNLPUT.
002690*
002700******************************************************************
002710* 6600-GET-BUSINESS-DATE - THE DAY BEING REPORTED, FROM THE      *
002720*                          BUSINESS-DATE CONTROL RECORD.  SHARED *
002730*                          BY EVERY NIGHTLY PROGRAM VIA          *
002740*                          BUSDGET.CPY.                          *
002750******************************************************************
002760     COPY BUSDGET.
002770*
002780******************************************************************
002790* 9999-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.         *
002800******************************************************************
002810 9999-TERMINATE.
002820     CLOSE USER-MASTER-FILE.
002830     CLOSE SNAPSHOT-FILE.
002840 9999-TERMINATE-EXIT.
002850     EXIT.
