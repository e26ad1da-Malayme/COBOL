000010******************************************************************
000020*                                                                *
000030*    AUDSQPUT.CPY                                                *
000040*                                                                *
000050*    PROCEDURE DIVISION COPYBOOK - STAMPS THE NEXT AUDIT         *
000060*    SEQUENCE NUMBER FOR AUD-CHANNEL INTO AUD-SEQUENCE, FROM     *
000070*    THE AUDIT-SEQUENCE CONTROL FILE (AUDSEQ.CPY).  COPY THIS    *
000080*    MEMBER INTO ANY BATCH PROGRAM THAT WRITES THE AUDIT LOG,    *
000090*    AFTER DECLARING:                                            *
000100*                                                                *
000110*      SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDSEQ"             *
000120*          ORGANIZATION IS INDEXED                               *
000130*          ACCESS MODE IS RANDOM                                 *
000140*          RECORD KEY IS AQ-CHANNEL                              *
000150*          FILE STATUS IS WS-ASQ-FILE-STATUS.                    *
000160*      FD  AUDIT-SEQUENCE-FILE ... COPY AUDSEQ.                  *
000170*      05  WS-ASQ-FILE-STATUS  PIC X(02).                        *
000180*          88  WS-ASQ-OK               VALUE "00".               *
000190*          88  WS-ASQ-NOT-FOUND        VALUE "23".               *
000200*                                                                *
000210*    THE CALLER FILLS THE AUDIT RECORD (CHANNEL, DATE AND TIME   *
000220*    INCLUDED), PERFORMS 6700-STAMP-AUDIT-SEQUENCE THRU ITS      *
000230*    EXIT, THEN WRITES THE RECORD AT LENGTH 40.  THE CONTROL     *
000240*    FILE IS OPENED, UPDATED AND CLOSED PER RECORD, AS THE RUN   *
000250*    JOURNAL IS, SO AN ABEND IN THE CALLER NEVER HANDS OUT THE   *
000260*    SAME NUMBER TWICE; A CONTROL FILE THAT DOES NOT EXIST YET   *
000270*    IS CREATED.  WHEN THE CONTROL FILE CANNOT BE READ OR        *
000280*    UPDATED THE FAILURE IS NOTED ON THE CONSOLE AND THE RECORD  *
000290*    GOES OUT WITH SEQUENCE ZERO - THE GREETING IS STILL         *
000300*    AUDITED, AND UserSeq REPORTS THE UNSTAMPED RECORD.          *
000310*                                                                *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    2026-10-15  ML   ORIGINAL VERSION.                          *
000350*                                                                *
000360******************************************************************
000370 6700-STAMP-AUDIT-SEQUENCE.
000380     MOVE ZERO TO AUD-SEQUENCE.
000390     OPEN I-O AUDIT-SEQUENCE-FILE.
000400     IF WS-ASQ-FILE-STATUS = "35"
000410         OPEN OUTPUT AUDIT-SEQUENCE-FILE
000420         CLOSE AUDIT-SEQUENCE-FILE
000430         OPEN I-O AUDIT-SEQUENCE-FILE
000440     END-IF.
000450     IF NOT WS-ASQ-OK
000460         DISPLAY "AUDIT-SEQUENCE OPEN FAILED - STATUS "
000470             WS-ASQ-FILE-STATUS
000480         GO TO 6700-STAMP-AUDIT-SEQUENCE-EXIT
000490     END-IF.
000500*
000510     MOVE AUD-CHANNEL TO AQ-CHANNEL.
000520     READ AUDIT-SEQUENCE-FILE
000530         INVALID KEY
000540             CONTINUE
000550     END-READ.
000560     IF WS-ASQ-NOT-FOUND
000570         MOVE AUD-CHANNEL TO AQ-CHANNEL
000580         MOVE 1 TO AQ-LAST-SEQUENCE
000590         MOVE AUD-RUN-DATE TO AQ-LAST-DATE
000600         MOVE AUD-RUN-TIME TO AQ-LAST-TIME
000610         WRITE AQ-RECORD
000620             INVALID KEY
000630                 CONTINUE
000640         END-WRITE
000650     ELSE
000660         IF WS-ASQ-OK
000670             ADD 1 TO AQ-LAST-SEQUENCE
000680             MOVE AUD-RUN-DATE TO AQ-LAST-DATE
000690             MOVE AUD-RUN-TIME TO AQ-LAST-TIME
000700             REWRITE AQ-RECORD
000710                 INVALID KEY
000720                     CONTINUE
000730             END-REWRITE
000740         END-IF
000750     END-IF.
000760     IF WS-ASQ-OK
000770         MOVE AQ-LAST-SEQUENCE TO AUD-SEQUENCE
000780     ELSE
000790         DISPLAY "AUDIT-SEQUENCE UPDATE FAILED - STATUS "
000800             WS-ASQ-FILE-STATUS
000810     END-IF.
000820     CLOSE AUDIT-SEQUENCE-FILE.
000830 6700-STAMP-AUDIT-SEQUENCE-EXIT.
000840     EXIT.
