000010******************************************************************
000020*                                                                *
000030*    AUDSQONL.CPY                                                *
000040*                                                                *
000050*    PROCEDURE DIVISION COPYBOOK - WRITES ONE AUDIT RECORD TO    *
000060*    THE AUDT EXTRAPARTITION QUEUE STAMPED WITH THE NEXT AUDIT   *
000070*    SEQUENCE NUMBER FOR AUD-CHANNEL, TAKEN FROM THE             *
000080*    AUDIT-SEQUENCE CONTROL FILE (AUDSEQ.CPY, CICS FILE          *
000090*    AUDSEQ).  COPY THIS MEMBER INTO EACH CICS PROGRAM THAT      *
000100*    WRITES THE AUDIT LOG AFTER DECLARING:                       *
000110*                                                                *
000120*      01  WS-CICS-RESP     PIC S9(08) COMP.                     *
000130*      01  WS-ASQ-RESP      PIC S9(08) COMP.                     *
000140*      COPY AUDITLOG.                                            *
000150*      COPY AUDSEQ.                                              *
000160*                                                                *
000170*    THE CALLER FILLS THE AUDIT RECORD, PERFORMS                 *
000180*    6700-WRITE-SEQUENCED-AUDIT THRU ITS EXIT AND TESTS          *
000190*    WS-CICS-RESP AS IT DID AFTER ITS OWN WRITEQ - IT ALWAYS     *
000200*    HOLDS THE WRITEQ RESULT.  THE CONTROL RECORD IS HELD FOR    *
000210*    UPDATE ACROSS THE WRITEQ, SO TWO TASKS CANNOT PUT THEIR     *
000220*    NUMBERS ON THE LOG IN THE WRONG ORDER; IT IS ONLY ADVANCED  *
000230*    ONCE THE RECORD IS ON THE QUEUE, AND A FAILED WRITEQ        *
000240*    RELEASES IT UNCHANGED.                                      *
000250*                                                                *
000260*    AS AUDSQPUT.CPY DOES IN BATCH, A CONTROL FILE THAT CANNOT   *
000270*    BE READ (CLOSED, DISABLED) DOES NOT STOP THE AUDIT: THE     *
000280*    RECORD STILL GOES ON AUDT WITH SEQUENCE ZERO AND THE        *
000290*    CONTROL RECORD IS LEFT ALONE.  WS-ASQ-RESP IS LEFT FOR THE  *
000300*    CALLER - AFTER A NORMAL WRITEQ, ANYTHING BUT NORMAL THERE   *
000310*    MEANS THE RECORD IS ON THE LOG BUT THE CONTROL RECORD WAS   *
000320*    NOT ADVANCED (READ, WRITE OR REWRITE FAILED), SO THE NUMBER *
000330*    MAY BE ISSUED AGAIN.  A SUPPORT-DESK CALLER REPORTS THAT ON *
000340*    THE SCREEN SO IT CAN BE NOTED; UserSeq LISTS THE UNSTAMPED  *
000350*    OR DUPLICATE RECORD EITHER WAY.                             *
000360*                                                                *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                                *
000390*    2026-10-15  ML   ORIGINAL VERSION.                          *
000400*    2026-10-15  ML   AUDIT EVEN WHEN THE CONTROL FILE CANNOT BE *
000410*                     READ (SEQUENCE ZERO), AND KEEP THE CONTROL *
000420*                     WRITE/REWRITE RESULT IN WS-ASQ-RESP SO A   *
000430*                     RECORD ALREADY ON AUDT IS NOT REPORTED AS  *
000440*                     A FAILED AUDIT.                            *
000450*                                                                *
000460******************************************************************
000470 6700-WRITE-SEQUENCED-AUDIT.
000480     MOVE ZERO TO AUD-SEQUENCE.
000490     MOVE AUD-CHANNEL TO AQ-CHANNEL.
000500     EXEC CICS READ
000510         FILE    ("AUDSEQ")
000520         INTO    (AQ-RECORD)
000530         RIDFLD  (AQ-CHANNEL)
000540         UPDATE
000550         RESP    (WS-ASQ-RESP)
000560     END-EXEC.
000570     IF WS-ASQ-RESP = DFHRESP(NOTFND)
000580         MOVE AUD-CHANNEL TO AQ-CHANNEL
000590         MOVE ZERO TO AQ-LAST-SEQUENCE
000600     END-IF.
000610     IF WS-ASQ-RESP = DFHRESP(NORMAL)
000620        OR WS-ASQ-RESP = DFHRESP(NOTFND)
000630         ADD 1 TO AQ-LAST-SEQUENCE
000640         MOVE AQ-LAST-SEQUENCE TO AUD-SEQUENCE
000650         MOVE AUD-RUN-DATE TO AQ-LAST-DATE
000660         MOVE AUD-RUN-TIME TO AQ-LAST-TIME
000670     END-IF.
000680*
000690     EXEC CICS WRITEQ TD
000700         QUEUE  ("AUDT")
000710         FROM   (AUD-RECORD)
000720         LENGTH (LENGTH OF AUD-RECORD)
000730         RESP   (WS-CICS-RESP)
000740     END-EXEC.
000750     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
000760         IF WS-ASQ-RESP = DFHRESP(NORMAL)
000770             EXEC CICS UNLOCK
000780                 FILE ("AUDSEQ")
000790             END-EXEC
000800         END-IF
000810         GO TO 6700-WRITE-SEQUENCED-AUDIT-EXIT
000820     END-IF.
000830*
000840     IF WS-ASQ-RESP = DFHRESP(NOTFND)
000850         EXEC CICS WRITE
000860             FILE    ("AUDSEQ")
000870             FROM    (AQ-RECORD)
000880             RIDFLD  (AQ-CHANNEL)
000890             RESP    (WS-ASQ-RESP)
000900         END-EXEC
000910     ELSE
000920         IF WS-ASQ-RESP = DFHRESP(NORMAL)
000930             EXEC CICS REWRITE
000940                 FILE    ("AUDSEQ")
000950                 FROM    (AQ-RECORD)
000960                 RESP    (WS-ASQ-RESP)
000970             END-EXEC
000980         END-IF
000990     END-IF.
001000 6700-WRITE-SEQUENCED-AUDIT-EXIT.
001010     EXIT.
