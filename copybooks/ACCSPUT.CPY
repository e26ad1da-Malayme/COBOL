000010******************************************************************
000020*                                                                *
000030*    ACCSPUT.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE DIVISION COPYBOOK - APPENDS ONE RECORD TO THE     *
000060*    SUPPORT-DESK ACCESS LOG (ACCESSLG.CPY) THROUGH THE ACCL     *
000070*    EXTRAPARTITION QUEUE.  COPY THIS MEMBER INTO EACH           *
000080*    SUPPORT-DESK TRANSACTION AFTER DECLARING:                   *
000090*                                                                *
000100*      01  WS-OPERATOR-ID   PIC X(08).                           *
000110*      01  WS-ABSTIME       PIC S9(15) COMP-3.                   *
000120*      01  WS-TIME-HHMMSS   PIC 9(06).                           *
000130*      01  WS-CICS-RESP     PIC S9(08) COMP.                     *
000140*      COPY ACCESSLG.                                            *
000150*                                                                *
000160*    THE CALLER FILLS AL-TRANSID, AL-ACTION, AL-PSEUDO,          *
000170*    AL-OTHER-PSEUDO AND AL-OUTCOME, THEN PERFORMS               *
000180*    6600-WRITE-ACCESS-LOG THRU ITS EXIT.  THE OPERATOR ID,      *
000190*    DATE AND TIME ARE STAMPED HERE.  WS-CICS-RESP IS LEFT FOR   *
000200*    THE CALLER: AN INQUIRY WHOSE ACCESS CANNOT BE LOGGED IS     *
000210*    NOT SHOWN, AND A CHANGE WHOSE LOG WRITE FAILED IS           *
000220*    REPORTED ON THE SCREEN SO SUPPORT CAN NOTE IT BY HAND.      *
000230*                                                                *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    2026-10-15  ML   ORIGINAL VERSION.                          *
000270*                                                                *
000280******************************************************************
000290 6600-WRITE-ACCESS-LOG.
000300     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
000310     EXEC CICS ASKTIME
000320         ABSTIME (WS-ABSTIME)
000330     END-EXEC.
000340     EXEC CICS FORMATTIME
000350         ABSTIME  (WS-ABSTIME)
000360         YYYYMMDD (AL-RUN-DATE)
000370         TIME     (WS-TIME-HHMMSS)
000380     END-EXEC.
000390     COMPUTE AL-RUN-TIME = WS-TIME-HHMMSS * 100.
000400     EXEC CICS WRITEQ TD
000410         QUEUE  ("ACCL")
000420         FROM   (AL-RECORD)
000430         LENGTH (LENGTH OF AL-RECORD)
000440         RESP   (WS-CICS-RESP)
000450     END-EXEC.
000460 6600-WRITE-ACCESS-LOG-EXIT.
000470     EXIT.
