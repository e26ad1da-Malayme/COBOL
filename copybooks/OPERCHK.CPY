000010******************************************************************
000020*                                                                *
000030*    OPERCHK.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE DIVISION COPYBOOK - IDENTIFIES THE SIGNED-ON      *
000060*    CICS USER AND LOOKS THEM UP ON THE SUPPORT OPERATOR TABLE   *
000070*    (OPERATOR.CPY, FILE OPERTBL).  COPY THIS MEMBER INTO EACH   *
000080*    SUPPORT-DESK TRANSACTION AFTER DECLARING:                   *
000090*                                                                *
000100*      01  WS-OPERATOR-ID   PIC X(08).                           *
000110*      01  WS-CICS-RESP     PIC S9(08) COMP.                     *
000120*      COPY OPERATOR.                                            *
000130*                                                                *
000140*    AND PERFORM 1700-IDENTIFY-OPERATOR THRU ITS EXIT BEFORE     *
000150*    ROUTING ANY ACTION.  ON RETURN OP-RECORD HOLDS THE          *
000160*    OPERATOR'S ENTRY AND THE CALLER TESTS OP-CAN-INQUIRE,       *
000170*    OP-CAN-UPDATE OR OP-CAN-SUPERVISE FOR THE ACTION ASKED.     *
000180*    A USER ID NOT ON THE TABLE - OR A TABLE THAT CANNOT BE      *
000190*    READ - COMES BACK WITH OP-AUTH-LEVEL BLANK, WHICH PASSES    *
000200*    NONE OF THE TESTS: THE CHECK FAILS CLOSED.                  *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    DATE       INIT  DESCRIPTION                                *
000240*    2026-10-15  ML   ORIGINAL VERSION.                          *
000250*                                                                *
000260******************************************************************
000270 1700-IDENTIFY-OPERATOR.
000280     MOVE SPACES TO WS-OPERATOR-ID.
000290     EXEC CICS ASSIGN
000300         USERID (WS-OPERATOR-ID)
000310         RESP   (WS-CICS-RESP)
000320     END-EXEC.
000330     MOVE SPACES TO OP-RECORD.
000340     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
000350     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
000360        OR WS-OPERATOR-ID = SPACES
000370         GO TO 1700-IDENTIFY-OPERATOR-EXIT
000380     END-IF.
000390     EXEC CICS READ
000400         FILE    ("OPERTBL")
000410         INTO    (OP-RECORD)
000420         RIDFLD  (OP-OPERATOR-ID)
000430         RESP    (WS-CICS-RESP)
000440     END-EXEC.
000450     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
000460         MOVE SPACES TO OP-RECORD
000470         MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
000480     END-IF.
000490 1700-IDENTIFY-OPERATOR-EXIT.
000500     EXIT.
