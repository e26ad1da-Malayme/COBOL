000010******************************************************************
000020*                                                                *
000030*    OPERATOR.CPY                                                *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE SUPPORT OPERATOR TABLE, A KSDS KEYED  *
000060*    ON OP-OPERATOR-ID (COBILIST.SUPPORT.OPERATORS).  ONE        *
000070*    RECORD PER SIGNED-ON CICS USER ID ALLOWED NEAR THE SUPPORT  *
000080*    DESK TRANSACTIONS (CBLM, CBLP, CBLI, CBLS), WITH THE        *
000090*    OPERATOR'S NAME AND AUTHORITY LEVEL.  THE LEVELS ARE        *
000100*    CUMULATIVE:                                                 *
000110*                                                                *
000120*      I - INQUIRE ONLY (CBLI, CBLS, CBLM I/B, CBLP I).          *
000130*      U - PROFILE UPDATE (ALL OF I, PLUS CBLP U/D).             *
000140*      S - SUPERVISOR (ALL OF U, PLUS CBLM RENAME/MERGE).        *
000150*                                                                *
000160*    A USER ID NOT ON THE TABLE GETS NOTHING - THE SCREENS       *
000170*    REFUSE EVERY ACTION.  THE TABLE IS MAINTAINED BY THE        *
000180*    UserOpr BATCH RUN (SEE JCL/USEROPR.JCL) AND CHECKED BY THE  *
000190*    SHARED OPERCHK.CPY PROCEDURE.                               *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    2026-10-15  ML   ORIGINAL VERSION.                          *
000240*    2026-10-15  ML   CBLS STATUS INQUIRY ADDED AT LEVEL I.      *
000250*                                                                *
000260******************************************************************
000270 01  OP-RECORD.
000280     05  OP-OPERATOR-ID              PIC X(08).
000290     05  OP-OPERATOR-NAME            PIC X(30).
000300     05  OP-AUTH-LEVEL               PIC X(01).
000310         88  OP-AUTH-INQUIRE             VALUE "I".
000320         88  OP-AUTH-UPDATE              VALUE "U".
000330         88  OP-AUTH-SUPERVISOR          VALUE "S".
000340         88  OP-CAN-INQUIRE              VALUE "I" "U" "S".
000350         88  OP-CAN-UPDATE               VALUE "U" "S".
000360         88  OP-CAN-SUPERVISE            VALUE "S".
000370     05  OP-ADDED-DATE               PIC 9(08).
