000010******************************************************************
000020*                                                                *
000030*    ACCESSLG.CPY                                                *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE SUPPORT-DESK ACCESS LOG.  EVERY       *
000060*    ACTION TAKEN ON THE CBLM, CBLP AND CBLI TRANSACTIONS -      *
000070*    EVERY INQUIRY, EVERY ROSTER LINE A BROWSE PUTS ON THE       *
000080*    SCREEN, EVERY CHANGE, AND EVERY ATTEMPT REFUSED FOR WANT    *
000090*    OF AUTHORITY - APPENDS ONE RECORD THROUGH THE ACCL          *
000100*    EXTRAPARTITION QUEUE (COBILIST.ACCESS.LOG), WRITTEN BY THE  *
000110*    SHARED ACCSPUT.CPY PROCEDURE.  IT IS HOW WE ANSWER "WHO AT  *
000120*    YOUR END LOOKED AT MY RECORD".  THE NIGHTLY UserAcc STEP    *
000130*    PRINTS THE DAY'S ENTRIES BY OPERATOR.  THE LOG IS KEPT,     *
000140*    NOT CLEARED - IT IS THE ANSWER TO A COMPLAINT MONTHS LATER. *
000150*                                                                *
000160*    AL-ACTION IS THE SCREEN'S OWN ACTION CODE (CBLM I/B/R/M,    *
000170*    CBLP I/U/D) OR "H" FOR A CBLI HISTORY PAGE.                 *
000180*    AL-OTHER-PSEUDO IS THE NEW/TARGET PSEUDO OF A RENAME OR     *
000190*    MERGE, SPACES OTHERWISE.                                    *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    2026-10-15  ML   ORIGINAL VERSION.                          *
000240*                                                                *
000250******************************************************************
000260 01  AL-RECORD.
000270     05  AL-OPERATOR-ID              PIC X(08).
000280     05  AL-TRANSID                  PIC X(04).
000290     05  AL-ACTION                   PIC X(01).
000300     05  AL-PSEUDO                   PIC X(12).
000310     05  AL-OTHER-PSEUDO             PIC X(12).
000320     05  AL-OUTCOME                  PIC X(01).
000330         88  AL-OUTCOME-DONE             VALUE "D".
000340         88  AL-OUTCOME-REFUSED          VALUE "R".
000350     05  AL-RUN-DATE                 PIC 9(08).
000360     05  AL-RUN-TIME                 PIC 9(08).
