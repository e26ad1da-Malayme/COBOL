000010******************************************************************
000020*                                                                *
000030*    STEPTBL.CPY                                                 *
000040*                                                                *
000050*    THE EXPECTED NIGHTLY STEPS, IN STREAM ORDER.  EACH NAME IS  *
000060*    THE PROGRAM NAME THE STEP WRITES TO THE RUN JOURNAL         *
000070*    (RUNJRNL.CPY).  UserChk JUDGES EACH ONE FOR A MATCHED       *
000080*    START/END PAIR AT THE END OF THE STREAM, AND UserRun        *
000090*    LOADS THE SAME STEPS, NIGHT BY NIGHT, INTO THE RUN-STATUS   *
000100*    FILE THE CBLS SCREEN READS.  THE TABLE MIRRORS THE STEP     *
000110*    ORDER OF JCL/NIGHTLY.JCL AND MUST BE KEPT IN STEP WITH IT - *
000120*    A STEP ADDED THERE IS ADDED HERE, AND WS-EXPECTED-COUNT AND *
000130*    THE OCCURS CLAUSE RAISED TO MATCH.  THE TABLES INDEXED BY   *
000140*    THIS LIST ARE SIZED TO IT AND ARE RAISED WITH IT:           *
000150*    WS-STEP-STATE IN UserChk AND WS-NIGHT-STEP IN UserRun.      *
000160*    UserSts (CBLS) SHOWS THE STEPS ON THE 15 DETAIL LINES OF    *
000170*    THE COBILM5 MAP; PAST 15 IT FLAGS THE VIEW AS CUT SHORT, SO *
000180*    WIDEN bms/COBILSTS.bms, COBILSTS.CPY AND WS-SCREEN-LINES IN *
000190*    UserSts TOGETHER.                                           *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    2026-10-15  ML   ORIGINAL VERSION - LIFTED OUT OF UserChk   *
000240*                     SO UserRun SHARES THE SAME LIST.           *
000250*    2026-10-15  ML   UserSts SHARES THE LIST TOO; NOTE ON THE   *
000260*                     CBLS SCREEN LIMIT ADDED.                   *
000270*    2026-10-15  ML   NOTE NAMES THE UserChk AND UserRun STEP    *
000280*                     TABLES THAT MUST GROW WITH THE LIST.       *
000290*                                                                *
000300******************************************************************
000310 01  WS-EXPECTED-DATA.
000320     05  FILLER                      PIC X(09) VALUE "UserRpt".
000330     05  FILLER                      PIC X(09) VALUE "UserStat".
000340     05  FILLER                      PIC X(09) VALUE "UserAnom".
000350     05  FILLER                      PIC X(09) VALUE "UserDay".
000360     05  FILLER                      PIC X(09) VALUE "UserTrnd".
000370     05  FILLER                      PIC X(09) VALUE "UserAck".
000380     05  FILLER                      PIC X(09) VALUE "UserUnld".
000390     05  FILLER                      PIC X(09) VALUE "UserXtr".
000400     05  FILLER                      PIC X(09) VALUE "UserRen".
000410     05  FILLER                      PIC X(09) VALUE "UserScrub".
000420     05  FILLER                      PIC X(09) VALUE "UserRecon".
000430     05  FILLER                      PIC X(09) VALUE "UserSeq".
000440     05  FILLER                      PIC X(09) VALUE "UserIntg".
000450     05  FILLER                      PIC X(09) VALUE "UserHist".
000460     05  FILLER                      PIC X(09) VALUE "UserAcc".
000470 01  FILLER REDEFINES WS-EXPECTED-DATA.
000480     05  WS-EXPECTED-NAME OCCURS 15 TIMES
000490                                     PIC X(09).
000500*
000510 77  WS-EXPECTED-COUNT               PIC 9(02) COMP VALUE 15.
