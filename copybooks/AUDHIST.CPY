000220*    PRIVACY DELETION THEREFORE FALLS OFF THIS FILE AT THE      *
000230*    NEXT NIGHTLY REBUILD.                                      *
000240*                                                                *
000250*    AH-AUDIT-SEQUENCE IS THE RECORD'S AUD-SEQUENCE FROM THE     *
000260*    TRAIL (ZERO FOR A RECORD WRITTEN BEFORE SEQUENCING), SO A   *
000270*    HISTORY LINE CAN BE TIED BACK TO ITS PLACE ON THE LOG.      *
000280*                                                                *
000290*    MODIFICATION HISTORY                                       *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    2026-09-02  ML   ORIGINAL VERSION.                          *
000320*    2026-10-15  ML   ADD AH-AUDIT-SEQUENCE, CARRIED FROM AUD-   *
000330*                     SEQUENCE BY THE UserHist REBUILD.          *
000340*                                                                *
000350******************************************************************
000360 01  AH-RECORD.
000370     05  AH-KEY.
000380         10  AH-PSEUDO               PIC X(12).
000390         10  AH-RUN-DATE             PIC 9(08).
000400         10  AH-RUN-TIME             PIC 9(08).
000410         10  AH-SEQ                  PIC 9(03).
000420     05  AH-CHANNEL                  PIC X(01).
000430     05  AH-LANG-CODE                PIC X(02).
000440     05  AH-AUDIT-SEQUENCE           PIC 9(09).
