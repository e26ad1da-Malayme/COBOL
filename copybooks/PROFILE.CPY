000190*    MODIFICATION HISTORY                                       *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    2026-09-02  ML   ORIGINAL VERSION.                          *
000220*    2026-10-15  ML   ADD PF-UPDATE-OPERATOR AND PF-UPDATE-DATE, *
000230*                     STAMPED BY CBLP ON EVERY ADD OR UPDATE     *
000240*                     WITH THE SIGNED-ON SUPPORT OPERATOR.       *
000250*                     RECORDS WRITTEN BEFORE THE CHANGE ARE      *
000260*                     SHORTER AND CARRY NEITHER FIELD: A READER  *
000270*                     MUST CLEAR PF-RECORD BEFORE THE READ (AS   *
000280*                     CBLP DOES) OR TEST PF-UPDATE-DATE IS       *
000290*                     NUMERIC AND NOT ZERO BEFORE USING THEM.    *
000300*                                                                *
000310******************************************************************
000320 01  PF-RECORD.
000330     05  PF-PSEUDO                   PIC X(12).
000340     05  PF-CONTACT-ADDRESS          PIC X(40).
000350     05  PF-CONSENT-FLAG             PIC X(01).
000360         88  PF-CONSENT-GIVEN            VALUE "Y".
000370     05  PF-CONSENT-DATE             PIC 9(08).
000380     05  PF-UPDATE-OPERATOR          PIC X(08).
000390     05  PF-UPDATE-DATE              PIC 9(08).
