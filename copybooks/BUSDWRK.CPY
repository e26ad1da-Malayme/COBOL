000010******************************************************************
000020*                                                                *
000030*    BUSDWRK.CPY                                                 *
000040*                                                                *
000050*    WORKING-STORAGE FIELDS FOR THE SHARED BUSINESS-DATE         *
000060*    ROUTINE IN THE BUSDGET.CPY PROCEDURE COPYBOOK.  BD-CLOCK-   *
000070*    DATE KEEPS THE SYSTEM CLOCK'S DATE ALONGSIDE THE BUSINESS   *
000080*    DATE, FOR RECORDS THAT STAMP WHEN SOMETHING ACTUALLY        *
000090*    HAPPENED RATHER THAN WHICH DAY IS BEING REPORTED.           *
000100*                                                                *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE       INIT  DESCRIPTION                                *
000130*    2026-10-15  ML   ORIGINAL VERSION.                          *
000140*                                                                *
000150******************************************************************
000160 01  BD-DATE-WORK.
000170     05  BD-CLOCK-DATE               PIC 9(08) VALUE ZERO.
000180     05  BD-BDT-FILE-STATUS          PIC X(02) VALUE SPACES.
000190         88  BD-BDT-OK                   VALUE "00".
000200         88  BD-BDT-FILE-NOT-PRESENT     VALUE "35".
000210     05  BD-DATE-SOURCE-SW           PIC X(01) VALUE "C".
000220         88  BD-DATE-FROM-CONTROL        VALUE "B".
000230         88  BD-DATE-FROM-CLOCK          VALUE "C".
