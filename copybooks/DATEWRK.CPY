000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    2026-08-23  ML   ORIGINAL VERSION.                          *
000160*    2026-10-15  ML   ADDED DC-LAST-DAY AND DC-DATE-VALID-SW     *
000170*                     FOR 7300-ADVANCE-ONE-DAY AND 7400-CHECK-   *
000180*                     CALENDAR-DATE.                             *
000190*                                                                *
000200******************************************************************
000210 01  DC-DATE-WORK.
000220     05  DC-DATE                     PIC 9(08).
000230     05  FILLER REDEFINES DC-DATE.
000240         10  DC-YEAR                 PIC 9(04).
000250         10  DC-MONTH                PIC 9(02).
000260         10  DC-DAY                  PIC 9(02).
000270     05  DC-DAYS-TO-SUBTRACT         PIC 9(04) COMP.
000280     05  DC-LAST-DAY                 PIC 9(02).
000290     05  DC-LEAP-QUOTIENT            PIC 9(08) COMP.
000300     05  DC-LEAP-REMAINDER           PIC 9(08) COMP.
000310     05  DC-LEAP-SW                  PIC X(01).
000320         88  DC-LEAP-YEAR                VALUE "Y".
000330     05  DC-DATE-VALID-SW            PIC X(01).
000340         88  DC-DATE-VALID               VALUE "Y".
000350*
000360 01  DC-MONTH-LENGTH-DATA            PIC X(24)
000370         VALUE "312831303130313130313031".
000380 01  FILLER REDEFINES DC-MONTH-LENGTH-DATA.
000390     05  DC-MONTH-LENGTH OCCURS 12 TIMES
000400                                     PIC 9(02).
