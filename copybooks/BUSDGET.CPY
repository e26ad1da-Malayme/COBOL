000010******************************************************************
000020*                                                                *
000030*    BUSDGET.CPY                                                 *
000040*                                                                *
000050*    PROCEDURE DIVISION COPYBOOK - FETCHES THE BUSINESS DATE     *
000060*    (BUSDATE.CPY) INTO THE CALLER'S WS-CURRENT-DATE, SO EVERY   *
000070*    NIGHTLY PROGRAM REPORTS THE SAME DAY NO MATTER WHAT THE     *
000080*    CLOCK SAYS WHEN ITS STEP RUNS.  COPY THIS MEMBER INTO ANY   *
000090*    BATCH PROGRAM AFTER DECLARING:                              *
000100*                                                                *
000110*      SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"             *
000120*          ORGANIZATION IS SEQUENTIAL                            *
000130*          FILE STATUS IS BD-BDT-FILE-STATUS.                    *
000140*      FD  BUSINESS-DATE-FILE ... COPY BUSDATE.                  *
000150*      COPY BUSDWRK.  (WORKING-STORAGE)                          *
000160*      05  WS-CURRENT-DATE     PIC 9(08).                        *
000170*                                                                *
000180*    THEN PERFORM 6600-GET-BUSINESS-DATE THRU ITS EXIT IN PLACE  *
000190*    OF ACCEPTING THE DATE FROM THE CLOCK.  THE CLOCK DATE IS    *
000200*    ALWAYS LEFT IN BD-CLOCK-DATE.  NO CONTROL FILE, AN EMPTY    *
000210*    ONE OR A NON-NUMERIC DATE FALLS BACK TO THE CLOCK - THE     *
000220*    SAME FIRST-RUN TOLERANCE EVERY OTHER CONTROL FILE GETS -    *
000230*    WITH A CONSOLE NOTE; UserChk REPORTS THE FALLBACK AND ANY   *
000240*    DISAGREEMENT BETWEEN THE TWO DATES AT THE END OF THE        *
000250*    STREAM.                                                     *
000260*                                                                *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    2026-10-15  ML   ORIGINAL VERSION.                          *
000300*                                                                *
000310******************************************************************
000320 6600-GET-BUSINESS-DATE.
000330     ACCEPT BD-CLOCK-DATE FROM DATE YYYYMMDD.
000340     MOVE BD-CLOCK-DATE TO WS-CURRENT-DATE.
000350     MOVE "C" TO BD-DATE-SOURCE-SW.
000360     OPEN INPUT BUSINESS-DATE-FILE.
000370     IF NOT BD-BDT-OK
000380         DISPLAY "BUSINESS DATE NOT AVAILABLE - STATUS "
000390             BD-BDT-FILE-STATUS " - CLOCK DATE USED"
000400         GO TO 6600-GET-BUSINESS-DATE-EXIT
000410     END-IF.
000420     READ BUSINESS-DATE-FILE
000430         AT END
000440             DISPLAY "BUSINESS DATE NOT SET - CLOCK DATE USED"
000450         NOT AT END
000460             IF BD-BUSINESS-DATE IS NUMERIC
000470                AND BD-BUSINESS-DATE > ZERO
000480                 MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
000490                 MOVE "B" TO BD-DATE-SOURCE-SW
000500             ELSE
000510                 DISPLAY "BUSINESS DATE INVALID - CLOCK DATE USED"
000520             END-IF
000530     END-READ.
000540     CLOSE BUSINESS-DATE-FILE.
000550 6600-GET-BUSINESS-DATE-EXIT.
000560     EXIT.
