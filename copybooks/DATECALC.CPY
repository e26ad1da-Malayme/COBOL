000060*    BACKS THE CCYYMMDD DATE IN DC-DATE UP BY DC-DAYS-TO-        *
000070*    SUBTRACT DAYS, HONOURING MONTH LENGTHS AND LEAP YEARS,      *
000080*    SO A RETENTION OR DORMANCY PERIOD IN DAYS BECOMES A         *
000090*    CUT-OFF DATE; 7300-ADVANCE-ONE-DAY MOVES DC-DATE FORWARD    *
000100*    ONE DAY FOR CALLERS THAT WALK A RANGE OF DATES, AND         *
000110*    7400-CHECK-CALENDAR-DATE SETS DC-DATE-VALID WHEN DC-DATE    *
000120*    IS A REAL DAY (FOR DATES KEYED IN AS A PARM).  COPY         *
000130*    THIS MEMBER INTO THE PROCEDURE DIVISION AFTER COPYING       *
000140*    DATEWRK.CPY INTO WORKING-STORAGE.                           *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    2026-08-23  ML   ORIGINAL VERSION - FACTORED OUT FOR THE    *
000190*                     AUDIT-LOG ARCHIVE RUN SO LATER DATE-BASED  *
000200*                     JOBS DO NOT GROW THEIR OWN COPIES OF THE   *
000210*                     CALENDAR.                                  *
000220*    2026-10-15  ML   ADDED 7300-ADVANCE-ONE-DAY, THE FORWARD    *
000230*                     STEP THE STATISTICS BACKFILL (UserFill)    *
000240*                     WALKS ITS DATE RANGE WITH, AND 7400-CHECK- *
000250*                     CALENDAR-DATE FOR THE DATES UserFill AND   *
000260*                     THE BUSINESS-DATE SET (UserBdt) ACCEPT.    *
000270*                                                                *
000280******************************************************************
000290 7000-SUBTRACT-DAYS-FROM-DATE.
000300     PERFORM 7100-BACK-UP-ONE-DAY
000310         THRU 7100-BACK-UP-ONE-DAY-EXIT
000320         DC-DAYS-TO-SUBTRACT TIMES.
000330 7000-SUBTRACT-DAYS-FROM-DATE-EXIT.
000340     EXIT.
000350*
000360 7100-BACK-UP-ONE-DAY.
000370     IF DC-DAY > 1
000380         SUBTRACT 1 FROM DC-DAY
000390         GO TO 7100-BACK-UP-ONE-DAY-EXIT
000400     END-IF.
000410     IF DC-MONTH = 1
000420         MOVE 12 TO DC-MONTH
000430         SUBTRACT 1 FROM DC-YEAR
000440     ELSE
000450         SUBTRACT 1 FROM DC-MONTH
000460     END-IF.
000470     MOVE DC-MONTH-LENGTH(DC-MONTH) TO DC-DAY.
000480     IF DC-MONTH = 2
000490         PERFORM 7200-CHECK-LEAP-YEAR
000500             THRU 7200-CHECK-LEAP-YEAR-EXIT
000510         IF DC-LEAP-YEAR
000520             MOVE 29 TO DC-DAY
000530         END-IF
000540     END-IF.
000550 7100-BACK-UP-ONE-DAY-EXIT.
000560     EXIT.
000570*
000580 7200-CHECK-LEAP-YEAR.
000590     MOVE "N" TO DC-LEAP-SW.
000600     DIVIDE DC-YEAR BY 4
000610         GIVING DC-LEAP-QUOTIENT
000620         REMAINDER DC-LEAP-REMAINDER.
000630     IF DC-LEAP-REMAINDER = ZERO
000640         MOVE "Y" TO DC-LEAP-SW
000650     END-IF.
000660     DIVIDE DC-YEAR BY 100
000670         GIVING DC-LEAP-QUOTIENT
000680         REMAINDER DC-LEAP-REMAINDER.
000690     IF DC-LEAP-REMAINDER = ZERO
000700         MOVE "N" TO DC-LEAP-SW
000710     END-IF.
000720     DIVIDE DC-YEAR BY 400
000730         GIVING DC-LEAP-QUOTIENT
000740         REMAINDER DC-LEAP-REMAINDER.
000750     IF DC-LEAP-REMAINDER = ZERO
000760         MOVE "Y" TO DC-LEAP-SW
000770     END-IF.
000780 7200-CHECK-LEAP-YEAR-EXIT.
000790     EXIT.
000800*
000810 7300-ADVANCE-ONE-DAY.
000820     MOVE DC-MONTH-LENGTH(DC-MONTH) TO DC-LAST-DAY.
000830     IF DC-MONTH = 2
000840         PERFORM 7200-CHECK-LEAP-YEAR
000850             THRU 7200-CHECK-LEAP-YEAR-EXIT
000860         IF DC-LEAP-YEAR
000870             MOVE 29 TO DC-LAST-DAY
000880         END-IF
000890     END-IF.
000900     IF DC-DAY < DC-LAST-DAY
000910         ADD 1 TO DC-DAY
000920         GO TO 7300-ADVANCE-ONE-DAY-EXIT
000930     END-IF.
000940     MOVE 1 TO DC-DAY.
000950     IF DC-MONTH = 12
000960         MOVE 1 TO DC-MONTH
000970         ADD 1 TO DC-YEAR
000980     ELSE
000990         ADD 1 TO DC-MONTH
001000     END-IF.
001010 7300-ADVANCE-ONE-DAY-EXIT.
001020     EXIT.
001030*
001040 7400-CHECK-CALENDAR-DATE.
001050     MOVE "N" TO DC-DATE-VALID-SW.
001060     IF DC-DATE IS NOT NUMERIC
001070         GO TO 7400-CHECK-CALENDAR-DATE-EXIT
001080     END-IF.
001090     IF DC-YEAR < 2000
001100        OR DC-MONTH < 1 OR DC-MONTH > 12
001110        OR DC-DAY < 1
001120         GO TO 7400-CHECK-CALENDAR-DATE-EXIT
001130     END-IF.
001140     MOVE DC-MONTH-LENGTH(DC-MONTH) TO DC-LAST-DAY.
001150     IF DC-MONTH = 2
001160         PERFORM 7200-CHECK-LEAP-YEAR
001170             THRU 7200-CHECK-LEAP-YEAR-EXIT
001180         IF DC-LEAP-YEAR
001190             MOVE 29 TO DC-LAST-DAY
001200         END-IF
001210     END-IF.
001220     IF DC-DAY > DC-LAST-DAY
001230         GO TO 7400-CHECK-CALENDAR-DATE-EXIT
001240     END-IF.
001250     MOVE "Y" TO DC-DATE-VALID-SW.
001260 7400-CHECK-CALENDAR-DATE-EXIT.
001270     EXIT.
