000010******************************************************************
000020*                                                                *
000030*    COBILSTS.CPY                                                *
000040*                                                                *
000050*    SYMBOLIC MAP FOR THE COBILM5 SCREEN OF MAPSET COBILSTS      *
000060*    (SEE bms/COBILSTS.bms).  HAND-CODED TO MATCH WHAT BMS       *
000070*    ASSEMBLY WOULD GENERATE FOR THE NIGHT, BUILT, SUMM, COLH,   *
000080*    DL1-DL15 AND MSG FIELDS, THE SAME WAY COBILINQ.CPY IS       *
000090*    MAINTAINED FOR THE COBILM3 SCREEN - THE UNNAMED LITERAL     *
000100*    FIELDS (TITLE, CAPTION, PF-KEY LINE) CARRY NO SYMBOLIC      *
000110*    ENTRIES SINCE THE PROGRAM NEVER TOUCHES THEM.               *
000120*                                                                *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    2026-10-15  ML   ORIGINAL VERSION.                          *
000160*                                                                *
000170******************************************************************
000180 01  COBILM5I.
000190     05  FILLER                      PIC X(12).
000200     05  NIGHTL                      PIC S9(4) COMP.
000210     05  NIGHTF                      PIC X.
000220     05  FILLER REDEFINES NIGHTF.
000230         10  NIGHTA                  PIC X.
000240     05  NIGHTI                      PIC X(08).
000250     05  BUILTL                      PIC S9(4) COMP.
000260     05  BUILTF                      PIC X.
000270     05  FILLER REDEFINES BUILTF.
000280         10  BUILTA                  PIC X.
000290     05  BUILTI                      PIC X(38).
000300     05  SUMML                       PIC S9(4) COMP.
000310     05  SUMMF                       PIC X.
000320     05  FILLER REDEFINES SUMMF.
000330         10  SUMMA                   PIC X.
000340     05  SUMMI                       PIC X(70).
000350     05  COLHL                       PIC S9(4) COMP.
000360     05  COLHF                       PIC X.
000370     05  FILLER REDEFINES COLHF.
000380         10  COLHA                   PIC X.
000390     05  COLHI                       PIC X(70).
000400     05  DL-ENTRY-I OCCURS 15 TIMES.
000410         10  DLL                     PIC S9(4) COMP.
000420         10  DLF                     PIC X.
000430         10  DLI                     PIC X(70).
000440     05  MSGL                        PIC S9(4) COMP.
000450     05  MSGF                        PIC X.
000460     05  FILLER REDEFINES MSGF.
000470         10  MSGA                    PIC X.
000480     05  MSGI                        PIC X(70).
000490*
000500 01  COBILM5O REDEFINES COBILM5I.
000510     05  FILLER                      PIC X(12).
000520     05  FILLER                      PIC X(02).
000530     05  FILLER                      PIC X(01).
000540     05  NIGHTO                      PIC X(08).
000550     05  FILLER                      PIC X(02).
000560     05  FILLER                      PIC X(01).
000570     05  BUILTO                      PIC X(38).
000580     05  FILLER                      PIC X(02).
000590     05  FILLER                      PIC X(01).
000600     05  SUMMO                       PIC X(70).
000610     05  FILLER                      PIC X(02).
000620     05  FILLER                      PIC X(01).
000630     05  COLHO                       PIC X(70).
000640     05  DL-ENTRY-O OCCURS 15 TIMES.
000650         10  FILLER                  PIC X(02).
000660         10  FILLER                  PIC X(01).
000670         10  DLO                     PIC X(70).
000680     05  FILLER                      PIC X(02).
000690     05  FILLER                      PIC X(01).
000700     05  MSGO                        PIC X(70).
