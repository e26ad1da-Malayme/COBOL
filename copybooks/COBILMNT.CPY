000040*                                                                *
000050*    SYMBOLIC MAP FOR THE COBILM2 SCREEN OF MAPSET COBILMNT      *
000060*    (SEE bms/COBILMNT.bms).  HAND-CODED TO MATCH WHAT BMS       *
000070*    ASSEMBLY WOULD GENERATE FOR THE ACT, PSEUDO, NEWPS, OPID,   *
000080*    DL1-DL10 AND MSG FIELDS, THE SAME WAY COBILMAP.CPY IS       *
000090*    MAINTAINED FOR THE COBILM1 SCREEN - THE UNNAMED LITERAL     *
000100*    FIELDS (TITLE, CAPTIONS, PF-KEY LINE) CARRY NO SYMBOLIC     *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    2026-08-23  ML   ORIGINAL VERSION.                          *
000160*    2026-10-15  ML   SUP (KEYED SUPERVISOR FLAG) REPLACED BY    *
000170*                     OPID, THE PROTECTED OPERATOR DISPLAY.      *
000180*                                                                *
000190******************************************************************
000200 01  COBILM2I.
000210     05  FILLER                      PIC X(12).
000220     05  ACTL                        PIC S9(4) COMP.
000230     05  ACTF                        PIC X.
000240     05  FILLER REDEFINES ACTF.
000250         10  ACTA                    PIC X.
000260     05  ACTI                        PIC X(01).
000270     05  PSEUDOL                     PIC S9(4) COMP.
000280     05  PSEUDOF                     PIC X.
000290     05  FILLER REDEFINES PSEUDOF.
000300         10  PSEUDOA                 PIC X.
000310     05  PSEUDOI                     PIC X(12).
000320     05  NEWPSL                      PIC S9(4) COMP.
000330     05  NEWPSF                      PIC X.
000340     05  FILLER REDEFINES NEWPSF.
000350         10  NEWPSA                  PIC X.
000360     05  NEWPSI                      PIC X(12).
000370     05  OPIDL                       PIC S9(4) COMP.
000380     05  OPIDF                       PIC X.
000390     05  FILLER REDEFINES OPIDF.
000400         10  OPIDA                   PIC X.
000410     05  OPIDI                       PIC X(12).
000420     05  DL-ENTRY-I OCCURS 10 TIMES.
000430         10  DLL                     PIC S9(4) COMP.
000440         10  DLF                     PIC X.
000450         10  DLI                     PIC X(60).
000460     05  MSGL                        PIC S9(4) COMP.
000470     05  MSGF                        PIC X.
000480     05  FILLER REDEFINES MSGF.
000490         10  MSGA                    PIC X.
000500     05  MSGI                        PIC X(70).
000510*
000520 01  COBILM2O REDEFINES COBILM2I.
000530     05  FILLER                      PIC X(12).
000540     05  FILLER                      PIC X(02).
000550     05  FILLER                      PIC X(01).
000560     05  ACTO                        PIC X(01).
000570     05  FILLER                      PIC X(02).
000580     05  FILLER                      PIC X(01).
000590     05  PSEUDOO                     PIC X(12).
000600     05  FILLER                      PIC X(02).
000610     05  FILLER                      PIC X(01).
000620     05  NEWPSO                      PIC X(12).
000630     05  FILLER                      PIC X(02).
000640     05  FILLER                      PIC X(01).
000650     05  OPIDO                       PIC X(12).
000660     05  DL-ENTRY-O OCCURS 10 TIMES.
000670         10  FILLER                  PIC X(02).
000680         10  FILLER                  PIC X(01).
000690         10  DLO                     PIC X(60).
000700     05  FILLER                      PIC X(02).
000710     05  FILLER                      PIC X(01).
000720     05  MSGO                        PIC X(70).
