000010******************************************************************
000020*                                                                *
000030*    COHDEL.CPY                                                  *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE DELETED-USER COHORT TALLY, A          *
000060*    SEQUENTIAL FILE (COBILIST.COHORT.DELETED) APPENDED BY THE   *
000070*    PRIVACY DELETION RUN (UserDel).  A FORGOTTEN USER'S ROSTER  *
000080*    RECORD IS DELETED AND THEIR AUDIT HISTORY ANONYMIZED, SO    *
000090*    NOTHING LEFT COULD PLACE THEM IN THEIR FIRST-SEEN COHORT    *
000100*    AND THE UserCoh RETENTION REPORT WOULD SHRINK THE COHORT    *
000110*    AFTER THE EVENT.  UserDel THEREFORE WRITES ONE RECORD PER   *
000120*    USER IT FORGETS - FOUND ON THE ROSTER, THE DORMANCY PURGE   *
000130*    ARCHIVE OR BOTH - CARRYING ONLY WHAT THE REPORT COUNTS - NO *
000140*    PSEUDO, NO DATES FINER THAN A MONTH.  THE PURGE-ARCHIVE     *
000150*    MARKER RECORDS IT WRITES HAVE THE FIRST-SEEN DATE ZEROED SO *
000160*    THE REPORT DOES NOT COUNT THE USER A SECOND TIME.           *
000170*                                                                *
000180*    CD-COHORT-MONTH IS THE CCYYMM OF THE USER'S EARLIEST        *
000190*    FIRST-SEEN DATE ON THE ROSTER OR THE PURGE ARCHIVE.         *
000200*    CD-FIRST-CHANNEL IS THE CHANNEL OF THE EARLIEST AUDIT       *
000210*    RECORD THE DELETION RUN ANONYMIZED ("?" WHEN THAT RECORD    *
000220*    PREDATES CHANNELS, OR WAS NOT ON THE FIRST-SEEN DATE - THE  *
000230*    FIRST VISIT THEN LIES ON AN ARCHIVE GENERATION THE RUN DID  *
000240*    NOT READ).  CD-ACTIVE-MONTH(N) SAYS WHETHER THE USER WAS    *
000250*    SEEN IN THE NTH MONTH AFTER THE COHORT MONTH: "S" ON THEIR  *
000260*    OWN (CONSOLE OR ONLINE), "A" ONLY THROUGH A BATCH OR        *
000270*    UNKNOWN CHANNEL, SPACE NOT AT ALL.                          *
000280*                                                                *
000290*    MODIFICATION HISTORY                                       *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    2026-10-15  ML   ORIGINAL VERSION.                          *
000320*                                                                *
000330******************************************************************
000340 01  CD-RECORD.
000350     05  CD-COHORT-MONTH             PIC 9(06).
000360     05  CD-FIRST-CHANNEL            PIC X(01).
000370     05  CD-LANG-CODE                PIC X(02).
000380     05  CD-ACTIVE-FLAGS.
000390         10  CD-ACTIVE-MONTH OCCURS 12 TIMES
000400                                     PIC X(01).
000410             88  CD-ACTIVE-ON-OWN        VALUE "S".
000420             88  CD-ACTIVE-OTHER         VALUE "A".
000430     05  FILLER                      PIC X(09).
