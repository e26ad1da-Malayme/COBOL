000140*    MODIFICATION HISTORY                                       *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    2026-08-23  ML   ORIGINAL VERSION.                          *
000170*    2026-10-15  ML   ADD MJ-OPERATOR-ID - THE SIGNED-ON USER    *
000180*                     WHO KEYED THE RENAME OR MERGE.  THE        *
000190*                     JOURNAL IS EMPTIED EVERY NIGHT AFTER A     *
000200*                     CLEAN SCRUB, SO NO OLD-LENGTH RECORDS      *
000210*                     SURVIVE THE CUT-OVER NIGHT.                *
000220*    2026-10-15  ML   A CLEAN NIGHT'S JOURNAL IS APPENDED TO     *
000230*                     COBILIST.MAINT.HISTORY (SAME LAYOUT) BY    *
000240*                     THE JRNLKEEP STEP BEFORE IT IS CLEARED, SO *
000250*                     THE UserSar SUBJECT-ACCESS EXPORT CAN      *
000260*                     DISCLOSE A PSEUDO'S RENAME/MERGE HISTORY.  *
000270*                     UserDel SCRUBS THAT HISTORY WITH THE       *
000280*                     "*ANONYMISE*" MARKER LIKE THE AUDIT LOG.   *
000290*    2026-10-15  ML   THE UserRen BULK RENAME/MERGE RUN APPENDS  *
000300*                     THE SAME RECORDS DIRECTLY (NIGHTLY RENAME  *
000310*                     STEP, AHEAD OF SCRUB) WITH MJ-OPERATOR-ID  *
000320*                     "BATCH".                                   *
000330*                                                                *
000340******************************************************************
000350 01  MJ-RECORD.
000360     05  MJ-OLD-PSEUDO               PIC X(12).
000370     05  MJ-NEW-PSEUDO               PIC X(12).
000380     05  MJ-ACTION                   PIC X(01).
000390         88  MJ-ACTION-RENAME            VALUE "R".
000400         88  MJ-ACTION-MERGE             VALUE "M".
000410     05  MJ-RUN-DATE                 PIC 9(08).
000420     05  MJ-RUN-TIME                 PIC 9(08).
000430     05  MJ-OPERATOR-ID              PIC X(08).
