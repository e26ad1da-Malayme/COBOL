000090*    APPENDED BY THE NIGHTLY UserDay STEP, SO THE UserTrnd       *
000100*    TREND REPORT CAN ANSWER "ARE WE GROWING?" WITHOUT           *
000110*    RE-RUNNING AGAINST ARCHIVE GENERATIONS.                     *
000120*    A NIGHT THE STREAM NEVER RAN IS REBUILT AFTERWARDS BY THE   *
000130*    UserFill BACKFILL, WHICH REWRITES THE FILE IN DATE ORDER.   *
000140*                                                                *
000150*    THE GREETING AND UNIQUE COUNTS USE THE SAME DEFINITIONS     *
000160*    AS UserRpt'S END-OF-DAY SUMMARY (MARKER RECORDS COUNT, AS   *
000170*    THERE).  ALL FIELDS ARE IN DISPLAY FORMAT SO THE            *
000180*    OPERATORS CAN BROWSE THE FILE WITHOUT A DUMP FORMATTER,     *
000190*    SAME AS RUNCTL.CPY.                                         *
000200*                                                                *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    2026-09-02  ML   ORIGINAL VERSION.                          *
000240*    2026-10-15  ML   NOTED THE UserFill BACKFILL WRITER.        *
000250*                                                                *
000260******************************************************************
000270 01  SH-RECORD.
000280     05  SH-RUN-DATE                 PIC 9(08).
000290     05  SH-GREETING-COUNT           PIC 9(08).
000300     05  SH-UNIQUE-COUNT             PIC 9(08).
000310     05  SH-NEWREG-COUNT             PIC 9(08).
000320     05  SH-REJECT-COUNT             PIC 9(08).
000330     05  SH-PEAK-HOUR                PIC 9(02).
000340     05  SH-PEAK-COUNT               PIC 9(08).
