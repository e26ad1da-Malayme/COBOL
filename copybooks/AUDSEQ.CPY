000010******************************************************************
000020*                                                                *
000030*    AUDSEQ.CPY                                                  *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE AUDIT-SEQUENCE CONTROL FILE, A KSDS   *
000060*    KEYED ON AQ-CHANNEL (COBILIST.AUDIT.SEQUENCE).  ONE RECORD  *
000070*    PER AUDIT CHANNEL HOLDS THE LAST AUD-SEQUENCE ISSUED ON     *
000080*    THAT CHANNEL AND WHEN.  EVERY AUDIT WRITER TAKES THE NEXT   *
000090*    NUMBER FROM HERE - BATCH THROUGH AUDSQPUT.CPY, CICS         *
000100*    THROUGH AUDSQONL.CPY - SO EACH CHANNEL'S RECORDS ON THE     *
000110*    AUDIT TRAIL CARRY AN UNBROKEN ASCENDING SERIES THAT THE     *
000120*    UserSeq VERIFICATION RUN CAN PROVE.  THE VERIFIER ALSO      *
000130*    COMPARES THE LAST NUMBER ON THE TRAIL WITH AQ-LAST-SEQUENCE *
000140*    SO RECORDS LOST OFF THE END OF THE LOG ARE CAUGHT TOO.      *
000150*                                                                *
000160*    IN BATCH (AUDSQPUT.CPY) THE NUMBER IS TAKEN AND THE CONTROL *
000170*    RECORD ADVANCED BEFORE THE AUDIT RECORD IS WRITTEN, SO A    *
000180*    WRITE THAT FAILS LEAVES A GAP (REPORTED) RATHER THAN A      *
000190*    REUSED NUMBER.  ONLINE (AUDSQONL.CPY) THE CONTROL RECORD IS *
000200*    HELD ACROSS THE WRITEQ AND ONLY ADVANCED ONCE THE RECORD IS *
000210*    ON THE QUEUE, SO A FAILED WRITEQ RELEASES IT UNCHANGED AND  *
000220*    LEAVES NO GAP.  A CHANNEL WITH NO RECORD YET STARTS AT 1.   *
000230*                                                                *
000240*    THE CONSOLE AND BATCH CHANNELS KEEP THEIR RECORDS ON        *
000250*    COBILIST.AUDIT.SEQUENCE (DD AUDSEQ).  THE ONLINE CHANNEL'S  *
000260*    RECORD LIVES ON COBILIST.AUDIT.SEQUENCE.ONLINE, OWNED BY    *
000270*    THE CICS REGION AS FILE AUDSEQ, SO A BATCH WRITER NEVER     *
000280*    CONTENDS WITH THE REGION FOR THE DATASET.  UserSeq READS    *
000290*    BOTH (DD AUDSEQ AND AUDSEQO).                               *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-10-15  ML   ORIGINAL VERSION.                          *
000340*                                                                *
000350******************************************************************
000360 01  AQ-RECORD.
000370     05  AQ-CHANNEL                  PIC X(01).
000380     05  AQ-LAST-SEQUENCE            PIC 9(09).
000390     05  AQ-LAST-DATE                PIC 9(08).
000400     05  AQ-LAST-TIME                PIC 9(08).
