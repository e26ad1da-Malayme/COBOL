000010******************************************************************
000020*                                                                *
000030*    OUTHIST.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE OUTREACH HISTORY FILE, A KSDS KEYED   *
000060*    ON OH-KEY (COBILIST.OUTREACH.HISTORY).  THE LETTER FILE     *
000070*    UserOut CUTS IS REPLACED ON EVERY RUN, SO NOTHING SAID WHO  *
000080*    HAD ALREADY BEEN WRITTEN TO OR WHETHER THEY CAME BACK.      *
000090*    UserOut NOW WRITES ONE RECORD HERE PER LETTER, AND READS    *
000100*    THE FILE BACK TO HOLD OFF ANYONE ALREADY CONTACTED WITHIN   *
000110*    ITS QUIET PERIOD.  THE UserBack COME-BACK REPORT MATCHES    *
000120*    THE FILE AGAINST THE LATER AUDIT TRAIL.                     *
000130*                                                                *
000140*    OH-CAMPAIGN-DATE IS THE DATE OF THE UserOut RUN THAT CUT    *
000150*    THE LETTER, SO A PSEUDO'S RECORDS READ IN KEY ORDER ARE     *
000160*    ITS CONTACTS OLDEST FIRST.  OH-BAND IS THE DORMANCY BAND    *
000170*    FLOOR (030, 090 OR 365) AND OH-LANG-CODE THE LANGUAGE THE   *
000180*    LETTER WAS ACTUALLY SPOKEN IN (THE SHOP DEFAULT WHEN THE    *
000190*    STORED CODE WAS UNKNOWN OR BLANK).  OH-LAST-VISIT-DATE IS   *
000200*    THE LAST VISIT THE BAND WAS CUT FROM.                       *
000210*                                                                *
000220*    A PRIVACY DELETION (UserDel) REMOVES A PSEUDO'S RECORDS;    *
000230*    A SUBJECT-ACCESS EXPORT (UserSar) DISCLOSES THEM.           *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    2026-10-15  ML   ORIGINAL VERSION.                          *
000280*                                                                *
000290******************************************************************
000300 01  OH-RECORD.
000310     05  OH-KEY.
000320         10  OH-PSEUDO               PIC X(12).
000330         10  OH-CAMPAIGN-DATE        PIC 9(08).
000340     05  OH-BAND                     PIC 9(03).
000350     05  OH-LANG-CODE                PIC X(02).
000360     05  OH-LAST-VISIT-DATE          PIC 9(08).
