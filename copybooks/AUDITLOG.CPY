000340*                     (JCL/USERCONV.JCL) AGAINST THE CURRENT     *
000350*                     LOG AND EACH ARCHIVE GENERATION BEFORE     *
000360*                     THE FIRST POST-UPGRADE JOB TOUCHES THEM.   *
000370*    2026-10-15  ML   ADD AUD-SEQUENCE, ASCENDING PER CHANNEL    *
000380*                     AND ISSUED BY THE WRITER FROM THE AUDIT-   *
000390*                     SEQUENCE CONTROL FILE (AUDSEQ.CPY), SO A   *
000400*                     LOST, DUPLICATED OR REORDERED RECORD CAN   *
000410*                     BE PROVED (UserSeq).  THE LAYOUT GROWS TO  *
000420*                     40 BYTES; EVERY READER NOW DECLARES THE    *
000430*                     FILE VARYING 28 TO 40 AND TREATS A RECORD  *
000440*                     SHORTER THAN 40 AS UNSEQUENCED (SEQUENCE   *
000450*                     ZERO).  UserDel AND UserScrub REWRITE A    *
000460*                     RECORD AT ITS OWN LENGTH, SO THE SEQUENCE  *
000470*                     SURVIVES AN ANONYMIZATION OR A RENAME      *
000480*                     SCRUB.                                     *
000490*                                                                *
000500******************************************************************
000510 01  AUD-RECORD.
000520     05  AUD-PSEUDO                  PIC X(12).
000530     05  AUD-RUN-DATE                PIC 9(08).
000540     05  AUD-RUN-TIME                PIC 9(08).
000550     05  AUD-CHANNEL                 PIC X(01).
000560         88  AUD-CHANNEL-CONSOLE         VALUE "C".
000570         88  AUD-CHANNEL-ONLINE          VALUE "O".
000580         88  AUD-CHANNEL-BATCH           VALUE "B".
000590         88  AUD-CHANNEL-UNKNOWN         VALUE "?".
000600     05  AUD-LANG-CODE               PIC X(02).
000610     05  AUD-SEQUENCE                PIC 9(09).
