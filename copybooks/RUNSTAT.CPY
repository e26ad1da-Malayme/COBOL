000010******************************************************************
000020*                                                                *
000030*    RUNSTAT.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE RUN-STATUS FILE, A KSDS KEYED ON      *
000060*    RS-KEY (COBILIST.RUN.STATUS).  THE RUN JOURNAL, THE         *
000070*    UserBatch RUN-CONTROL RECORD AND THE EXTRACT CONTROL FILE   *
000080*    ARE ALL FLAT SEQUENTIAL FILES THAT CICS CANNOT READ, SO     *
000090*    "DID LAST NIGHT RUN, AND DID THE FEED LAND?" MEANT A        *
000100*    TICKET TO OPERATIONS.  THE NIGHTLY UserRun STEP NOW         *
000110*    REBUILDS THIS FILE FROM ALL THREE AT THE END OF THE         *
000120*    STREAM, AND THE UserSts TRANSACTION (CBLS) READS IT BY      *
000130*    EXACT KEY.                                                  *
000140*                                                                *
000150*    FOUR KINDS OF RECORD, BY RS-REC-TYPE:                       *
000160*                                                                *
000170*      H - ONE HEADER: WHEN THE FILE WAS BUILT, THE BUSINESS     *
000180*          DATE OF THAT NIGHT, THE NIGHTS HELD (NEWEST FIRST)    *
000190*          AND HOW MANY EXTRACT CUTS FOLLOW.  KEY DATE AND       *
000200*          SEQUENCE ZERO.                                        *
000210*      J - ONE PER NIGHT PER EXPECTED STEP (STEPTBL.CPY).  KEY   *
000220*          DATE IS THE NIGHT (THE JOURNAL'S CLOCK DATE), KEY     *
000230*          SEQUENCE THE STEP'S PLACE IN THE TABLE.  A STEP WITH  *
000240*          NO JOURNAL RECORDS THAT NIGHT IS STILL WRITTEN, AS    *
000250*          "DID NOT RUN".                                        *
000260*      R - THE LATEST UserBatch RUN-CONTROL TOTALS, IF ANY.      *
000270*          KEY DATE ZERO, SEQUENCE 1.                            *
000280*      X - THE NEWEST EXTRACT CUTS WITH THEIR UserAck STATUS.    *
000290*          KEY DATE ZERO, SEQUENCE 1 FOR THE NEWEST CUT.         *
000300*                                                                *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                                *
000330*    2026-10-15  ML   ORIGINAL VERSION.                          *
000340*                                                                *
000350******************************************************************
000360 01  RS-RECORD.
000370     05  RS-KEY.
000380         10  RS-REC-TYPE             PIC X(01).
000390             88  RS-TYPE-HEADER          VALUE "H".
000400             88  RS-TYPE-STEP            VALUE "J".
000410             88  RS-TYPE-RUN-CONTROL     VALUE "R".
000420             88  RS-TYPE-EXTRACT         VALUE "X".
000430         10  RS-KEY-DATE             PIC 9(08).
000440         10  RS-KEY-SEQ              PIC 9(04).
000450     05  RS-DATA                     PIC X(90).
000460*
000470     05  RS-HEADER-DATA REDEFINES RS-DATA.
000480         10  RS-HDR-BUILD-DATE       PIC 9(08).
000490         10  RS-HDR-BUILD-TIME       PIC 9(08).
000500         10  RS-HDR-BUSINESS-DATE    PIC 9(08).
000510         10  RS-HDR-NIGHT-COUNT      PIC 9(02).
000520         10  RS-HDR-NIGHT-LIST.
000530             15  RS-HDR-NIGHT-DATE OCCURS 7 TIMES
000540                                     PIC 9(08).
000550         10  RS-HDR-CUT-COUNT        PIC 9(02).
000560         10  RS-HDR-RUN-CONTROL-SW   PIC X(01).
000570             88  RS-HDR-RUN-CONTROL-HELD VALUE "Y".
000580         10  FILLER                  PIC X(05).
000590*
000600     05  RS-STEP-DATA REDEFINES RS-DATA.
000610         10  RS-STEP-PROGRAM         PIC X(09).
000620         10  RS-STEP-STATE           PIC X(01).
000630             88  RS-STEP-ENDED           VALUE "E".
000640             88  RS-STEP-NO-END          VALUE "S".
000650             88  RS-STEP-NOT-RUN         VALUE "N".
000660         10  RS-STEP-START-TIME      PIC 9(08).
000670         10  RS-STEP-END-TIME        PIC 9(08).
000680         10  RS-STEP-READ-COUNT      PIC 9(08).
000690         10  RS-STEP-WRITTEN-COUNT   PIC 9(08).
000700         10  RS-STEP-ERROR-COUNT     PIC 9(08).
000710         10  RS-STEP-RETURN-CODE     PIC 9(02).
000720         10  FILLER                  PIC X(38).
000730*
000740     05  RS-RUN-CONTROL-DATA REDEFINES RS-DATA.
000750         10  RS-RNC-RUN-DATE         PIC 9(08).
000760         10  RS-RNC-RUN-TIME         PIC 9(08).
000770         10  RS-RNC-READ-COUNT       PIC 9(08).
000780         10  RS-RNC-GREETED-COUNT    PIC 9(08).
000790         10  RS-RNC-REJECTED-COUNT   PIC 9(08).
000800         10  RS-RNC-IO-FAIL-COUNT    PIC 9(08).
000810         10  RS-RNC-RETURN-CODE      PIC 9(02).
000820         10  FILLER                  PIC X(40).
000830*
000840     05  RS-EXTRACT-DATA REDEFINES RS-DATA.
000850         10  RS-XC-EXTRACT-DATE      PIC 9(08).
000860         10  RS-XC-EXTRACT-MODE      PIC X(01).
000870         10  RS-XC-RECORD-COUNT      PIC 9(08).
000880         10  RS-XC-HASH-TOTAL        PIC 9(13).
000890         10  RS-XC-ACK-STATUS        PIC X(01).
000900             88  RS-XC-ACK-PENDING       VALUE " ".
000910             88  RS-XC-ACKNOWLEDGED      VALUE "A".
000920             88  RS-XC-ACK-MISMATCHED    VALUE "M".
000930         10  FILLER                  PIC X(59).
