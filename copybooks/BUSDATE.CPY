000010******************************************************************
000020*                                                                *
000030*    BUSDATE.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL FILE            *
000060*    (COBILIST.BUSINESS.DATE).  ONE RECORD CARRYING THE DAY      *
000070*    THE NIGHTLY REPORTING STREAM IS REPORTING ON.  THE          *
000080*    SCHEDULER SETS IT FROM THE CLOCK AHEAD OF EACH NIGHT'S      *
000090*    STREAM (USERBDT JOB, PARM='CLOCK'), SO A STREAM THAT        *
000100*    RUNS PAST MIDNIGHT OR IS RERUN THE NEXT MORNING STILL       *
000110*    REPORTS THE DAY IT WAS STARTED FOR; AN OPERATOR CAN PIN     *
000120*    AN EXPLICIT DATE FOR A RERUN.  READ VIA BUSDGET.CPY.        *
000130*    ALL FIELDS ARE DISPLAY FORMAT, SAME AS RUNCTL.CPY.          *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    2026-10-15  ML   ORIGINAL VERSION.                          *
000180*                                                                *
000190******************************************************************
000200 01  BD-RECORD.
000210     05  BD-BUSINESS-DATE            PIC 9(08).
000220     05  BD-SET-DATE                 PIC 9(08).
000230     05  BD-SET-TIME                 PIC 9(08).
000240     05  BD-SET-METHOD               PIC X(01).
000250         88  BD-SET-FROM-CLOCK           VALUE "C".
000260         88  BD-SET-EXPLICITLY           VALUE "E".
000270         88  BD-SET-TO-NEXT-DAY          VALUE "N".
