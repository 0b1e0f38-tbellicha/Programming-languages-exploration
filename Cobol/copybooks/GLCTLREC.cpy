000100******************************************************************
000200*                                                                *
000300*    GLCTLREC   -- GENERAL LEDGER JOURNAL CONTROL RECORD LAYOUT  *
000400*                                                                *
000500*    ONE RECORD PER BUSINESS DATE RELEASED TO THE LEDGER,        *
000600*    APPENDED BY THE JOURNAL RUN ONLY WHEN THE JOURNAL PROVED    *
000700*    AND WAS WRITTEN, AND CARRIED ACROSS RUNS LIKE RUN CONTROL.  *
000800*    THE JOURNAL RUN REFUSES ANY DATE ALREADY ON FILE, SO A      *
000900*    DOUBLE SUBMIT CANNOT POST THE SAME DAY TO THE LEDGER TWICE. *
001000*    32 BYTES.                                                   *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/2026 TB    INITIAL VERSION FOR THE GL JOURNAL.        *
001500******************************************************************
001600 01  glControlRecord.
001700     05  glCtlDate             PIC 9(08).
001800     05  glCtlLineCount        PIC 9(05).
001900     05  glCtlDebitTotal       PIC 9(09)V9(02).
002000     05  glCtlTimeStamp        PIC 9(08).
