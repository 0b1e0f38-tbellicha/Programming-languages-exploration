000100******************************************************************
000200*                                                                *
000300*    GLMAPREC   -- BRANCH TO GENERAL LEDGER ACCOUNT MAP LAYOUT   *
000400*                                                                *
000500*    ONE RECORD PER SENDING BRANCH, MAINTAINED BY ACCOUNTING.    *
000600*    THE JOURNAL RUN DEBITS THE BRANCH'S CLEARING ACCOUNT AND    *
000700*    CREDITS ITS INCOME ACCOUNT FOR THE DAY'S POSTINGS, AND      *
000800*    TURNS THE PAIR ROUND FOR THE DAY'S REVERSALS.  A BRANCH     *
000900*    WITH A BALANCE ROW BUT NO MAP RECORD HOLDS THE WHOLE        *
001000*    JOURNAL.  40 BYTES.                                         *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/2026 TB    INITIAL VERSION FOR THE GL JOURNAL.        *
001500******************************************************************
001600 01  glMapRecord.
001700     05  glMapBranch           PIC X(03).
001800     05  glMapClearingAccount  PIC X(10).
001900     05  glMapIncomeAccount    PIC X(10).
002000     05  FILLER                PIC X(17).
