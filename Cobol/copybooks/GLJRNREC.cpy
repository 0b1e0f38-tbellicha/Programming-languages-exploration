000100******************************************************************
000200*                                                                *
000300*    GLJRNREC   -- GENERAL LEDGER JOURNAL INTERFACE RECORD       *
000400*                                                                *
000500*    THE FIXED-FORMAT FILE THE LEDGER SYSTEM LOADS: ONE 'H'      *
000600*    HEADER, ONE 'D' DETAIL PER JOURNAL LINE, AND ONE 'T'        *
000700*    TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT    *
000800*    TOTALS THE LEDGER RE-PROVES ON LOAD.  EVERY RECORD CARRIES  *
000900*    THE BUSINESS DATE BEING JOURNALED.  AMOUNTS ARE UNSIGNED    *
001000*    WITH TWO IMPLIED DECIMALS; THE DEBIT/CREDIT BYTE GIVES THE  *
001100*    SIDE.  80 BYTES.                                            *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/14/2026 TB    INITIAL VERSION FOR THE GL JOURNAL.        *
001600******************************************************************
001700 01  glJournalRecord.
001800     05  glJrnRecordType       PIC X(01).
001900         88  glJrnHeader              VALUE 'H'.
002000         88  glJrnDetail              VALUE 'D'.
002100         88  glJrnTrailer             VALUE 'T'.
002200     05  glJrnBusinessDate     PIC 9(08).
002300     05  glJrnBody             PIC X(71).
002400     05  glJrnDetailBody REDEFINES glJrnBody.
002500         10  glJrnLineNumber   PIC 9(05).
002600         10  glJrnAccount      PIC X(10).
002700         10  glJrnBranch       PIC X(03).
002800         10  glJrnDebitCredit  PIC X(01).
002900             88  glJrnDebit           VALUE 'D'.
003000             88  glJrnCredit          VALUE 'C'.
003100         10  glJrnAmount       PIC 9(09)V9(02).
003200         10  glJrnEntryType    PIC X(04).
003300             88  glJrnPosting         VALUE 'POST'.
003400             88  glJrnReversal        VALUE 'RVSL'.
003500         10  glJrnDescription  PIC X(30).
003600         10  FILLER            PIC X(07).
003700     05  glJrnHeaderBody REDEFINES glJrnBody.
003800         10  glJrnSourceSystem PIC X(08).
003900         10  glJrnCreatedDate  PIC 9(08).
004000         10  glJrnCreatedTime  PIC 9(08).
004100         10  FILLER            PIC X(47).
004200     05  glJrnTrailerBody REDEFINES glJrnBody.
004300         10  glJrnLineCount    PIC 9(05).
004400         10  glJrnDebitTotal   PIC 9(09)V9(02).
004500         10  glJrnCreditTotal  PIC 9(09)V9(02).
004600         10  FILLER            PIC X(44).
