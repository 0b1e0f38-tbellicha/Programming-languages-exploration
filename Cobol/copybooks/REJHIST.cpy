000100******************************************************************
000200*                                                                *
000300*    REJHIST    -- REJECT HISTORY RECORD LAYOUT                  *
000400*                                                                *
000500*    ONE RECORD PER REJECT EVER RAISED, KEPT LONG AFTER THE      *
000600*    ITEM HAS LEFT SUSPENSE: THE DAY IT BOUNCED, ITS KEY,        *
000700*    SENDING BRANCH, CUSTOMER, AND ORIGINAL REASON CODE, AND     *
000800*    HOW AND WHEN IT WAS RESOLVED -- 'C' CLEARED BY CORRECTION,  *
000900*    'R' RETURNED TO THE BRANCH AND DROPPED FROM SUSPENSE, OR    *
001000*    'O' STILL OPEN.  THE SAME LAYOUT CARRIES THE RECYCLE'S      *
001100*    DAILY RESOLUTION RECORDS INTO THE HISTORY UPDATE.  AN       *
001200*    ITEM IS KNOWN BY REJECT DATE, BRANCH, AND KEY.  40 BYTES.   *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/14/2026 TB    INITIAL VERSION FOR THE REJECT HISTORY.    *
001700******************************************************************
001800 01  rejectHistoryRecord.
001900     05  rejHistRejectDate     PIC 9(08).
002000     05  rejHistRejectSplit REDEFINES rejHistRejectDate.
002100         10  rejHistYearMonth  PIC 9(06).
002200         10  rejHistDay        PIC 9(02).
002300     05  rejHistBranch         PIC X(03).
002400     05  rejHistKey            PIC 9(06).
002500     05  rejHistCustomer       PIC 9(06).
002600     05  rejHistReasonCode     PIC X(04).
002700     05  rejHistResolution     PIC X(01).
002800         88  rejHistOpen              VALUE 'O'.
002900         88  rejHistCleared           VALUE 'C'.
003000         88  rejHistReturned          VALUE 'R'.
003100     05  rejHistResolvedDate   PIC 9(08).
003200     05  FILLER                PIC X(04).
