000100******************************************************************
000200*                                                                *
000300*    LTRRTREC   -- LETTER ROUTING RECORD LAYOUT                  *
000400*                                                                *
000500*    THE DAILY RUN'S ROUTED COPY OF EVERY LETTER IT PRINTS: ONE  *
000600*    ADDRESS RECORD ('A') SAYING WHERE THE LETTER GOES AND WHY,  *
000700*    WITH THE ADDRESS BLOCK OR E-MAIL ADDRESS IT GOES TO, THEN   *
000800*    ONE LINE RECORD ('L') PER PRINTED LINE OF THE LETTER, WITH  *
000900*    THE CARRIAGE CONTROL IT WAS PRINTED WITH.  THE ROUTE IS     *
001000*    'M' MAIL HOUSE, 'E' ELECTRONIC DELIVERY, OR 'S' SUPPRESSED. *
001100*    THE MAIL-HOUSE RUN SPLITS AND SORTS IT.  180 BYTES.         *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/15/2026 TB    INITIAL VERSION FOR LETTER ROUTING.        *
001600******************************************************************
001700 01  letterRouteRecord.
001800     05  ltrRteRecType         PIC X(01).
001900         88  ltrRteAddressRec         VALUE 'A'.
002000         88  ltrRteLineRec            VALUE 'L'.
002100     05  ltrRteRoute           PIC X(01).
002200         88  ltrRteMailed             VALUE 'M'.
002300         88  ltrRteElectronic         VALUE 'E'.
002400         88  ltrRteSuppressed         VALUE 'S'.
002500     05  ltrRteReason          PIC X(04).
002600         88  ltrRteReasonPostal       VALUE 'POST'.
002700         88  ltrRteReasonNoEmail      VALUE 'NOEM'.
002800         88  ltrRteReasonEmail        VALUE 'EMAL'.
002900         88  ltrRteReasonOptedOut     VALUE 'OPTO'.
003000         88  ltrRteReasonUndeliv      VALUE 'UNDL'.
003100         88  ltrRteReasonNoAddress    VALUE 'NOAD'.
003200     05  ltrRteCustomer        PIC 9(06).
003300     05  ltrRteLetterType      PIC X(03).
003400     05  ltrRteDate            PIC 9(08).
003500     05  ltrRteLineCount       PIC 9(03).
003600     05  ltrRteName            PIC X(20).
003700     05  ltrRteAddrLine1       PIC X(30).
003800     05  ltrRteAddrLine2       PIC X(30).
003900     05  ltrRteCity            PIC X(20).
004000     05  ltrRteState           PIC X(02).
004100     05  ltrRtePostalCode      PIC X(10).
004200     05  ltrRteEmail           PIC X(40).
004300     05  FILLER                PIC X(02).
004400
004500*    THE LINE RECORD: ONE PRINTED LINE OF THE LETTER AND HOW FAR
004600*    THE PRINTER ADVANCED BEFORE IT.
004700 01  letterRouteLine REDEFINES letterRouteRecord.
004800     05  FILLER                PIC X(01).
004900     05  ltrRteAdvance         PIC X(01).
005000         88  ltrRteNewPage            VALUE 'P'.
005100         88  ltrRteOneLine            VALUE '1'.
005200         88  ltrRteTwoLines           VALUE '2'.
005300     05  ltrRteLineText        PIC X(132).
005400     05  FILLER                PIC X(46).
