000100******************************************************************
000200*                                                                *
000300*    ADDRREC    -- CUSTOMER MAILING ADDRESS RECORD LAYOUT        *
000400*                                                                *
000500*    THE INDEXED MAILING-ADDRESS FILE, KEYED BY addrCustNumber,  *
000600*    ONE RECORD PER CUSTOMER WHO HAS EVER HAD ONE KEYED.  IT     *
000700*    CARRIES WHERE THE CUSTOMER'S LETTERS GO AND HOW: BY POST    *
000800*    ('P', THE DEFAULT), BY E-MAIL ('E'), OR NOT AT ALL ('N',    *
000900*    OPTED OUT), AND A FLAG THE MAILROOM RAISES WHEN THE POSTAL  *
001000*    ADDRESS COMES BACK UNDELIVERABLE.  THE DAILY RUN ROUTES     *
001100*    EVERY LETTER FROM IT.  MAINTAINED ONLY BY THE CUSTOMER      *
001200*    MAINTENANCE RUN.  160 BYTES.                                *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/15/2026 TB    INITIAL VERSION FOR LETTER ROUTING.        *
001700******************************************************************
001800 01  customerAddressRecord.
001900     05  addrCustNumber        PIC 9(06).
002000     05  addrLine1             PIC X(30).
002100     05  addrLine2             PIC X(30).
002200     05  addrCity              PIC X(20).
002300     05  addrState             PIC X(02).
002400     05  addrPostalCode        PIC X(10).
002500     05  addrDeliveryPref      PIC X(01).
002600         88  addrPrefPostal           VALUE 'P'.
002700         88  addrPrefElectronic       VALUE 'E'.
002800         88  addrPrefOptedOut         VALUE 'N'.
002900     05  addrEmail             PIC X(40).
003000     05  addrUndeliverable     PIC X(01).
003100         88  addrIsUndeliverable      VALUE 'Y'.
003200         88  addrIsDeliverable        VALUE 'N'.
003300     05  addrLastMaintDate     PIC 9(08).
003400     05  FILLER                PIC X(12).
