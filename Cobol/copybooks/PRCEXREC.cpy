000100******************************************************************
000200*                                                                *
000300*    PRCEXREC   -- CUSTOMER PRICING-EXCEPTION RECORD LAYOUT      *
000400*                                                                *
000500*    ONE RECORD PER CUSTOMER AND EFFECTIVE DATE, MAINTAINED BY   *
000600*    THE PRICING-EXCEPTION MAINTENANCE RUN.  MULTI-PARAM-        *
000700*    FUNCTION LOADS THE WHOLE FILE ON ITS FIRST CALL AND, FOR    *
000800*    A CUSTOMER WITH A RECORD IN FORCE ON THE FEED'S BUSINESS    *
000900*    DATE, USES prcExFactor IN PLACE OF THE RATE TABLE FACTOR    *
001000*    AND HOLDS THE RESULT BETWEEN prcExMinCharge AND             *
001100*    prcExMaxCharge.  A ZERO IN ANY OF THE THREE MEANS "NO       *
001200*    EXCEPTION ON THIS POINT" -- THE TABLE FACTOR STANDS, OR     *
001300*    THERE IS NO FLOOR, OR NO CAP.  A BLANK OR ZERO DATE IS IN   *
001400*    FORCE FROM DAY ZERO, AS ON THE RATE TABLE.  40 BYTES.       *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    10/14/2026 TB    INITIAL VERSION FOR NEGOTIATED RATES.      *
001900******************************************************************
002000 01  pricingExceptionRecord.
002100     05  prcExCustomer         PIC 9(06).
002200     05  prcExEffectiveDate    PIC 9(08).
002300     05  prcExFactor           PIC 9(02)V9(04).
002400     05  prcExMinCharge        PIC 9(06)V9(02).
002500     05  prcExMaxCharge        PIC 9(06)V9(02).
002600     05  FILLER                PIC X(04).
