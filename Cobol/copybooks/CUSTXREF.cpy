000100******************************************************************
000200*                                                                *
000300*    CUSTXREF   -- CUSTOMER MERGE CROSS-REFERENCE RECORD LAYOUT  *
000400*                                                                *
000500*    ONE RECORD PER CUSTOMER NUMBER THE MERGE RUN HAS RETIRED,   *
000600*    POINTING AT THE NUMBER THAT SURVIVED IT.  THE MERGE RUN     *
000700*    KEEPS CHAINS COLLAPSED -- WHEN A SURVIVOR IS ITSELF MERGED  *
000800*    LATER, EVERY ENTRY POINTING AT IT IS RE-POINTED -- SO ONE   *
000900*    LOOKUP ALWAYS LANDS ON A LIVE NUMBER.  THE STATEMENT RUN    *
001000*    AND THE AUDIT REPORT READ IT TO SHOW ACTIVITY UNDER THE     *
001100*    SURVIVING NUMBER.  30 BYTES.                                *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    10/14/2026 TB    INITIAL VERSION FOR THE CUSTOMER MERGE.    *
001600******************************************************************
001700 01  customerXrefRecord.
001800     05  xrefFromNumber        PIC 9(06).
001900     05  xrefToNumber          PIC 9(06).
002000     05  xrefMergeDate         PIC 9(08).
002100     05  FILLER                PIC X(10).
