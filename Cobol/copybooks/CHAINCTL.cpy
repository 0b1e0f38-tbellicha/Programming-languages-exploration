000100******************************************************************
000200*                                                                *
000300*    CHAINCTL   -- AUDIT-CHAIN CONTROL RECORD LAYOUT             *
000400*                                                                *
000500*    ONE RECORD PER SEALED RUN OF AN AUDIT TRAIL, APPENDED BY    *
000600*    WHICHEVER PROGRAM WROTE AND SEALED IT: THE TRAIL, THE       *
000700*    BUSINESS DATE, THE RECORDS UNDER THE SEAL, AND THE CHECK    *
000800*    VALUE OF THE SEAL RECORD ITSELF.  THE NEXT RUN OF THE SAME  *
000900*    TRAIL CHAINS ITS FIRST RECORD FROM THE LATEST VALUE HERE,   *
001000*    AND THE VERIFICATION RUN PROVES EACH TRAIL STILL ENDS ON    *
001100*    IT, SO A TRAIL CUT SHORT BY WHOLE RUNS IS CAUGHT TOO.       *
001200*    CARRIED ACROSS RUNS LIKE RUN CONTROL.  40 BYTES.            *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    10/14/2026 TB    INITIAL VERSION FOR THE AUDIT CHAIN.       *
001650*    10/15/2026 TB    TRAIL APRVAUD (APPROVAL DECISIONS) ADDED.  *
001700******************************************************************
001800 01  chainControlRecord.
001900     05  chainCtlTrail         PIC X(08).
002000         88  chainCtlAuditTrail       VALUE 'AUDITREC'.
002100         88  chainCtlCustMaint        VALUE 'CMNTAUD '.
002200         88  chainCtlRateMaint        VALUE 'RMNTAUD '.
002300         88  chainCtlMergeTrail       VALUE 'MRGAUD  '.
002400         88  chainCtlPriceExMaint     VALUE 'PXMNTAUD'.
002450         88  chainCtlApproval         VALUE 'APRVAUD '.
002500     05  chainCtlDate          PIC 9(08).
002600     05  chainCtlTimeStamp     PIC 9(08).
002700     05  chainCtlRecords       PIC 9(06).
002800     05  chainCtlValue         PIC 9(10).
