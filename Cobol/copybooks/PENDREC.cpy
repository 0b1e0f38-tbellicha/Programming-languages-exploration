000100******************************************************************
000200*                                                                *
000300*    PENDREC    -- HIGH-VALUE PENDING-APPROVAL RECORD LAYOUT     *
000400*                                                                *
000500*    ONE RECORD PER TRANSACTION THE DAILY RUN HELD BACK BECAUSE  *
000600*    ITS myComputedResult PASSED THE HIGH-VALUE LIMIT.  A HELD   *
000700*    ITEM IS NOT POSTED ANYWHERE UNTIL A SUPERVISOR APPROVES     *
000800*    IT THROUGH THE APPROVAL RUN, WHICH CARRIES STILL-PENDING    *
000900*    ITEMS FORWARD IN THIS SAME LAYOUT WITH THEIR ORIGINAL       *
001000*    QUEUED DATE SO THE AGING NEVER RESTARTS.  60 BYTES.         *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    10/14/2026 TB    INITIAL VERSION FOR THE APPROVAL QUEUE.    *
001500******************************************************************
001600 01  pendingRecord.
001700     05  pendRecordKey         PIC 9(06).
001800     05  pendCustomerNumber    PIC 9(06).
001900     05  pendSourceBranch      PIC X(03).
002000     05  pendString            PIC X(12).
002100     05  pendInt               PIC 9(02).
002200     05  pendFloat             PIC 9(02)V9(02).
002300     05  pendResult            PIC 9(06)V9(02).
002400     05  pendQueuedDate        PIC 9(08).
002500     05  pendLimitApplied      PIC 9(04)V9(02).
002600     05  FILLER                PIC X(05).
