000100******************************************************************
000200*                                                                *
000300*    APRVREC    -- HIGH-VALUE APPROVAL REGISTER RECORD LAYOUT    *
000400*                                                                *
000500*    ONE RECORD PER HELD ITEM A SUPERVISOR APPROVED, WRITTEN BY  *
000600*    THE APPROVAL RUN ALONGSIDE THE APPROVED FEED.  THE DAILY    *
000700*    RUN RELEASES AN ITEM OVER THE HIGH-VALUE LIMIT ONLY WHEN    *
000800*    IT FINDS ITS REGISTER ENTRY -- SAME KEY, CUSTOMER, AND      *
000900*    myFloat, A RESULT NO HIGHER THAN THE ONE APPROVED, AND A    *
001000*    NAMED APPROVER -- SO NOTHING LARGE POSTS UNSIGNED.  THE     *
001100*    ORIGINAL SENDING BRANCH RIDES HERE BECAUSE THE FEED MERGE   *
001200*    RESTAMPS THE APPROVED FEED'S DETAILS WITH ITS OWN ID.       *
001300*    60 BYTES.                                                   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/2026 TB    INITIAL VERSION FOR THE APPROVAL QUEUE.    *
001800******************************************************************
001900 01  approvalRecord.
002000     05  aprvRecordKey         PIC 9(06).
002100     05  aprvSourceBranch      PIC X(03).
002200     05  aprvCustomerNumber    PIC 9(06).
002300     05  aprvFloat             PIC 9(02)V9(02).
002400     05  aprvResult            PIC 9(06)V9(02).
002500     05  aprvQueuedDate        PIC 9(08).
002600     05  aprvDecisionDate      PIC 9(08).
002700     05  aprvApproverId        PIC X(08).
002800     05  FILLER                PIC X(09).
