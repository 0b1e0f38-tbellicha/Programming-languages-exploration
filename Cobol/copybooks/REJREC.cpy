001070*    09/02/2026 TB    ADDED THE R005 DUPLICATE REASON CODE --  *
001080*                     KEY ALREADY POSTED BY THIS BRANCH WITHIN *
001090*                     THE PROCESSED-KEY RETENTION WINDOW.      *
001092*    10/14/2026 TB    ADDED THE R006 DECLINED REASON CODE --   *
001094*                     A HIGH-VALUE ITEM A SUPERVISOR TURNED    *
001096*                     DOWN IN THE APPROVAL RUN.                *
001100******************************************************************
001200 01  rejectRecord.
001300     05  rejectKey             PIC 9(06).
001650         88  rejectUnknownCustomer    VALUE 'R003'.
001660         88  rejectRateNotFound       VALUE 'R004'.
001670         88  rejectDuplicateTran      VALUE 'R005'.
001680         88  rejectApprovalDeclined   VALUE 'R006'.
001700     05  rejectString          PIC X(12).
001800     05  rejectInt             PIC 9(02).
001900     05  rejectFloat           PIC 9(02)V9(02).
