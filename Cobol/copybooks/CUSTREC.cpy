001340*                     THE DAILY RUN SENDS THE REACTIVATION      *
001350*                     LETTER ON THE CUSTOMER'S NEXT             *
001360*                     TRANSACTION AND CLEARS IT.                *
001365*    10/14/2026 TB    CARVED custMergedInto (BINARY, 4 BYTES)   *
001370*                     OUT OF THE LAST OF THE FILLER AND ADDED   *
001375*                     THE 'M' MERGED STATUS.  THE CUSTOMER      *
001380*                     MERGE RUN SETS BOTH WHEN IT FOLDS A       *
001385*                     DUPLICATE INTO ITS SURVIVOR;              *
001390*                     custMergedInto MEANS NOTHING UNLESS       *
001395*                     custMerged IS SET.                        *
001400******************************************************************
001500 01  customerRecord.
001600     05  custNumber            PIC 9(06).
001900     05  custStatus            PIC X(01).
002000         88  custActive               VALUE 'A'.
002100         88  custInactive             VALUE 'I'.
002150         88  custMerged               VALUE 'M'.
002200     05  custLastMaintDate     PIC 9(08).
002250     05  custReactPending      PIC X(01).
002260         88  custReactivationPending  VALUE 'Y'.
002300     05  custMergedInto        PIC 9(06) COMP.
