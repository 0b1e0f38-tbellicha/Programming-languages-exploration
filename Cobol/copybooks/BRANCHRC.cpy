001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    09/02/2026 TB    INITIAL VERSION FOR THE BRANCH REGISTRY.   *
001420*    10/14/2026 TB    CARVED branchRegPartition OUT OF THE       *
001440*                     SPARE FILLER: THE PARTITION OF THE DAILY   *
001460*                     RUN THAT POSTS THIS BRANCH.  ZERO OR BLANK *
001480*                     LEAVES THE BRANCH WITH PARTITION 01.       *
001500******************************************************************
001600 01  branchRegistryRecord.
001700     05  branchRegId           PIC X(03).
001900         88  branchMandatory          VALUE 'M'.
002000         88  branchOptionalSend       VALUE 'O'.
002100     05  branchRegDaysMask     PIC X(07).
002112     05  branchRegPartition    PIC X(02).
002124     05  branchRegPartNum REDEFINES branchRegPartition
002136                               PIC 9(02).
002148     05  FILLER                PIC X(11).
