000100******************************************************************
000200*                                                                *
000300*    PARTCTL    -- DAILY-RUN PARTITION CONTROL RECORD LAYOUT     *
000400*                                                                *
000500*    ONE RECORD WRITTEN BY EACH PARTITION OF THE DAILY RUN AT    *
000600*    END OF JOB: WHICH PARTITION, THE BUSINESS DATE, WHETHER IT  *
000700*    FINISHED CLEAN ('C') OR NOT ('F'), THE WHOLE-FEED CONTROL   *
000800*    FIGURES IT BALANCED AGAINST, ITS OWN POSTING TOTALS, AND    *
000900*    HOW MANY RECORDS IT LEFT ON EACH OF ITS OUTPUT FILES.  THE  *
001000*    CONSOLIDATION RUN PROVES EVERY PARTITION AND EVERY FILE     *
001100*    FROM THESE BEFORE IT BUILDS THE DAY'S SINGLE SET OF         *
001200*    OUTPUTS.  A PARTITION THAT ABENDS LEAVES NO RECORD AT ALL.  *
001300*    100 BYTES.                                                  *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    10/14/2026 TB    INITIAL VERSION FOR THE PARTITIONED RUN.   *
001800******************************************************************
001900 01  partitionControlRecord.
002000     05  partCtlDate           PIC 9(08).
002100     05  partCtlNumber         PIC 9(02).
002200     05  partCtlStatus         PIC X(01).
002300         88  partCtlCompleted         VALUE 'C'.
002400         88  partCtlFailed            VALUE 'F'.
002500     05  partCtlTimeStamp      PIC 9(08).
002600     05  partCtlFeedDetails    PIC 9(06).
002700     05  partCtlFeedFloat      PIC 9(06)V9(02).
002800     05  partCtlDetailsTaken   PIC 9(06).
002900     05  partCtlProcessed      PIC 9(06).
003000     05  partCtlRejected       PIC 9(06).
003100     05  partCtlFloat          PIC S9(06)V9(02).
003200     05  partCtlAuditRecords   PIC 9(06).
003300     05  partCtlRejectRecords  PIC 9(06).
003400     05  partCtlExtractRows    PIC 9(06).
003500     05  partCtlLetterLines    PIC 9(06).
003600     05  partCtlHeldItems      PIC 9(06).
003700     05  partCtlDupEntries     PIC 9(06).
003800     05  partCtlBalanceRows    PIC 9(02).
003900     05  partCtlRetention      PIC 9(02).
004000     05  FILLER                PIC X(01).
