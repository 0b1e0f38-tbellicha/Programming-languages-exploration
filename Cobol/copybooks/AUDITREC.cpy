001196*                     CUSTOMER INSTEAD OF GREPPING RAW BYTES.    *
001198*                     ZEROS ON LOOP AND NO-CUSTOMER RECORDS.     *
001199*                     RECORD IS NOW 52 BYTES.                    *
001213*    10/14/2026 TB    ADDED auditPricingBasis -- T TABLE RATE,   *
001227*                     O CUSTOMER OVERRIDE, F FLOOR, C CAP -- AS  *
001241*                     RETURNED BY MULTI-PARAM-FUNCTION.  SPACE   *
001255*                     ON EVERY RECORD THAT WAS NOT PRICED.       *
001269*                     RECORD IS NOW 53 BYTES.                    *
001271*    10/14/2026 TB    ADDED auditChainLink AND auditChainValue,  *
001273*                     THE CHAINED CHECK VALUE OVER BYTES 1-54    *
001275*                     AND THE VALUE OF THE RECORD BEFORE         *
001277*                     (MODULE AUDIT-CHAIN-VALUE).  LINK SPACE    *
001279*                     IS AN ORDINARY RECORD; 'S' IS THE SEAL     *
001281*                     EACH RUN ENDS ITS OUTPUT WITH,             *
001283*                     auditCounter HOLDING THE RECORDS UNDER     *
001285*                     IT; 'A' IS THE CONDENSED MONTHLY SUMMARY   *
001287*                     HOUSEKEEP LEAVES IN PLACE OF RECORDS       *
001289*                     ARCHIVED TO AUDARCH, CARRYING THE CHECK    *
001291*                     VALUE OF THE LAST OF THEM SO THE CHAIN     *
001293*                     RUNS ON UNBROKEN.  RECORD IS NOW 64        *
001295*                     BYTES.                                     *
001297******************************************************************
001300 01  auditRecord.
001400     05  auditDateStamp        PIC 9(08).
001500     05  auditTimeStamp        PIC 9(08).
001800     05  auditInt              PIC 9(02).
001900     05  auditFloat            PIC 9(02)V9(02).
002000     05  auditResult           PIC 9(06)V9(02).
002011     05  auditPricingBasis     PIC X(01).
002022         88  auditPricedByTable       VALUE 'T'.
002033         88  auditPricedByOverride    VALUE 'O'.
002044         88  auditPricedAtFloor       VALUE 'F'.
002055         88  auditPricedAtCap         VALUE 'C'.
002066     05  auditChainLink        PIC X(01).
002077         88  auditChainedRecord       VALUE SPACE.
002088         88  auditSealRecord          VALUE 'S'.
002099         88  auditArchiveLink         VALUE 'A'.
002110     05  auditChainValue       PIC 9(10).
