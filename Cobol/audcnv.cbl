001800*                  STATEMENT, OR HOUSEKEEPING RUN AT THE NEW  *
001900*                  LENGTH; RECORDS IN AND OUT MUST MATCH OR   *
002000*                  THE RUN ENDS WITH A NONZERO RETURN CODE.   *
002012* 10/14/2026 TB    RETARGETED FOR THE NEXT WIDENING:          *
002024*                  CONVERTS THE 52-BYTE LAYOUT TO THE         *
002036*                  53-BYTE LAYOUT THAT CARRIES THE PRICING    *
002048*                  BASIS.  auditCustomer NOW COPIES ACROSS    *
002060*                  AND auditPricingBasis IS LEFT BLANK,       *
002072*                  THE MARK OF A RECORD PRICED BEFORE         *
002084*                  PRICING BASES WERE RECORDED.               *
002085* 10/14/2026 TB    RETARGETED FOR THE CHAINED CHECK VALUE:    *
002086*                  CONVERTS THE 53-BYTE LAYOUT TO THE         *
002087*                  64-BYTE ONE, CHAINING EVERY RECORD IN      *
002088*                  FILE ORDER FROM ZERO (MODULE               *
002089*                  AUDIT-CHAIN-VALUE), ENDS THE CONVERTED     *
002090*                  TRAIL WITH ONE SEAL RECORD, AND STARTS     *
002091*                  THE CHAIN-CONTROL HISTORY (CHAINOUT) WITH  *
002092*                  ITS VALUE FOR THE FIRST DAILY RUN TO       *
002093*                  CHAIN FROM.                                *
002101* 10/15/2026 TB    CONVERTS STRAIGHT FROM THE 52-BYTE LAYOUT  *
002109*                  ON FILE IN PRODUCTION TO THE 64-BYTE ONE;  *
002117*                  THE 53-BYTE LAYOUT NEVER WENT LIVE.        *
002125*                  auditPricingBasis IS LEFT BLANK.  AUDARCH  *
002133*                  ARCHIVES WRITTEN BEFORE THE CONVERSION     *
002141*                  ARE NOT CONVERTED AND CANNOT BE VERIFIED:  *
002149*                  THEIR SUMMARY RECORDS ON THE TRAIL CARRY   *
002157*                  NO ARCHIVE LINK, SO THE VERIFICATION RUN   *
002165*                  CHAINS THEM AS ORDINARY RECORDS AND NEVER  *
002173*                  OPENS THE ARCHIVE BEHIND THEM.  DO NOT     *
002181*                  PRESENT THEM TO IT.                        *
002189*-----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000     SELECT AUDITOUT ASSIGN TO AUDITOUT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS fileStatusAuditout.
003225     SELECT CHAINOUT ASSIGN TO CHAINOUT
003250         ORGANIZATION IS SEQUENTIAL
003275         FILE STATUS IS fileStatusChainout.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  AUDITIN
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD
003900     RECORD CONTAINS 52 CHARACTERS.
004000 01  auditInRecord             PIC X(52).
004100
004200 FD  AUDITOUT
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD
004433     RECORD CONTAINS 64 CHARACTERS.
004466 01  auditOutRecord            PIC X(64).
004499
004532 FD  CHAINOUT
004565     RECORDING MODE IS F
004598     LABEL RECORDS ARE STANDARD
004631     RECORD CONTAINS 40 CHARACTERS.
004664 01  chainCtlOutRecord         PIC X(40).
004700
004800 WORKING-STORAGE SECTION.
004900*-----------------------------------------------------------*
004975* THE SHARED 64-BYTE AUDIT LAYOUT AND CHAIN-CONTROL RECORD, *
005050* AND THE RETIRED 52-BYTE LAYOUT AS IT STOOD BEFORE THE      *
005125* PRICING BASIS AND THE CHAINED CHECK VALUE WENT IN.         *
005200*-----------------------------------------------------------*
005300     COPY AUDITREC.
005350     COPY CHAINCTL.
005400
005500 01  oldAuditRecord.
005600     05  oldAuditDateStamp     PIC 9(08).
005700     05  oldAuditTimeStamp     PIC 9(08).
005800     05  oldAuditSourceTag     PIC X(10).
005900     05  oldAuditCounter       PIC 9(06).
005950     05  oldAuditCustomer      PIC 9(06).
006000     05  oldAuditInt           PIC 9(02).
006100     05  oldAuditFloat         PIC 9(02)V9(02).
006200     05  oldAuditResult        PIC 9(06)V9(02).
006400 01  fileStatusFields.
006500     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
006600     05  fileStatusAuditout    PIC X(02) VALUE SPACES.
006650     05  fileStatusChainout    PIC X(02) VALUE SPACES.
006700
006800 01  programSwitches.
006900     05  auditEofSwitch        PIC X(01) VALUE 'N'.
007100
007200 77  recordsReadCount          PIC 9(08) VALUE ZEROS.
007300 77  recordsWrittenCount       PIC 9(08) VALUE ZEROS.
007316 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
007332 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
007348 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
007364 77  chainNewValue             PIC 9(10) VALUE ZEROS.
007380 77  chainCoveredLength        PIC 9(04) VALUE 54 COMP.
007400
007500 PROCEDURE DIVISION.
007600*=============================================================*
009600             fileStatusAuditout
009700         GO TO 9900-ABEND
009800     END-IF.
009814     OPEN OUTPUT CHAINOUT.
009828     IF fileStatusChainout NOT = '00'
009842         DISPLAY 'AUDCNV   - UNABLE TO OPEN CHAINOUT, STATUS='
009856             fileStatusChainout
009870         GO TO 9900-ABEND
009884     END-IF.
009900 1000-EXIT.
010000     EXIT.
010100
010200*=============================================================*
010300* 2000-CONVERT-ONE-RECORD -- FIELD-BY-FIELD COPY INTO THE      *
010375* WIDENED LAYOUT, EACH RECORD CHAINED TO THE ONE BEFORE IT.    *
010450* THE CONVERTED TRAIL IS THE START OF THE CHAIN, SO ITS FIRST  *
010525* RECORD CHAINS FROM ZERO.                                     *
010600*=============================================================*
010700 2000-CONVERT-ONE-RECORD.
010800     READ AUDITIN INTO oldAuditRecord
011800     MOVE oldAuditTimeStamp TO auditTimeStamp.
011900     MOVE oldAuditSourceTag TO auditSourceTag.
012000     MOVE oldAuditCounter   TO auditCounter.
012100     MOVE oldAuditCustomer  TO auditCustomer.
012200     MOVE oldAuditInt       TO auditInt.
012300     MOVE oldAuditFloat     TO auditFloat.
012400     MOVE oldAuditResult    TO auditResult.
012466     MOVE SPACE             TO auditPricingBasis.
012532     PERFORM 2100-CHAIN-AND-WRITE THRU 2100-EXIT.
012600     ADD 1 TO recordsWrittenCount.
012700 2000-EXIT.
012800     EXIT.
012809
012818 2100-CHAIN-AND-WRITE.
012827     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
012836         chainRunningValue, auditRecord,
012845         chainCoveredLength, chainNewValue.
012854     MOVE chainNewValue TO auditChainValue.
012863     MOVE chainNewValue TO chainRunningValue.
012872     WRITE auditOutRecord FROM auditRecord.
012881 2100-EXIT.
012890     EXIT.
012900
013000*=============================================================*
013050* 9000-TERMINATE -- SEAL THE CONVERTED TRAIL, START THE       *
013100* CHAIN-CONTROL HISTORY FROM THE SEAL, CLOSE DOWN AND PROVE    *
013150* NOTHING WAS LOST.                                            *
013200*=============================================================*
013300 9000-TERMINATE.
013304     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
013308     ACCEPT currentTimeStamp FROM TIME.
013312     MOVE SPACES TO auditRecord.
013316     MOVE currentDateStamp    TO auditDateStamp.
013320     MOVE currentTimeStamp    TO auditTimeStamp.
013324     MOVE 'SEAL'              TO auditSourceTag.
013328     MOVE recordsWrittenCount TO auditCounter.
013332     MOVE ZEROS               TO auditCustomer.
013336     MOVE ZEROS               TO auditInt.
013340     MOVE ZEROS               TO auditFloat.
013344     MOVE ZEROS               TO auditResult.
013348     SET auditSealRecord TO TRUE.
013352     PERFORM 2100-CHAIN-AND-WRITE THRU 2100-EXIT.
013356     MOVE SPACES TO chainControlRecord.
013360     SET chainCtlAuditTrail TO TRUE.
013364     MOVE currentDateStamp    TO chainCtlDate.
013368     MOVE currentTimeStamp    TO chainCtlTimeStamp.
013372     MOVE recordsWrittenCount TO chainCtlRecords.
013376     MOVE chainRunningValue   TO chainCtlValue.
013380     WRITE chainCtlOutRecord FROM chainControlRecord.
013384     CLOSE CHAINOUT.
013400     CLOSE AUDITIN.
013500     CLOSE AUDITOUT.
013600     DISPLAY 'AUDCNV   - RECORDS READ    = ' recordsReadCount.
