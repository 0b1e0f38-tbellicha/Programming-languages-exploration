000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DailyConsolidation.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  CONSOLIDATION STEP FOR   *
001200*                  THE PARTITIONED DAILY RUN.  PROVES EVERY   *
001300*                  PARTITION THE BRANCH REGISTRY CALLS FOR    *
001400*                  FINISHED CLEAN ON THE SAME FEED AND THE    *
001500*                  SAME BUSINESS DATE, AND THAT BETWEEN THEM  *
001600*                  THEY POSTED EVERY DETAIL EXACTLY ONCE,     *
001700*                  THEN COMBINES THEIR AUDIT TRAILS, REJECTS, *
001800*                  EXTRACT ROWS, LETTERS, APPROVAL QUEUE,     *
001900*                  PROCESSED KEYS, AND BRANCH BALANCE ROWS    *
002000*                  INTO THE ONE SET OF OUTPUTS THE SERIAL RUN *
002100*                  ALWAYS LEFT: ONE EXTRACT TOTALS ROW, ONE   *
002200*                  WHOLE-DAY BALANCE ROW, AND THE SAME RUN-   *
002300*                  CONTROL AND EXTRACT-CONTROL RECORDS.  ANY  *
002400*                  PARTITION MISSING OR FAILED, OR ANY FILE   *
002500*                  SHORT OF WHAT ITS PARTITION REPORTED,      *
002600*                  LEAVES THE DATE OPEN WITH RETURN-CODE 12;  *
002700*                  ONLY THAT PARTITION IS RERUN, THEN THIS    *
002800*                  STEP IN RESTART MODE.                      *
002810* 10/14/2026 TB    THE COMBINED AUDIT TRAIL IS NOW CHAINED    *
002820*                  HERE: EACH PARTITION'S RECORDS ARRIVE      *
002830*                  UNCHAINED AND ARE CHAINED IN ORDER FROM    *
002840*                  THE LAST VALUE ON THE CHAIN-CONTROL        *
002850*                  HISTORY (CHAININ, CARRIED TO CHAINOUT).    *
002860*                  A CONSOLIDATED DAY ENDS WITH ITS SEAL      *
002870*                  RECORD AND A NEW CHAIN-CONTROL ROW; A      *
002880*                  REFUSED ONE IS LEFT UNSEALED FOR THE       *
002890*                  RESTART.                                   *
002900* 10/15/2026 TB    EACH PARTITION NOW HANDS IN ITS LETTER     *
002910*                  ROUTING FILE TOO (PARTRTE).  THE ROUTES    *
002920*                  ARE COMBINED TO LTRROUTE FOR THE           *
002930*                  MAIL-HOUSE STEP, THEIR LETTER LINES ARE    *
002940*                  PROVED AGAINST THE PARTITIONS'             *
002950*                  LETTER-LINE COUNTS AND THEIR OWN HEADERS,  *
002960*                  AND THE REPORT SHOWS LETTERS GENERATED     *
002970*                  AGAINST LETTERS MAILED, SENT               *
002980*                  ELECTRONICALLY, AND SUPPRESSED.            *
002981* 10/15/2026 TB    NOTHING TO CONSOLIDATE FOR REACTIVATIONS:  *
002982*                  IN A PARTITIONED RUN PARTITION 01 ALONE    *
002983*                  SENDS THE REA LETTER AND CLEARS THE FLAG   *
002984*                  ON CUSTMST, THE ONLY PARTITION THAT OPENS  *
002985*                  THE MASTER FOR UPDATE, SO NO PARTITION     *
002986*                  FILE CARRIES THEM HERE.                    *
002990*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     C01 IS TO-NEW-PAGE.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS fileStatusParmfile.
004100     SELECT BRANCHMF ASSIGN TO BRANCHMF
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS fileStatusBranchmf.
004400     SELECT OPTIONAL PARTCTL ASSIGN TO PARTCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS fileStatusPartctl.
004700     SELECT PARTAUD  ASSIGN TO PARTAUD
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS fileStatusPartaud.
005000     SELECT PARTREJ  ASSIGN TO PARTREJ
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS fileStatusPartrej.
005300     SELECT PARTEXT  ASSIGN TO PARTEXT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS fileStatusPartext.
005600     SELECT PARTLTR  ASSIGN TO PARTLTR
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS fileStatusPartltr.
005825     SELECT PARTRTE  ASSIGN TO PARTRTE
005850         ORGANIZATION IS SEQUENTIAL
005875         FILE STATUS IS fileStatusPartrte.
005900     SELECT PARTPND  ASSIGN TO PARTPND
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS fileStatusPartpnd.
006200     SELECT PARTDUP  ASSIGN TO PARTDUP
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS fileStatusPartdup.
006500     SELECT PARTBAL  ASSIGN TO PARTBAL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS fileStatusPartbal.
006800     SELECT AUDITOUT ASSIGN TO AUDITOUT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS fileStatusAuditout.
007100     SELECT REJFILE  ASSIGN TO REJFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS fileStatusRejfile.
007400     SELECT EXTROUT  ASSIGN TO EXTROUT
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS fileStatusExtrout.
007700     SELECT LETTERS  ASSIGN TO LETTERS
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS fileStatusLetters.
007925     SELECT LTRROUTE ASSIGN TO LTRROUTE
007950         ORGANIZATION IS SEQUENTIAL
007975         FILE STATUS IS fileStatusLtrroute.
008000     SELECT PENDOUT  ASSIGN TO PENDOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS fileStatusPendout.
008300     SELECT OPTIONAL BALIN ASSIGN TO BALIN
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS fileStatusBalin.
008600     SELECT BALOUT   ASSIGN TO BALOUT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS fileStatusBalout.
008900     SELECT OPTIONAL DUPIN ASSIGN TO DUPIN
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS fileStatusDupin.
009200     SELECT DUPOUT   ASSIGN TO DUPOUT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS fileStatusDupout.
009500     SELECT OPTIONAL RUNCTLIN ASSIGN TO RUNCTLIN
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS fileStatusRunctlin.
009800     SELECT RUNCTLOUT ASSIGN TO RUNCTLOUT
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS fileStatusRunctlout.
010100     SELECT OPTIONAL EXTCTLIN ASSIGN TO EXTCTLIN
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS fileStatusExtctlin.
010400     SELECT EXTCTLOUT ASSIGN TO EXTCTLOUT
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS fileStatusExtctlout.
010614     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
010628         ORGANIZATION IS SEQUENTIAL
010642         FILE STATUS IS fileStatusChainin.
010656     SELECT CHAINOUT ASSIGN TO CHAINOUT
010670         ORGANIZATION IS SEQUENTIAL
010684         FILE STATUS IS fileStatusChainout.
010700     SELECT CONSRPT  ASSIGN TO CONSRPT
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS fileStatusConsrpt.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  PARMFILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  parmFileRecord            PIC X(80).
011800
011900 FD  BRANCHMF
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 24 CHARACTERS.
012300 01  branchMfRecord            PIC X(24).
012400
012500 FD  PARTCTL
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 100 CHARACTERS.
012900 01  partCtlInRecord           PIC X(100).
013000
013100 FD  PARTAUD
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 64 CHARACTERS.
013500 01  partAudRecord             PIC X(64).
013600
013700 FD  PARTREJ
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD
014000     RECORD CONTAINS 45 CHARACTERS.
014100 01  partRejRecord             PIC X(45).
014200
014300 FD  PARTEXT
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 120 CHARACTERS.
014700 01  partExtRecord             PIC X(120).
014800
014900 FD  PARTLTR
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 132 CHARACTERS.
015300 01  partLtrRecord             PIC X(132).
015314
015328 FD  PARTRTE
015342     RECORDING MODE IS F
015356     LABEL RECORDS ARE STANDARD
015370     RECORD CONTAINS 180 CHARACTERS.
015384 01  partRteRecord             PIC X(180).
015400
015500 FD  PARTPND
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD
015800     RECORD CONTAINS 60 CHARACTERS.
015900 01  partPndRecord             PIC X(60).
016000
016100 FD  PARTDUP
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 24 CHARACTERS.
016500 01  partDupRecord             PIC X(24).
016600
016700 FD  PARTBAL
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 32 CHARACTERS.
017100 01  partBalRecord             PIC X(32).
017200
017300 FD  AUDITOUT
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD
017600     RECORD CONTAINS 64 CHARACTERS.
017700 01  auditOutRecord            PIC X(64).
017800
017900 FD  REJFILE
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD
018200     RECORD CONTAINS 45 CHARACTERS.
018300 01  rejFileRecord             PIC X(45).
018400
018500 FD  EXTROUT
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD
018800     RECORD CONTAINS 120 CHARACTERS.
018900 01  extrOutRecord             PIC X(120).
019000
019100 FD  LETTERS
019200     RECORDING MODE IS F
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 132 CHARACTERS.
019500 01  lettersRecord             PIC X(132).
019514
019528 FD  LTRROUTE
019542     RECORDING MODE IS F
019556     LABEL RECORDS ARE STANDARD
019570     RECORD CONTAINS 180 CHARACTERS.
019584 01  ltrRouteRecord            PIC X(180).
019600
019700 FD  PENDOUT
019800     RECORDING MODE IS F
019900     LABEL RECORDS ARE STANDARD
020000     RECORD CONTAINS 60 CHARACTERS.
020100 01  pendOutRecord             PIC X(60).
020200
020300 FD  BALIN
020400     RECORDING MODE IS F
020500     LABEL RECORDS ARE STANDARD
020600     RECORD CONTAINS 32 CHARACTERS.
020700 01  balInRecord               PIC X(32).
020800
020900 FD  BALOUT
021000     RECORDING MODE IS F
021100     LABEL RECORDS ARE STANDARD
021200     RECORD CONTAINS 32 CHARACTERS.
021300 01  balOutRecord              PIC X(32).
021400
021500 FD  DUPIN
021600     RECORDING MODE IS F
021700     LABEL RECORDS ARE STANDARD
021800     RECORD CONTAINS 24 CHARACTERS.
021900 01  dupInRecord               PIC X(24).
022000
022100 FD  DUPOUT
022200     RECORDING MODE IS F
022300     LABEL RECORDS ARE STANDARD
022400     RECORD CONTAINS 24 CHARACTERS.
022500 01  dupOutRecord              PIC X(24).
022600
022700 FD  RUNCTLIN
022800     RECORDING MODE IS F
022900     LABEL RECORDS ARE STANDARD
023000     RECORD CONTAINS 24 CHARACTERS.
023100 01  runCtlInRecord            PIC X(24).
023200
023300 FD  RUNCTLOUT
023400     RECORDING MODE IS F
023500     LABEL RECORDS ARE STANDARD
023600     RECORD CONTAINS 24 CHARACTERS.
023700 01  runCtlOutRecord           PIC X(24).
023800
023900 FD  EXTCTLIN
024000     RECORDING MODE IS F
024100     LABEL RECORDS ARE STANDARD
024200     RECORD CONTAINS 32 CHARACTERS.
024300 01  extCtlInRecord            PIC X(32).
024400
024500 FD  EXTCTLOUT
024600     RECORDING MODE IS F
024700     LABEL RECORDS ARE STANDARD
024800     RECORD CONTAINS 32 CHARACTERS.
024900 01  extCtlOutRecord           PIC X(32).
024907
024914 FD  CHAININ
024921     RECORDING MODE IS F
024928     LABEL RECORDS ARE STANDARD
024935     RECORD CONTAINS 40 CHARACTERS.
024942 01  chainCtlInRecord          PIC X(40).
024949
024956 FD  CHAINOUT
024963     RECORDING MODE IS F
024970     LABEL RECORDS ARE STANDARD
024977     RECORD CONTAINS 40 CHARACTERS.
024984 01  chainCtlOutRecord         PIC X(40).
025000
025100 FD  CONSRPT
025200     RECORDING MODE IS F
025300     LABEL RECORDS ARE STANDARD
025400     RECORD CONTAINS 132 CHARACTERS.
025500 01  consRptRecord             PIC X(132).
025600
025700 WORKING-STORAGE SECTION.
025800*-----------------------------------------------------------*
025900* THE SHARED LAYOUTS -- THE SAME COPYBOOKS THE DAILY RUN     *
026000* WRITES WITH, SO THE COMBINED FILES ARE BYTE FOR BYTE WHAT  *
026100* THE SERIAL RUN WOULD HAVE LEFT.                            *
026200*-----------------------------------------------------------*
026300     COPY PARTCTL.
026400     COPY BRANCHRC.
026500     COPY AUDITREC.
026600     COPY REJREC.
026700     COPY BALREC.
026800     COPY DUPREC.
026900     COPY RUNCTL.
027000     COPY EXTCTL.
027050     COPY CHAINCTL.
027075     COPY LTRRTREC.
027100     COPY RPTLINE.
027200
027300 01  fileStatusFields.
027400     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
027500     05  fileStatusBranchmf    PIC X(02) VALUE SPACES.
027600     05  fileStatusPartctl     PIC X(02) VALUE SPACES.
027700     05  fileStatusPartaud     PIC X(02) VALUE SPACES.
027800     05  fileStatusPartrej     PIC X(02) VALUE SPACES.
027900     05  fileStatusPartext     PIC X(02) VALUE SPACES.
028000     05  fileStatusPartltr     PIC X(02) VALUE SPACES.
028050     05  fileStatusPartrte     PIC X(02) VALUE SPACES.
028100     05  fileStatusPartpnd     PIC X(02) VALUE SPACES.
028200     05  fileStatusPartdup     PIC X(02) VALUE SPACES.
028300     05  fileStatusPartbal     PIC X(02) VALUE SPACES.
028400     05  fileStatusAuditout    PIC X(02) VALUE SPACES.
028500     05  fileStatusRejfile     PIC X(02) VALUE SPACES.
028600     05  fileStatusExtrout     PIC X(02) VALUE SPACES.
028700     05  fileStatusLetters     PIC X(02) VALUE SPACES.
028750     05  fileStatusLtrroute    PIC X(02) VALUE SPACES.
028800     05  fileStatusPendout     PIC X(02) VALUE SPACES.
028900     05  fileStatusBalin       PIC X(02) VALUE SPACES.
029000     05  fileStatusBalout      PIC X(02) VALUE SPACES.
029100     05  fileStatusDupin       PIC X(02) VALUE SPACES.
029200     05  fileStatusDupout      PIC X(02) VALUE SPACES.
029300     05  fileStatusRunctlin    PIC X(02) VALUE SPACES.
029400     05  fileStatusRunctlout   PIC X(02) VALUE SPACES.
029500     05  fileStatusExtctlin    PIC X(02) VALUE SPACES.
029600     05  fileStatusExtctlout   PIC X(02) VALUE SPACES.
029700     05  fileStatusConsrpt     PIC X(02) VALUE SPACES.
029733     05  fileStatusChainin     PIC X(02) VALUE SPACES.
029766     05  fileStatusChainout    PIC X(02) VALUE SPACES.
029800
029900 01  programSwitches.
030000     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
030100         88  parmFileFound               VALUE 'Y'.
030200     05  runModeSwitch         PIC X(01) VALUE 'N'.
030300         88  runModeIsRestart            VALUE 'R'.
030400         88  runModeIsNormal             VALUE 'N'.
030500     05  branchRegEofSwitch    PIC X(01) VALUE 'N'.
030600         88  branchRegistryAtEnd         VALUE 'Y'.
030700     05  partCtlEofSwitch      PIC X(01) VALUE 'N'.
030800         88  partitionControlAtEnd       VALUE 'Y'.
030900     05  firstReportSwitch     PIC X(01) VALUE 'Y'.
031000         88  firstPartitionReport        VALUE 'Y'.
031100     05  copyEofSwitch         PIC X(01) VALUE 'N'.
031200         88  copyInputAtEnd              VALUE 'Y'.
031300     05  consolidationSwitch   PIC X(01) VALUE 'N'.
031400         88  consolidationRefused        VALUE 'Y'.
031500     05  runCtlEofSwitch       PIC X(01) VALUE 'N'.
031600         88  runControlAtEnd             VALUE 'Y'.
031700     05  runRefusedSwitch      PIC X(01) VALUE 'N'.
031800         88  runRefused                  VALUE 'Y'.
031900     05  dateCompletedSwitch   PIC X(01) VALUE 'N'.
032000         88  businessDateCompleted       VALUE 'Y'.
032100     05  lastRunOpenSwitch     PIC X(01) VALUE 'N'.
032200         88  lastRunStillOpen            VALUE 'Y'.
032300     05  balanceEofSwitch      PIC X(01) VALUE 'N'.
032400         88  balanceEndOfFile            VALUE 'Y'.
032500     05  priorBalanceSwitch    PIC X(01) VALUE 'N'.
032600         88  priorBalanceFound           VALUE 'Y'.
032700     05  varianceFlagSwitch    PIC X(01) VALUE 'N'.
032800         88  varianceExceeded            VALUE 'Y'.
032900     05  dupEofSwitch          PIC X(01) VALUE 'N'.
033000         88  dupHistoryAtEnd             VALUE 'Y'.
033100     05  extCtlEofSwitch       PIC X(01) VALUE 'N'.
033200         88  extractControlAtEnd         VALUE 'Y'.
033233     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
033266         88  chainControlAtEnd           VALUE 'Y'.
033300
033400*-----------------------------------------------------------*
033500* CONSOLIDATION CONTROL CARD -- RUN MODE, N OR R, UNDER THE  *
033600* SAME RULES AS THE DAILY RUN'S OWN CARD; THE VARIANCE       *
033700* TOLERANCE FOR THE WHOLE-DAY BALANCE CHECK (9999V99); AND   *
033800* AN OPTIONAL BUSINESS DATE, NEEDED ONLY WHEN NO PARTITION   *
033900* HAS REPORTED AT ALL.  NO CARD MEANS A NORMAL RUN, THE      *
034000* DAILY RUN'S 10.00 TOLERANCE, AND THE PARTITIONS' DATE.     *
034100*-----------------------------------------------------------*
034200 01  consolidationCard.
034300     05  consRunModeParm       PIC X(01).
034400     05  consVarianceParm      PIC X(06).
034500     05  consVarianceNum REDEFINES consVarianceParm
034600                               PIC 9(04)V9(02).
034700     05  consDateParm          PIC X(08).
034800     05  FILLER                PIC X(65).
034900
035000*-----------------------------------------------------------*
035100* ONE SLOT PER POSSIBLE PARTITION NUMBER.  THE REGISTRY SAYS *
035200* WHICH ARE EXPECTED -- 01 ALWAYS, SINCE IT OWNS EVERY       *
035300* UNASSIGNED BRANCH -- AND EACH CONTROL RECORD READ IS       *
035400* TALLIED AGAINST ITS OWN SLOT.                              *
035500*-----------------------------------------------------------*
035600 01  partitionTable.
035700     05  partitionEntry OCCURS 99 TIMES.
035800         10  partTabExpectedSw PIC X(01).
035900             88  partTabExpected       VALUE 'Y'.
036000         10  partTabReports    PIC 9(02) COMP.
036100         10  partTabStatus     PIC X(01).
036200             88  partTabCompleted      VALUE 'C'.
036300         10  partTabDate       PIC 9(08).
036400         10  partTabTaken      PIC 9(06).
036500         10  partTabProcessed  PIC 9(06).
036600         10  partTabRejected   PIC 9(06).
036700         10  partTabFloat      PIC S9(06)V9(02).
036800
036900 01  partitionDetailLine.
037000     05  FILLER                PIC X(05) VALUE SPACES.
037100     05  FILLER                PIC X(10) VALUE 'PARTITION '.
037200     05  partLineNumber        PIC 9(02).
037300     05  FILLER                PIC X(03) VALUE SPACES.
037400     05  partLineStatus        PIC X(16).
037500     05  FILLER                PIC X(03) VALUE SPACES.
037600     05  FILLER                PIC X(07) VALUE 'POSTED '.
037700     05  partLineTaken         PIC Z(05)9.
037800     05  FILLER                PIC X(03) VALUE SPACES.
037900     05  FILLER                PIC X(10) VALUE 'PROCESSED '.
038000     05  partLineProcessed     PIC Z(05)9.
038100     05  FILLER                PIC X(03) VALUE SPACES.
038200     05  FILLER                PIC X(09) VALUE 'REJECTED '.
038300     05  partLineRejected      PIC Z(05)9.
038400     05  FILLER                PIC X(03) VALUE SPACES.
038500     05  FILLER                PIC X(06) VALUE 'FLOAT '.
038600     05  partLineFloat         PIC -ZZZZZ9.99.
038700     05  FILLER                PIC X(24) VALUE SPACES.
038800
038900 01  fileCheckLine.
039000     05  FILLER                PIC X(05) VALUE SPACES.
039100     05  checkLineLabel        PIC X(30).
039200     05  FILLER                PIC X(02) VALUE SPACES.
039300     05  FILLER                PIC X(09) VALUE 'COMBINED '.
039400     05  checkLineCombined     PIC Z(05)9.
039500     05  FILLER                PIC X(03) VALUE SPACES.
039600     05  FILLER                PIC X(09) VALUE 'EXPECTED '.
039700     05  checkLineExpected     PIC Z(05)9.
039800     05  FILLER                PIC X(03) VALUE SPACES.
039900     05  checkLineFlag         PIC X(12).
040000     05  FILLER                PIC X(47) VALUE SPACES.
040100
040200*-----------------------------------------------------------*
040300* SIGNED VARIANCE PRINT LINE, THE SAME AS THE DAILY RUN'S.   *
040400*-----------------------------------------------------------*
040500 01  varianceAmountLine.
040600     05  FILLER                PIC X(05) VALUE SPACES.
040700     05  varianceLineLabel     PIC X(30).
040800     05  FILLER                PIC X(02) VALUE SPACES.
040900     05  varianceLineValue     PIC +ZZZZZ9.99.
041000     05  FILLER                PIC X(85) VALUE SPACES.
041100
041200*-----------------------------------------------------------*
041300* THE EXTRACT TOTALS ROW, EDITED EXACTLY AS THE DAILY RUN    *
041400* EDITS IT.                                                  *
041500*-----------------------------------------------------------*
041600 01  extractWorkFields.
041700     05  extractLine           PIC X(120).
041800     05  extractCountEdit      PIC 9(06).
041900     05  extractTotalEdit      PIC +9(06).99.
042000
042100 01  runDateFields.
042200     05  runDateValue          PIC 9(08).
042300     05  runDateSplit REDEFINES runDateValue.
042400         10  runYearMonth      PIC 9(06).
042500         10  runDay            PIC 9(02).
042600
042700*-----------------------------------------------------------*
042800* DATE-TO-DAY-SERIAL CONVERSION WORK AREA, USED TO AGE THE   *
042900* PROCESSED-KEY HISTORY ON THE CARRY FORWARD.                *
043000*-----------------------------------------------------------*
043100 01  dateConversionFields.
043200     05  dateConvDate          PIC 9(08).
043300     05  dateConvSplit REDEFINES dateConvDate.
043400         10  dateConvYear      PIC 9(04).
043500         10  dateConvMonth     PIC 9(02).
043600         10  dateConvDay       PIC 9(02).
043700     05  dateConvDays          PIC 9(08) COMP.
043800     05  leapYearWork          PIC 9(04) COMP.
043900     05  leapQuarters          PIC 9(04) COMP.
044000     05  leapCenturies         PIC 9(04) COMP.
044100     05  leapQuadCenturies     PIC 9(04) COMP.
044200
044300 01  monthCumulativeDays.
044400     05  FILLER                PIC X(36) VALUE
044500         '000031059090120151181212243273304334'.
044600 01  monthCumulativeTable REDEFINES monthCumulativeDays.
044700     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
044800
044900 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
045000 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
045100 77  businessDateStamp         PIC 9(08) VALUE ZEROS.
045200 77  varianceTolerance         PIC 9(04)V9(02) VALUE 10.00.
045300 77  partitionIndex            PIC 9(02) VALUE ZEROS COMP.
045400 77  partitionsExpectedCount   PIC 9(02) VALUE ZEROS COMP.
045500 77  partitionsCompleteCount   PIC 9(02) VALUE ZEROS COMP.
045600 77  partitionRecordsRead      PIC 9(04) VALUE ZEROS COMP.
045700 77  badPartitionRecordCount   PIC 9(04) VALUE ZEROS COMP.
045800 77  feedDetailsValue          PIC 9(06) VALUE ZEROS.
045900 77  feedFloatValue            PIC 9(06)V9(02) VALUE ZEROS.
046000 77  dupRetentionDays          PIC 9(02) VALUE ZEROS.
046100 77  dupCutoffSerial           PIC 9(08) VALUE ZEROS COMP.
046200 77  feedMismatchCount         PIC 9(04) VALUE ZEROS COMP.
046300 77  detailsTakenTotal         PIC 9(06) VALUE ZEROS COMP.
046400 77  processedTotal            PIC 9(06) VALUE ZEROS COMP.
046500 77  rejectedTotal             PIC 9(06) VALUE ZEROS COMP.
046600 77  floatTotal                PIC S9(06)V9(02) VALUE ZEROS.
046700 77  auditExpectedTotal        PIC 9(06) VALUE ZEROS COMP.
046800 77  rejectExpectedTotal       PIC 9(06) VALUE ZEROS COMP.
046900 77  extractExpectedTotal      PIC 9(06) VALUE ZEROS COMP.
047000 77  letterExpectedTotal       PIC 9(06) VALUE ZEROS COMP.
047100 77  heldExpectedTotal         PIC 9(06) VALUE ZEROS COMP.
047200 77  dupExpectedTotal          PIC 9(06) VALUE ZEROS COMP.
047300 77  balanceExpectedTotal      PIC 9(04) VALUE ZEROS COMP.
047400 77  auditCombinedCount        PIC 9(06) VALUE ZEROS COMP.
047500 77  rejectCombinedCount       PIC 9(06) VALUE ZEROS COMP.
047600 77  extractCombinedCount      PIC 9(06) VALUE ZEROS COMP.
047700 77  letterCombinedCount       PIC 9(06) VALUE ZEROS COMP.
047714 77  routeLetterCombinedCount  PIC 9(06) VALUE ZEROS COMP.
047728 77  routeLineCombinedCount    PIC 9(06) VALUE ZEROS COMP.
047742 77  routeLinesDeclared        PIC 9(06) VALUE ZEROS COMP.
047756 77  routeMailedTotal          PIC 9(06) VALUE ZEROS COMP.
047770 77  routeEmailedTotal         PIC 9(06) VALUE ZEROS COMP.
047784 77  routeSuppressedTotal      PIC 9(06) VALUE ZEROS COMP.
047800 77  heldCombinedCount         PIC 9(06) VALUE ZEROS COMP.
047900 77  dupCombinedCount          PIC 9(06) VALUE ZEROS COMP.
048000 77  balanceCombinedCount      PIC 9(04) VALUE ZEROS COMP.
048100 77  staleRecordCount          PIC 9(06) VALUE ZEROS COMP.
048200 77  dupCarriedCount           PIC 9(06) VALUE ZEROS COMP.
048300 77  dupAgedCount              PIC 9(06) VALUE ZEROS COMP.
048400 77  checkCombinedValue        PIC 9(06) VALUE ZEROS COMP.
048500 77  checkExpectedValue        PIC 9(06) VALUE ZEROS COMP.
048600 77  priorProcessedCount       PIC 9(06) VALUE ZEROS.
048700 77  priorRejectedCount        PIC 9(06) VALUE ZEROS.
048800 77  priorFloatTotal           PIC 9(06)V9(02) VALUE ZEROS.
048900 77  mtdProcessedCount         PIC 9(08) VALUE ZEROS.
049000 77  mtdRejectedCount          PIC 9(08) VALUE ZEROS.
049100 77  mtdFloatTotal             PIC S9(08)V9(02) VALUE ZEROS.
049200 77  varianceAmount            PIC S9(07)V9(02) VALUE ZEROS.
049225 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
049250 77  chainNewValue             PIC 9(10) VALUE ZEROS.
049275 77  chainCoveredLength        PIC 9(04) VALUE 54 COMP.
049300
049400 PROCEDURE DIVISION.
049500*=============================================================*
049600* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
049700*=============================================================*
049800 0000-MAINLINE.
049900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050000     PERFORM 2000-VERIFY-PARTITIONS THRU 2000-EXIT.
050100     IF NOT consolidationRefused
050200         PERFORM 3000-COMBINE-PARTITION-FILES THRU 3000-EXIT
050300     END-IF.
050400     PERFORM 4500-POST-DAILY-BALANCE THRU 4500-EXIT.
050500     PERFORM 4700-ROLL-DUP-HISTORY THRU 4700-EXIT.
050600     PERFORM 5000-PRODUCE-CONSOLIDATION-RPT THRU 5000-EXIT.
050700     PERFORM 5500-WRITE-EXTRACT-TOTALS THRU 5500-EXIT.
050800     PERFORM 5600-WRITE-EXTRACT-CONTROL THRU 5600-EXIT.
050900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
051000     STOP RUN.
051100
051200*=============================================================*
051300* 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN THE OUTPUTS, *
051400* LEARN WHICH PARTITIONS ARE EXPECTED AND WHICH REPORTED, AND *
051500* TAKE THE BUSINESS DATE THROUGH RUN CONTROL                  *
051600*=============================================================*
051700 1000-INITIALIZE.
051800     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
051900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
052000     PERFORM 1150-OPEN-OUTPUTS THRU 1150-EXIT.
052100     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
052200     PERFORM 1300-LOAD-PARTITION-CONTROL THRU 1300-EXIT.
052300     IF businessDateStamp = ZEROS
052400         MOVE currentDateStamp TO businessDateStamp
052500     END-IF.
052600     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
052650     PERFORM 1600-LOAD-AUDIT-CHAIN THRU 1600-EXIT.
052700     MOVE SPACES TO reportDetailLine.
052800     MOVE 'DAILY RUN CONSOLIDATION -- BUSINESS DATE' TO
052900         reportHeadingTitle.
053000     MOVE businessDateStamp TO reportHeadingDate.
053100     WRITE consRptRecord FROM reportHeadingLine
053200         AFTER ADVANCING TO-NEW-PAGE.
053300 1000-EXIT.
053400     EXIT.
053500
053600 1100-READ-PARM-CARD.
053700     OPEN INPUT PARMFILE.
053800     IF fileStatusParmfile = '00'
053900         READ PARMFILE INTO consolidationCard
054000             AT END
054100                 MOVE 'N' TO parmFileFoundSwitch
054200         END-READ
054300     END-IF.
054400     IF fileStatusParmfile = '00'
054500         SET parmFileFound TO TRUE
054600         IF consRunModeParm = 'R'
054700             MOVE consRunModeParm TO runModeSwitch
054800         END-IF
054900         IF consVarianceParm NUMERIC
055000             MOVE consVarianceNum TO varianceTolerance
055100         END-IF
055200         IF consDateParm NUMERIC
055300             MOVE consDateParm TO businessDateStamp
055400         END-IF
055500     ELSE
055600         DISPLAY 'DAYCONSL - NO SYSIN CONTROL CARD, NORMAL RUN '
055700             'FOR THE PARTITIONS'' BUSINESS DATE'
055800     END-IF.
055900     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
056000         OR fileStatusParmfile = '05'
056100         CLOSE PARMFILE
056200     END-IF.
056300 1100-EXIT.
056400     EXIT.
056500
056600 1150-OPEN-OUTPUTS.
056700     OPEN OUTPUT CONSRPT.
056800     IF fileStatusConsrpt NOT = '00'
056900         DISPLAY 'DAYCONSL - UNABLE TO OPEN CONSRPT, STATUS='
057000             fileStatusConsrpt
057100         GO TO 9900-ABEND
057200     END-IF.
057300     OPEN OUTPUT AUDITOUT.
057400     IF fileStatusAuditout NOT = '00'
057500         DISPLAY 'DAYCONSL - UNABLE TO OPEN AUDITOUT, STATUS='
057600             fileStatusAuditout
057700         GO TO 9900-ABEND
057800     END-IF.
057900     OPEN OUTPUT REJFILE.
058000     IF fileStatusRejfile NOT = '00'
058100         DISPLAY 'DAYCONSL - UNABLE TO OPEN REJFILE, STATUS='
058200             fileStatusRejfile
058300         GO TO 9900-ABEND
058400     END-IF.
058500     OPEN OUTPUT EXTROUT.
058600     IF fileStatusExtrout NOT = '00'
058700         DISPLAY 'DAYCONSL - UNABLE TO OPEN EXTROUT, STATUS='
058800             fileStatusExtrout
058900         GO TO 9900-ABEND
059000     END-IF.
059100     OPEN OUTPUT LETTERS.
059200     IF fileStatusLetters NOT = '00'
059300         DISPLAY 'DAYCONSL - UNABLE TO OPEN LETTERS, STATUS='
059400             fileStatusLetters
059500         GO TO 9900-ABEND
059600     END-IF.
059614     OPEN OUTPUT LTRROUTE.
059628     IF fileStatusLtrroute NOT = '00'
059642         DISPLAY 'DAYCONSL - UNABLE TO OPEN LTRROUTE, STATUS='
059656             fileStatusLtrroute
059670         GO TO 9900-ABEND
059684     END-IF.
059700     OPEN OUTPUT PENDOUT.
059800     IF fileStatusPendout NOT = '00'
059900         DISPLAY 'DAYCONSL - UNABLE TO OPEN PENDOUT, STATUS='
060000             fileStatusPendout
060100         GO TO 9900-ABEND
060200     END-IF.
060300     OPEN OUTPUT RUNCTLOUT.
060400     IF fileStatusRunctlout NOT = '00'
060500         DISPLAY 'DAYCONSL - UNABLE TO OPEN RUNCTLOUT, STATUS='
060600             fileStatusRunctlout
060700         GO TO 9900-ABEND
060800     END-IF.
060900 1150-EXIT.
061000     EXIT.
061100
061200*-------------------------------------------------------------*
061300* 1200-LOAD-REGISTRY -- MARK EVERY PARTITION THE BRANCH        *
061400* REGISTRY ASSIGNS A BRANCH TO, PLUS PARTITION 01, WHICH OWNS  *
061500* EVERYTHING UNASSIGNED AND SO ALWAYS RUNS.                    *
061600*-------------------------------------------------------------*
061700 1200-LOAD-REGISTRY.
061800     PERFORM 1210-CLEAR-ONE-SLOT THRU 1210-EXIT
061900         VARYING partitionIndex FROM 1 BY 1
062000         UNTIL partitionIndex > 99.
062100     MOVE 'Y' TO partTabExpectedSw (1).
062200     OPEN INPUT BRANCHMF.
062300     IF fileStatusBranchmf NOT = '00'
062400         DISPLAY 'DAYCONSL - UNABLE TO OPEN BRANCHMF, STATUS='
062500             fileStatusBranchmf
062600         GO TO 9900-ABEND
062700     END-IF.
062800     PERFORM 1250-READ-NEXT-BRANCH THRU 1250-EXIT
062900         UNTIL branchRegistryAtEnd.
063000     CLOSE BRANCHMF.
063100 1200-EXIT.
063200     EXIT.
063300
063400 1210-CLEAR-ONE-SLOT.
063500     MOVE 'N'    TO partTabExpectedSw (partitionIndex).
063600     MOVE ZEROS  TO partTabReports (partitionIndex).
063700     MOVE SPACE  TO partTabStatus (partitionIndex).
063800     MOVE ZEROS  TO partTabDate (partitionIndex).
063900     MOVE ZEROS  TO partTabTaken (partitionIndex).
064000     MOVE ZEROS  TO partTabProcessed (partitionIndex).
064100     MOVE ZEROS  TO partTabRejected (partitionIndex).
064200     MOVE ZEROS  TO partTabFloat (partitionIndex).
064300 1210-EXIT.
064400     EXIT.
064500
064600 1250-READ-NEXT-BRANCH.
064700     READ BRANCHMF INTO branchRegistryRecord
064800         AT END
064900             SET branchRegistryAtEnd TO TRUE
065000     END-READ.
065100     IF branchRegistryAtEnd
065200         GO TO 1250-EXIT
065300     END-IF.
065400     IF branchRegPartition NUMERIC
065500         AND branchRegPartNum > ZEROS
065600         MOVE 'Y' TO partTabExpectedSw (branchRegPartNum)
065700     END-IF.
065800 1250-EXIT.
065900     EXIT.
066000
066100*-------------------------------------------------------------*
066200* 1300-LOAD-PARTITION-CONTROL -- READ EVERY PARTITION'S        *
066300* CONTROL RECORD INTO ITS SLOT AND ADD ITS TOTALS TO THE DAY.  *
066400* THE FIRST RECORD SETS THE BUSINESS DATE (UNLESS THE CARD     *
066500* DID), THE WHOLE-FEED FIGURES, AND THE RETENTION WINDOW EVERY *
066600* OTHER PARTITION MUST AGREE WITH.                             *
066700*-------------------------------------------------------------*
066800 1300-LOAD-PARTITION-CONTROL.
066900     OPEN INPUT PARTCTL.
067000     IF fileStatusPartctl = '00'
067100         PERFORM 1350-READ-NEXT-PARTITION THRU 1350-EXIT
067200             UNTIL partitionControlAtEnd
067300     ELSE
067400         DISPLAY 'DAYCONSL - NO PARTITION CONTROL RECORDS ON '
067500             'INPUT'
067600     END-IF.
067700     IF fileStatusPartctl = '00' OR fileStatusPartctl = '05'
067800         OR fileStatusPartctl = '10'
067900         CLOSE PARTCTL
068000     END-IF.
068100 1300-EXIT.
068200     EXIT.
068300
068400 1350-READ-NEXT-PARTITION.
068500     READ PARTCTL INTO partitionControlRecord
068600         AT END
068700             SET partitionControlAtEnd TO TRUE
068800     END-READ.
068900     IF partitionControlAtEnd
069000         GO TO 1350-EXIT
069100     END-IF.
069200     ADD 1 TO partitionRecordsRead.
069300     IF partCtlNumber NOT NUMERIC OR partCtlNumber = ZEROS
069400         ADD 1 TO badPartitionRecordCount
069500         DISPLAY 'DAYCONSL - UNUSABLE PARTITION CONTROL RECORD: '
069600             partCtlInRecord
069700         GO TO 1350-EXIT
069800     END-IF.
069900     IF firstPartitionReport
070000         MOVE 'N' TO firstReportSwitch
070100         IF businessDateStamp = ZEROS
070200             MOVE partCtlDate TO businessDateStamp
070300         END-IF
070400         MOVE partCtlFeedDetails TO feedDetailsValue
070500         MOVE partCtlFeedFloat   TO feedFloatValue
070600         MOVE partCtlRetention   TO dupRetentionDays
070700     END-IF.
070800     IF partCtlFeedDetails NOT = feedDetailsValue
070900         OR partCtlFeedFloat NOT = feedFloatValue
071000         OR partCtlRetention NOT = dupRetentionDays
071100         ADD 1 TO feedMismatchCount
071200         DISPLAY 'DAYCONSL - PARTITION ' partCtlNumber
071300             ' RAN AGAINST A DIFFERENT FEED OR RETENTION WINDOW'
071400     END-IF.
071500     ADD 1 TO partTabReports (partCtlNumber).
071600     MOVE partCtlStatus    TO partTabStatus (partCtlNumber).
071700     MOVE partCtlDate      TO partTabDate (partCtlNumber).
071800     MOVE partCtlDetailsTaken TO partTabTaken (partCtlNumber).
071900     MOVE partCtlProcessed TO partTabProcessed (partCtlNumber).
072000     MOVE partCtlRejected  TO partTabRejected (partCtlNumber).
072100     MOVE partCtlFloat     TO partTabFloat (partCtlNumber).
072200     ADD partCtlDetailsTaken  TO detailsTakenTotal.
072300     ADD partCtlProcessed     TO processedTotal.
072400     ADD partCtlRejected      TO rejectedTotal.
072500     ADD partCtlFloat         TO floatTotal.
072600     ADD partCtlAuditRecords  TO auditExpectedTotal.
072700     ADD partCtlRejectRecords TO rejectExpectedTotal.
072800     ADD partCtlExtractRows   TO extractExpectedTotal.
072900     ADD partCtlLetterLines   TO letterExpectedTotal.
073000     ADD partCtlHeldItems     TO heldExpectedTotal.
073100     ADD partCtlDupEntries    TO dupExpectedTotal.
073200     ADD partCtlBalanceRows   TO balanceExpectedTotal.
073300 1350-EXIT.
073400     EXIT.
073500
073600*-------------------------------------------------------------*
073700* 1500-CHECK-RUN-CONTROL -- THE DAILY RUN'S OWN RULES, NOW     *
073800* APPLIED TO THE WHOLE DAY HERE: REFUSE A DATE ALREADY         *
073900* COMPLETED, REFUSE A NORMAL START OVER A START THAT NEVER      *
074000* COMPLETED, AND OTHERWISE STAMP THE 'S' BEFORE ANYTHING IS    *
074100* WRITTEN.  EACH PARTITION KEEPS ITS OWN RUN CONTROL UNDER THE *
074200* SAME RULES, SO ONE THAT FINISHED CANNOT BE RUN TWICE.        *
074300*-------------------------------------------------------------*
074400 1500-CHECK-RUN-CONTROL.
074500     OPEN INPUT RUNCTLIN.
074600     IF fileStatusRunctlin = '00'
074700         PERFORM 1550-COPY-RUN-CONTROL THRU 1550-EXIT
074800             UNTIL runControlAtEnd
074900     END-IF.
075000     IF fileStatusRunctlin = '00' OR fileStatusRunctlin = '05'
075100         OR fileStatusRunctlin = '10'
075200         CLOSE RUNCTLIN
075300     END-IF.
075400     IF businessDateCompleted
075500         DISPLAY 'DAYCONSL - BUSINESS DATE '
075600             businessDateStamp ' ALREADY COMPLETED, RUN '
075700             'REFUSED'
075800         SET runRefused TO TRUE
075900     ELSE
076000         IF lastRunStillOpen AND runModeIsNormal
076100             DISPLAY 'DAYCONSL - PRIOR RUN STARTED BUT '
076200                 'NEVER COMPLETED, NORMAL START REFUSED - '
076300                 'RESTART REQUIRED'
076400             SET runRefused TO TRUE
076500         END-IF
076600     END-IF.
076700     IF runRefused
076800         GO TO 9900-ABEND
076900     END-IF.
077000     ACCEPT currentTimeStamp FROM TIME.
077100     MOVE SPACES TO runControlRecord.
077200     MOVE businessDateStamp TO runCtlDate.
077300     SET runCtlStarted TO TRUE.
077400     MOVE currentTimeStamp TO runCtlTimeStamp.
077500     WRITE runCtlOutRecord FROM runControlRecord.
077600 1500-EXIT.
077700     EXIT.
077800
077900 1550-COPY-RUN-CONTROL.
078000     READ RUNCTLIN INTO runControlRecord
078100         AT END
078200             SET runControlAtEnd TO TRUE
078300     END-READ.
078400     IF runControlAtEnd
078500         GO TO 1550-EXIT
078600     END-IF.
078700     WRITE runCtlOutRecord FROM runControlRecord.
078800     IF runCtlDate = businessDateStamp AND runCtlCompleted
078900         SET businessDateCompleted TO TRUE
079000     END-IF.
079100     IF runCtlStarted
079200         SET lastRunStillOpen TO TRUE
079300     ELSE
079400         MOVE 'N' TO lastRunOpenSwitch
079500     END-IF.
079600 1550-EXIT.
079700     EXIT.
079702
079704*-------------------------------------------------------------*
079706* 1600-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
079708* FORWARD AND PICK UP THE CHECK VALUE THE AUDIT TRAIL LAST     *
079710* ENDED ON; THE COMBINED DAY CHAINS FROM IT.                   *
079712*-------------------------------------------------------------*
079714 1600-LOAD-AUDIT-CHAIN.
079716     OPEN OUTPUT CHAINOUT.
079718     IF fileStatusChainout NOT = '00'
079720         DISPLAY 'DAYCONSL - UNABLE TO OPEN CHAINOUT, STATUS='
079722             fileStatusChainout
079724         GO TO 9900-ABEND
079726     END-IF.
079728     OPEN INPUT CHAININ.
079730     IF fileStatusChainin = '00'
079732         PERFORM 1650-COPY-CHAIN-CONTROL THRU 1650-EXIT
079734             UNTIL chainControlAtEnd
079736     END-IF.
079738     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
079740         OR fileStatusChainin = '10'
079742         CLOSE CHAININ
079744     END-IF.
079746 1600-EXIT.
079748     EXIT.
079750
079752 1650-COPY-CHAIN-CONTROL.
079754     READ CHAININ INTO chainControlRecord
079756         AT END
079758             SET chainControlAtEnd TO TRUE
079760     END-READ.
079762     IF chainControlAtEnd
079764         GO TO 1650-EXIT
079766     END-IF.
079768     WRITE chainCtlOutRecord FROM chainControlRecord.
079770     IF chainCtlAuditTrail
079772         MOVE chainCtlValue TO chainRunningValue
079774     END-IF.
079776 1650-EXIT.
079778     EXIT.
079800
079900*=============================================================*
080000* 2000-VERIFY-PARTITIONS -- EVERY EXPECTED PARTITION MUST HAVE *
080100* REPORTED EXACTLY ONCE, CLEAN, FOR THIS DATE; NO PARTITION    *
080200* THE REGISTRY DOES NOT KNOW MAY HAVE REPORTED; ALL MUST HAVE  *
080300* BALANCED THE SAME FEED; AND BETWEEN THEM THEY MUST HAVE      *
080400* POSTED EVERY DETAIL ON IT.  ANY FAILURE REFUSES THE DAY.     *
080500*=============================================================*
080600 2000-VERIFY-PARTITIONS.
080700     MOVE SPACES TO reportDetailLine.
080800     MOVE 'PARTITIONS' TO reportFieldLabel.
080900     WRITE consRptRecord FROM reportDetailLine
081000         AFTER ADVANCING 3 LINES.
081100     PERFORM 2100-VERIFY-ONE-PARTITION THRU 2100-EXIT
081200         VARYING partitionIndex FROM 1 BY 1
081300         UNTIL partitionIndex > 99.
081400     IF badPartitionRecordCount > ZEROS
081500         SET consolidationRefused TO TRUE
081600     END-IF.
081700     IF feedMismatchCount > ZEROS
081800         SET consolidationRefused TO TRUE
081900     END-IF.
082000     IF NOT consolidationRefused
082100         AND detailsTakenTotal NOT = feedDetailsValue
082200         SET consolidationRefused TO TRUE
082300         DISPLAY 'DAYCONSL - PARTITIONS POSTED ' detailsTakenTotal
082400             ' DETAILS OF THE FEED''S ' feedDetailsValue
082500     END-IF.
082600     IF consolidationRefused
082700         DISPLAY 'DAYCONSL - PARTITIONS NOT ALL COMPLETE, DAY '
082800             'NOT CONSOLIDATED'
082900     END-IF.
083000 2000-EXIT.
083100     EXIT.
083200
083300 2100-VERIFY-ONE-PARTITION.
083400     IF NOT partTabExpected (partitionIndex)
083500         AND partTabReports (partitionIndex) = ZEROS
083600         GO TO 2100-EXIT
083700     END-IF.
083800     IF partTabExpected (partitionIndex)
083900         ADD 1 TO partitionsExpectedCount
084000     END-IF.
084100     EVALUATE TRUE
084200         WHEN partTabReports (partitionIndex) = ZEROS
084300             MOVE 'MISSING' TO partLineStatus
084400         WHEN NOT partTabExpected (partitionIndex)
084500             MOVE 'NOT IN REGISTRY' TO partLineStatus
084600         WHEN partTabReports (partitionIndex) > 1
084700             MOVE 'REPORTED TWICE' TO partLineStatus
084800         WHEN partTabDate (partitionIndex) NOT = businessDateStamp
084900             MOVE 'WRONG DATE' TO partLineStatus
085000         WHEN NOT partTabCompleted (partitionIndex)
085100             MOVE 'FAILED' TO partLineStatus
085200         WHEN OTHER
085300             MOVE 'COMPLETE' TO partLineStatus
085400             ADD 1 TO partitionsCompleteCount
085500     END-EVALUATE.
085600     IF partLineStatus NOT = 'COMPLETE'
085700         SET consolidationRefused TO TRUE
085800         DISPLAY 'DAYCONSL - PARTITION ' partitionIndex ' '
085900             partLineStatus
086000     END-IF.
086100     MOVE partitionIndex TO partLineNumber.
086200     MOVE partTabTaken (partitionIndex)     TO partLineTaken.
086300     MOVE partTabProcessed (partitionIndex) TO partLineProcessed.
086400     MOVE partTabRejected (partitionIndex)  TO partLineRejected.
086500     MOVE partTabFloat (partitionIndex)     TO partLineFloat.
086600     WRITE consRptRecord FROM partitionDetailLine
086700         AFTER ADVANCING 1 LINES.
086800 2100-EXIT.
086900     EXIT.
087000
087100*=============================================================*
087200* 3000-COMBINE-PARTITION-FILES -- COPY EACH PARTITION FILE     *
087300* (ONE CONCATENATION PER KIND) TO THE DAY'S SINGLE OUTPUT, AND *
087400* PROVE EVERY KIND CAME TO EXACTLY WHAT THE PARTITIONS SAID    *
087500* THEY WROTE.  THE PROCESSED KEYS AND BALANCE ROWS ARE ONLY    *
087600* COUNTED HERE: THEY LAND ON THE CARRIED-FORWARD FILES, WHICH  *
087700* MUST NOT PICK UP ANY OF TODAY IF THE DAY IS REFUSED.         *
087800*=============================================================*
087900 3000-COMBINE-PARTITION-FILES.
088000     MOVE SPACES TO reportDetailLine.
088100     MOVE 'PARTITION FILES' TO reportFieldLabel.
088200     WRITE consRptRecord FROM reportDetailLine
088300         AFTER ADVANCING 2 LINES.
088400     PERFORM 3100-COMBINE-AUDIT THRU 3100-EXIT.
088500     PERFORM 3200-COMBINE-REJECTS THRU 3200-EXIT.
088600     PERFORM 3300-COMBINE-EXTRACT THRU 3300-EXIT.
088700     PERFORM 3400-COMBINE-LETTERS THRU 3400-EXIT.
088750     PERFORM 3460-COMBINE-LETTER-ROUTES THRU 3460-EXIT.
088800     PERFORM 3500-COMBINE-PENDING THRU 3500-EXIT.
088900     PERFORM 3600-COUNT-PROCESSED-KEYS THRU 3600-EXIT.
089000     PERFORM 3700-COUNT-BALANCE-ROWS THRU 3700-EXIT.
089100     IF staleRecordCount > ZEROS
089200         SET consolidationRefused TO TRUE
089300         DISPLAY 'DAYCONSL - ' staleRecordCount ' PARTITION '
089400             'RECORDS CARRY ANOTHER BUSINESS DATE'
089500     END-IF.
089600     IF consolidationRefused
089700         DISPLAY 'DAYCONSL - PARTITION FILES DO NOT AGREE WITH '
089800             'THE PARTITION CONTROL RECORDS, DAY NOT '
089900             'CONSOLIDATED'
090000     END-IF.
090100 3000-EXIT.
090200     EXIT.
090300
090400 3100-COMBINE-AUDIT.
090500     OPEN INPUT PARTAUD.
090600     IF fileStatusPartaud NOT = '00'
090700         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTAUD, STATUS='
090800             fileStatusPartaud
090900         GO TO 9900-ABEND
091000     END-IF.
091100     MOVE 'N' TO copyEofSwitch.
091200     PERFORM 3150-COPY-ONE-AUDIT THRU 3150-EXIT
091300         UNTIL copyInputAtEnd.
091400     CLOSE PARTAUD.
091500     MOVE 'AUDIT RECORDS' TO checkLineLabel.
091600     MOVE auditCombinedCount TO checkCombinedValue.
091700     MOVE auditExpectedTotal TO checkExpectedValue.
091800     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
091900 3100-EXIT.
092000     EXIT.
092100
092200 3150-COPY-ONE-AUDIT.
092300     READ PARTAUD INTO auditRecord
092400         AT END
092500             SET copyInputAtEnd TO TRUE
092600     END-READ.
092700     IF copyInputAtEnd
092800         GO TO 3150-EXIT
092900     END-IF.
093000     IF auditDateStamp NOT = businessDateStamp
093100         ADD 1 TO staleRecordCount
093200     END-IF.
093214     MOVE SPACE TO auditChainLink.
093228     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
093242         chainRunningValue, auditRecord,
093256         chainCoveredLength, chainNewValue.
093270     MOVE chainNewValue TO auditChainValue.
093284     MOVE chainNewValue TO chainRunningValue.
093300     WRITE auditOutRecord FROM auditRecord.
093400     ADD 1 TO auditCombinedCount.
093500 3150-EXIT.
093600     EXIT.
093700
093800 3200-COMBINE-REJECTS.
093900     OPEN INPUT PARTREJ.
094000     IF fileStatusPartrej NOT = '00'
094100         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTREJ, STATUS='
094200             fileStatusPartrej
094300         GO TO 9900-ABEND
094400     END-IF.
094500     MOVE 'N' TO copyEofSwitch.
094600     PERFORM 3250-COPY-ONE-REJECT THRU 3250-EXIT
094700         UNTIL copyInputAtEnd.
094800     CLOSE PARTREJ.
094900     MOVE 'REJECT RECORDS' TO checkLineLabel.
095000     MOVE rejectCombinedCount TO checkCombinedValue.
095100     MOVE rejectExpectedTotal TO checkExpectedValue.
095200     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
095300 3200-EXIT.
095400     EXIT.
095500
095600 3250-COPY-ONE-REJECT.
095700     READ PARTREJ INTO rejectRecord
095800         AT END
095900             SET copyInputAtEnd TO TRUE
096000     END-READ.
096100     IF copyInputAtEnd
096200         GO TO 3250-EXIT
096300     END-IF.
096400     IF rejectDateStamp NOT = businessDateStamp
096500         ADD 1 TO staleRecordCount
096600     END-IF.
096700     WRITE rejFileRecord FROM rejectRecord.
096800     ADD 1 TO rejectCombinedCount.
096900 3250-EXIT.
097000     EXIT.
097100
097200 3300-COMBINE-EXTRACT.
097300     OPEN INPUT PARTEXT.
097400     IF fileStatusPartext NOT = '00'
097500         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTEXT, STATUS='
097600             fileStatusPartext
097700         GO TO 9900-ABEND
097800     END-IF.
097900     MOVE 'N' TO copyEofSwitch.
098000     PERFORM 3350-COPY-ONE-EXTRACT THRU 3350-EXIT
098100         UNTIL copyInputAtEnd.
098200     CLOSE PARTEXT.
098300     MOVE 'EXTRACT ROWS' TO checkLineLabel.
098400     MOVE extractCombinedCount TO checkCombinedValue.
098500     MOVE extractExpectedTotal TO checkExpectedValue.
098600     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
098700 3300-EXIT.
098800     EXIT.
098900
099000 3350-COPY-ONE-EXTRACT.
099100     READ PARTEXT
099200         AT END
099300             SET copyInputAtEnd TO TRUE
099400     END-READ.
099500     IF copyInputAtEnd
099600         GO TO 3350-EXIT
099700     END-IF.
099800*    A PARTITION NEVER WRITES A TOTALS ROW; ONE HERE MEANS A
099900*    SERIAL RUN'S EXTRACT WAS HANDED IN BY MISTAKE.
100000     IF partExtRecord (1:7) = 'TOTALS;'
100100         ADD 1 TO staleRecordCount
100200         GO TO 3350-EXIT
100300     END-IF.
100400     WRITE extrOutRecord FROM partExtRecord.
100500     ADD 1 TO extractCombinedCount.
100600 3350-EXIT.
100700     EXIT.
100800
100900 3400-COMBINE-LETTERS.
101000     OPEN INPUT PARTLTR.
101100     IF fileStatusPartltr NOT = '00'
101200         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTLTR, STATUS='
101300             fileStatusPartltr
101400         GO TO 9900-ABEND
101500     END-IF.
101600     MOVE 'N' TO copyEofSwitch.
101700     PERFORM 3450-COPY-ONE-LETTER-LINE THRU 3450-EXIT
101800         UNTIL copyInputAtEnd.
101900     CLOSE PARTLTR.
102000     MOVE 'LETTER LINES' TO checkLineLabel.
102100     MOVE letterCombinedCount TO checkCombinedValue.
102200     MOVE letterExpectedTotal TO checkExpectedValue.
102300     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
102400 3400-EXIT.
102500     EXIT.
102600
102700 3450-COPY-ONE-LETTER-LINE.
102800     READ PARTLTR
102900         AT END
103000             SET copyInputAtEnd TO TRUE
103100     END-READ.
103200     IF copyInputAtEnd
103300         GO TO 3450-EXIT
103400     END-IF.
103500     WRITE lettersRecord FROM partLtrRecord.
103600     ADD 1 TO letterCombinedCount.
103700 3450-EXIT.
103800     EXIT.
103801
103802*-------------------------------------------------------------*
103803* 3460-COMBINE-LETTER-ROUTES -- EVERY LETTER LINE A PARTITION  *
103804* PRINTED IS ALSO ON ITS ROUTING FILE UNDER THE LETTER'S       *
103805* HEADER, SO THE LINES MUST MATCH THE PARTITIONS' LETTER-LINE  *
103806* COUNTS AND THE HEADERS' OWN LINE COUNTS, AND EVERY HEADER    *
103807* MUST CARRY ONE OF THE THREE ROUTES.                          *
103808*-------------------------------------------------------------*
103809 3460-COMBINE-LETTER-ROUTES.
103810     OPEN INPUT PARTRTE.
103811     IF fileStatusPartrte NOT = '00'
103812         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTRTE, STATUS='
103813             fileStatusPartrte
103814         GO TO 9900-ABEND
103815     END-IF.
103816     MOVE 'N' TO copyEofSwitch.
103817     PERFORM 3470-COPY-ONE-ROUTE-RECORD THRU 3470-EXIT
103818         UNTIL copyInputAtEnd.
103819     CLOSE PARTRTE.
103820     MOVE 'ROUTED LETTER LINES' TO checkLineLabel.
103821     MOVE routeLineCombinedCount TO checkCombinedValue.
103822     MOVE letterExpectedTotal TO checkExpectedValue.
103823     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
103824     MOVE 'LINES UNDER ROUTE HEADERS' TO checkLineLabel.
103825     MOVE routeLineCombinedCount TO checkCombinedValue.
103826     MOVE routeLinesDeclared TO checkExpectedValue.
103827     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
103828     MOVE 'ROUTED LETTERS' TO checkLineLabel.
103829     MOVE routeLetterCombinedCount TO checkCombinedValue.
103830     COMPUTE checkExpectedValue = routeMailedTotal
103831         + routeEmailedTotal + routeSuppressedTotal.
103832     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
103833 3460-EXIT.
103834     EXIT.
103835
103836 3470-COPY-ONE-ROUTE-RECORD.
103837     READ PARTRTE INTO letterRouteRecord
103838         AT END
103839             SET copyInputAtEnd TO TRUE
103840     END-READ.
103841     IF copyInputAtEnd
103842         GO TO 3470-EXIT
103843     END-IF.
103844     WRITE ltrRouteRecord FROM letterRouteRecord.
103845     IF ltrRteLineRec
103846         ADD 1 TO routeLineCombinedCount
103847         GO TO 3470-EXIT
103848     END-IF.
103849     ADD 1 TO routeLetterCombinedCount.
103850     IF ltrRteDate NOT = businessDateStamp
103851         ADD 1 TO staleRecordCount
103852     END-IF.
103853     IF ltrRteLineCount NUMERIC
103854         ADD ltrRteLineCount TO routeLinesDeclared
103855     END-IF.
103856     EVALUATE TRUE
103857         WHEN ltrRteMailed
103858             ADD 1 TO routeMailedTotal
103859         WHEN ltrRteElectronic
103860             ADD 1 TO routeEmailedTotal
103861         WHEN ltrRteSuppressed
103862             ADD 1 TO routeSuppressedTotal
103863     END-EVALUATE.
103864 3470-EXIT.
103865     EXIT.
103900
104000 3500-COMBINE-PENDING.
104100     OPEN INPUT PARTPND.
104200     IF fileStatusPartpnd NOT = '00'
104300         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTPND, STATUS='
104400             fileStatusPartpnd
104500         GO TO 9900-ABEND
104600     END-IF.
104700     MOVE 'N' TO copyEofSwitch.
104800     PERFORM 3550-COPY-ONE-PENDING THRU 3550-EXIT
104900         UNTIL copyInputAtEnd.
105000     CLOSE PARTPND.
105100     MOVE 'ITEMS HELD FOR APPROVAL' TO checkLineLabel.
105200     MOVE heldCombinedCount TO checkCombinedValue.
105300     MOVE heldExpectedTotal TO checkExpectedValue.
105400     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
105500 3500-EXIT.
105600     EXIT.
105700
105800 3550-COPY-ONE-PENDING.
105900     READ PARTPND
106000         AT END
106100             SET copyInputAtEnd TO TRUE
106200     END-READ.
106300     IF copyInputAtEnd
106400         GO TO 3550-EXIT
106500     END-IF.
106600     WRITE pendOutRecord FROM partPndRecord.
106700     ADD 1 TO heldCombinedCount.
106800 3550-EXIT.
106900     EXIT.
107000
107100 3600-COUNT-PROCESSED-KEYS.
107200     OPEN INPUT PARTDUP.
107300     IF fileStatusPartdup NOT = '00'
107400         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTDUP, STATUS='
107500             fileStatusPartdup
107600         GO TO 9900-ABEND
107700     END-IF.
107800     MOVE 'N' TO copyEofSwitch.
107900     PERFORM 3650-COUNT-ONE-KEY THRU 3650-EXIT
108000         UNTIL copyInputAtEnd.
108100     CLOSE PARTDUP.
108200     MOVE 'PROCESSED KEYS' TO checkLineLabel.
108300     MOVE dupCombinedCount TO checkCombinedValue.
108400     MOVE dupExpectedTotal TO checkExpectedValue.
108500     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
108600 3600-EXIT.
108700     EXIT.
108800
108900 3650-COUNT-ONE-KEY.
109000     READ PARTDUP INTO dupHistoryRecord
109100         AT END
109200             SET copyInputAtEnd TO TRUE
109300     END-READ.
109400     IF copyInputAtEnd
109500         GO TO 3650-EXIT
109600     END-IF.
109700     IF dupDate NOT = businessDateStamp
109800         ADD 1 TO staleRecordCount
109900     END-IF.
110000     ADD 1 TO dupCombinedCount.
110100 3650-EXIT.
110200     EXIT.
110300
110400 3700-COUNT-BALANCE-ROWS.
110500     OPEN INPUT PARTBAL.
110600     IF fileStatusPartbal NOT = '00'
110700         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTBAL, STATUS='
110800             fileStatusPartbal
110900         GO TO 9900-ABEND
111000     END-IF.
111100     MOVE 'N' TO copyEofSwitch.
111200     PERFORM 3750-COUNT-ONE-ROW THRU 3750-EXIT
111300         UNTIL copyInputAtEnd.
111400     CLOSE PARTBAL.
111500     MOVE 'BRANCH BALANCE ROWS' TO checkLineLabel.
111600     MOVE balanceCombinedCount TO checkCombinedValue.
111700     MOVE balanceExpectedTotal TO checkExpectedValue.
111800     PERFORM 3900-CHECK-ONE-FILE THRU 3900-EXIT.
111900 3700-EXIT.
112000     EXIT.
112100
112200*    ONLY BRANCH ROWS FOR TODAY BELONG HERE -- A WHOLE-DAY OR
112300*    MONTH ROW MEANS A SERIAL RUN'S BALANCE FILE WAS HANDED IN.
112400 3750-COUNT-ONE-ROW.
112500     READ PARTBAL INTO balanceRecord
112600         AT END
112700             SET copyInputAtEnd TO TRUE
112800     END-READ.
112900     IF copyInputAtEnd
113000         GO TO 3750-EXIT
113100     END-IF.
113200     IF balDate NOT = businessDateStamp
113300         OR balWholeDayRow OR balMonthSummaryRow
113400         ADD 1 TO staleRecordCount
113500     END-IF.
113600     ADD 1 TO balanceCombinedCount.
113700 3750-EXIT.
113800     EXIT.
113900
114000*-------------------------------------------------------------*
114100* 3900-CHECK-ONE-FILE -- ONE REPORT LINE PER KIND OF FILE, AND *
114200* A REFUSED DAY IF WHAT CAME IN IS NOT WHAT WAS REPORTED.      *
114300*-------------------------------------------------------------*
114400 3900-CHECK-ONE-FILE.
114500     MOVE checkCombinedValue TO checkLineCombined.
114600     MOVE checkExpectedValue TO checkLineExpected.
114700     IF checkCombinedValue = checkExpectedValue
114800         MOVE SPACES TO checkLineFlag
114900     ELSE
115000         MOVE '** MISMATCH' TO checkLineFlag
115100         SET consolidationRefused TO TRUE
115200         DISPLAY 'DAYCONSL - ' checkLineLabel ' COMBINED '
115300             checkCombinedValue ' EXPECTED ' checkExpectedValue
115400     END-IF.
115500     WRITE consRptRecord FROM fileCheckLine
115600         AFTER ADVANCING 1 LINES.
115700 3900-EXIT.
115800     EXIT.
115900
116000*=============================================================*
116100* 4500-POST-DAILY-BALANCE -- THE DAILY RUN'S BALANCE POSTING   *
116200* FOR THE WHOLE DAY: COPY THE ROLLING FILE FORWARD, PICKING UP *
116300* THE PRIOR DAY AND MONTH-TO-DATE FROM THE WHOLE-DAY ROWS, AND *
116400* IF THE DAY CONSOLIDATED APPEND EVERY PARTITION'S BRANCH ROWS *
116500* AND THE ONE WHOLE-DAY ROW, THEN CHECK THE VARIANCE.          *
116600*=============================================================*
116700 4500-POST-DAILY-BALANCE.
116800     MOVE businessDateStamp TO runDateValue.
116900     OPEN OUTPUT BALOUT.
117000     IF fileStatusBalout NOT = '00'
117100         DISPLAY 'DAYCONSL - UNABLE TO OPEN BALOUT, STATUS='
117200             fileStatusBalout
117300         GO TO 9900-ABEND
117400     END-IF.
117500     OPEN INPUT BALIN.
117600     IF fileStatusBalin = '00'
117700         MOVE 'N' TO balanceEofSwitch
117800         PERFORM 4550-COPY-BALANCE-FORWARD THRU 4550-EXIT
117900             UNTIL balanceEndOfFile
118000     END-IF.
118100     IF fileStatusBalin = '00' OR fileStatusBalin = '05'
118200         OR fileStatusBalin = '10'
118300         CLOSE BALIN
118400     END-IF.
118500     IF consolidationRefused
118600         DISPLAY 'DAYCONSL - TODAY NOT POSTED TO BALANCE FILE, '
118700             'DAY NOT CONSOLIDATED'
118800         GO TO 4500-CLOSE-OUT
118900     END-IF.
119000     OPEN INPUT PARTBAL.
119100     IF fileStatusPartbal NOT = '00'
119200         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTBAL, STATUS='
119300             fileStatusPartbal
119400         GO TO 9900-ABEND
119500     END-IF.
119600     MOVE 'N' TO copyEofSwitch.
119700     PERFORM 4560-COPY-BRANCH-ROW THRU 4560-EXIT
119800         UNTIL copyInputAtEnd.
119900     CLOSE PARTBAL.
120000     MOVE SPACES TO balanceRecord.
120100     MOVE businessDateStamp TO balDate.
120200     MOVE SPACES            TO balSourceId.
120300     MOVE processedTotal    TO balProcessedCount.
120400     MOVE rejectedTotal     TO balRejectedCount.
120500*    SAME RULE AS THE DAILY RUN: A DAY REVERSED BELOW ZERO
120600*    POSTS AS ZERO AND IS CALLED OUT.
120700     IF floatTotal < ZEROS
120800         MOVE ZEROS TO balFloatTotal
120900         DISPLAY 'DAYCONSL - REVERSALS NETTED THE DAY '
121000             'BELOW ZERO, BALANCE POSTED AS ZERO'
121100     ELSE
121200         MOVE floatTotal TO balFloatTotal
121300     END-IF.
121400     WRITE balOutRecord FROM balanceRecord.
121500     ADD processedTotal TO mtdProcessedCount.
121600     ADD rejectedTotal  TO mtdRejectedCount.
121700     ADD floatTotal     TO mtdFloatTotal.
121800     IF priorBalanceFound
121900         COMPUTE varianceAmount = floatTotal - priorFloatTotal
122000         IF varianceAmount > varianceTolerance
122100             OR varianceAmount < (ZERO - varianceTolerance)
122200             SET varianceExceeded TO TRUE
122300             DISPLAY 'DAYCONSL - DAILY MYFLOAT VARIANCE '
122400                 'EXCEEDS TOLERANCE'
122500         END-IF
122600     END-IF.
122700 4500-CLOSE-OUT.
122800     CLOSE BALOUT.
122900 4500-EXIT.
123000     EXIT.
123100
123200 4550-COPY-BALANCE-FORWARD.
123300     READ BALIN INTO balanceRecord
123400         AT END
123500             SET balanceEndOfFile TO TRUE
123600     END-READ.
123700     IF balanceEndOfFile
123800         GO TO 4550-EXIT
123900     END-IF.
124000     WRITE balOutRecord FROM balanceRecord.
124100     IF NOT balWholeDayRow
124200         GO TO 4550-EXIT
124300     END-IF.
124400     MOVE balProcessedCount TO priorProcessedCount.
124500     MOVE balRejectedCount  TO priorRejectedCount.
124600     MOVE balFloatTotal     TO priorFloatTotal.
124700     SET priorBalanceFound TO TRUE.
124800     IF balYearMonth = runYearMonth
124900         ADD balProcessedCount TO mtdProcessedCount
125000         ADD balRejectedCount  TO mtdRejectedCount
125100         ADD balFloatTotal     TO mtdFloatTotal
125200     END-IF.
125300 4550-EXIT.
125400     EXIT.
125500
125600 4560-COPY-BRANCH-ROW.
125700     READ PARTBAL INTO balanceRecord
125800         AT END
125900             SET copyInputAtEnd TO TRUE
126000     END-READ.
126100     IF copyInputAtEnd
126200         GO TO 4560-EXIT
126300     END-IF.
126400     WRITE balOutRecord FROM balanceRecord.
126500 4560-EXIT.
126600     EXIT.
126700
126800*=============================================================*
126900* 4700-ROLL-DUP-HISTORY -- CARRY THE PROCESSED-KEY WINDOW      *
127000* FORWARD ONCE FOR THE WHOLE DAY, AGED BY THE WINDOW THE       *
127100* PARTITIONS EDITED WITH, THEN ADD EVERY PARTITION'S KEYS.  A  *
127200* REFUSED DAY ROLLS ONLY THE PRIOR ENTRIES, UNAGED, SO THE     *
127300* RERUN OF THIS DATE IS NOT REJECTED AGAINST ITSELF.           *
127400*=============================================================*
127500 4700-ROLL-DUP-HISTORY.
127600     OPEN OUTPUT DUPOUT.
127700     IF fileStatusDupout NOT = '00'
127800         DISPLAY 'DAYCONSL - UNABLE TO OPEN DUPOUT, STATUS='
127900             fileStatusDupout
128000         GO TO 9900-ABEND
128100     END-IF.
128200     MOVE ZEROS TO dupCutoffSerial.
128300     IF NOT consolidationRefused
128400         MOVE businessDateStamp TO dateConvDate
128500         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
128600         COMPUTE dupCutoffSerial = dateConvDays - dupRetentionDays
128700     END-IF.
128800     OPEN INPUT DUPIN.
128900     IF fileStatusDupin = '00'
129000         PERFORM 4750-CARRY-ONE-DUP THRU 4750-EXIT
129100             UNTIL dupHistoryAtEnd
129200     END-IF.
129300     IF fileStatusDupin = '00' OR fileStatusDupin = '05'
129400         OR fileStatusDupin = '10'
129500         CLOSE DUPIN
129600     END-IF.
129700     IF consolidationRefused
129800         DISPLAY 'DAYCONSL - DAY NOT CONSOLIDATED, TODAY NOT '
129900             'ADDED TO PROCESSED-KEY HISTORY'
130000         GO TO 4700-CLOSE-OUT
130100     END-IF.
130200     OPEN INPUT PARTDUP.
130300     IF fileStatusPartdup NOT = '00'
130400         DISPLAY 'DAYCONSL - UNABLE TO OPEN PARTDUP, STATUS='
130500             fileStatusPartdup
130600         GO TO 9900-ABEND
130700     END-IF.
130800     MOVE 'N' TO copyEofSwitch.
130900     PERFORM 4760-COPY-TODAYS-KEY THRU 4760-EXIT
131000         UNTIL copyInputAtEnd.
131100     CLOSE PARTDUP.
131200 4700-CLOSE-OUT.
131300     CLOSE DUPOUT.
131400 4700-EXIT.
131500     EXIT.
131600
131700 4750-CARRY-ONE-DUP.
131800     READ DUPIN INTO dupHistoryRecord
131900         AT END
132000             SET dupHistoryAtEnd TO TRUE
132100     END-READ.
132200     IF dupHistoryAtEnd
132300         GO TO 4750-EXIT
132400     END-IF.
132500     IF dupDate NUMERIC
132600         MOVE dupDate TO dateConvDate
132700         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
132800     ELSE
132900         MOVE ZEROS TO dateConvDays
133000     END-IF.
133100     IF dateConvDays < dupCutoffSerial
133200         ADD 1 TO dupAgedCount
133300         GO TO 4750-EXIT
133400     END-IF.
133500     WRITE dupOutRecord FROM dupHistoryRecord.
133600     ADD 1 TO dupCarriedCount.
133700 4750-EXIT.
133800     EXIT.
133900
134000 4760-COPY-TODAYS-KEY.
134100     READ PARTDUP INTO dupHistoryRecord
134200         AT END
134300             SET copyInputAtEnd TO TRUE
134400     END-READ.
134500     IF copyInputAtEnd
134600         GO TO 4760-EXIT
134700     END-IF.
134800     WRITE dupOutRecord FROM dupHistoryRecord.
134900 4760-EXIT.
135000     EXIT.
135100
135200*=============================================================*
135300* 5000-PRODUCE-CONSOLIDATION-RPT -- THE DAY'S TOTALS AS THE    *
135400* SERIAL RUN'S SUMMARY WOULD HAVE SHOWN THEM, THE BALANCE      *
135500* SECTION, AND THE VERDICT.                                    *
135600*=============================================================*
135700 5000-PRODUCE-CONSOLIDATION-RPT.
135800     MOVE SPACES TO reportDetailLine.
135900     MOVE 'PARTITIONS EXPECTED' TO reportFieldLabel.
136000     MOVE partitionsExpectedCount TO reportFieldValue.
136100     WRITE consRptRecord FROM reportDetailLine
136200         AFTER ADVANCING 2 LINES.
136300
136400     MOVE SPACES TO reportDetailLine.
136500     MOVE 'PARTITIONS COMPLETE' TO reportFieldLabel.
136600     MOVE partitionsCompleteCount TO reportFieldValue.
136700     WRITE consRptRecord FROM reportDetailLine
136800         AFTER ADVANCING 1 LINES.
136900
137000     MOVE SPACES TO reportDetailLine.
137100     MOVE 'DETAIL RECORDS ON FEED' TO reportFieldLabel.
137200     MOVE feedDetailsValue TO reportFieldValue.
137300     WRITE consRptRecord FROM reportDetailLine
137400         AFTER ADVANCING 1 LINES.
137500
137600     MOVE SPACES TO reportDetailLine.
137700     MOVE 'DETAILS POSTED BY PARTITIONS' TO reportFieldLabel.
137800     MOVE detailsTakenTotal TO reportFieldValue.
137900     WRITE consRptRecord FROM reportDetailLine
138000         AFTER ADVANCING 1 LINES.
138100
138200     MOVE SPACES TO reportDetailLine.
138300     MOVE 'TRANSACTION RECORDS PROCESSED' TO reportFieldLabel.
138400     MOVE processedTotal TO reportFieldValue.
138500     WRITE consRptRecord FROM reportDetailLine
138600         AFTER ADVANCING 2 LINES.
138700
138800     MOVE SPACES TO reportDetailLine.
138900     MOVE 'TRANSACTION RECORDS REJECTED' TO reportFieldLabel.
139000     MOVE rejectedTotal TO reportFieldValue.
139100     WRITE consRptRecord FROM reportDetailLine
139200         AFTER ADVANCING 1 LINES.
139300
139400     MOVE 'MYFLOAT RUNNING TOTAL' TO varianceLineLabel.
139500     MOVE floatTotal TO varianceLineValue.
139600     WRITE consRptRecord FROM varianceAmountLine
139700         AFTER ADVANCING 1 LINES.
139800
139900     MOVE SPACES TO reportDetailLine.
140000     MOVE 'PROCESSED KEYS CARRIED' TO reportFieldLabel.
140100     MOVE dupCarriedCount TO reportFieldValue.
140200     WRITE consRptRecord FROM reportDetailLine
140300         AFTER ADVANCING 1 LINES.
140400
140500     MOVE SPACES TO reportDetailLine.
140600     MOVE 'PROCESSED KEYS AGED OFF' TO reportFieldLabel.
140700     MOVE dupAgedCount TO reportFieldValue.
140800     WRITE consRptRecord FROM reportDetailLine
140900         AFTER ADVANCING 1 LINES.
140904
140908     MOVE SPACES TO reportDetailLine.
140912     MOVE 'LETTERS GENERATED' TO reportFieldLabel.
140916     MOVE routeLetterCombinedCount TO reportFieldValue.
140920     WRITE consRptRecord FROM reportDetailLine
140924         AFTER ADVANCING 2 LINES.
140928
140932     MOVE SPACES TO reportDetailLine.
140936     MOVE 'LETTERS TO MAIL HOUSE' TO reportFieldLabel.
140940     MOVE routeMailedTotal TO reportFieldValue.
140944     WRITE consRptRecord FROM reportDetailLine
140948         AFTER ADVANCING 1 LINES.
140952
140956     MOVE SPACES TO reportDetailLine.
140960     MOVE 'LETTERS SENT ELECTRONICALLY' TO reportFieldLabel.
140964     MOVE routeEmailedTotal TO reportFieldValue.
140968     WRITE consRptRecord FROM reportDetailLine
140972         AFTER ADVANCING 1 LINES.
140976
140980     MOVE SPACES TO reportDetailLine.
140984     MOVE 'LETTERS SUPPRESSED' TO reportFieldLabel.
140988     MOVE routeSuppressedTotal TO reportFieldValue.
140992     WRITE consRptRecord FROM reportDetailLine
140996         AFTER ADVANCING 1 LINES.
141000
141100     MOVE SPACES TO reportDetailLine.
141200     MOVE 'RECORDS PROCESSED PRIOR DAY' TO reportFieldLabel.
141300     MOVE priorProcessedCount TO reportFieldValue.
141400     WRITE consRptRecord FROM reportDetailLine
141500         AFTER ADVANCING 2 LINES.
141600
141700     MOVE SPACES TO reportDetailLine.
141800     MOVE 'RECORDS REJECTED PRIOR DAY' TO reportFieldLabel.
141900     MOVE priorRejectedCount TO reportFieldValue.
142000     WRITE consRptRecord FROM reportDetailLine
142100         AFTER ADVANCING 1 LINES.
142200
142300     MOVE SPACES TO reportDetailLine.
142400     MOVE 'MYFLOAT TOTAL PRIOR DAY' TO reportFieldLabel.
142500     MOVE priorFloatTotal TO reportAmountValue.
142600     WRITE consRptRecord FROM reportAmountLine
142700         AFTER ADVANCING 1 LINES.
142800
142900     MOVE 'MYFLOAT VARIANCE VS PRIOR' TO varianceLineLabel.
143000     MOVE varianceAmount TO varianceLineValue.
143100     WRITE consRptRecord FROM varianceAmountLine
143200         AFTER ADVANCING 1 LINES.
143300
143400     MOVE SPACES TO reportDetailLine.
143500     MOVE 'RECORDS PROCESSED MTD' TO reportFieldLabel.
143600     MOVE mtdProcessedCount TO reportFieldValue.
143700     WRITE consRptRecord FROM reportDetailLine
143800         AFTER ADVANCING 1 LINES.
143900
144000     MOVE SPACES TO reportDetailLine.
144100     MOVE 'RECORDS REJECTED MTD' TO reportFieldLabel.
144200     MOVE mtdRejectedCount TO reportFieldValue.
144300     WRITE consRptRecord FROM reportDetailLine
144400         AFTER ADVANCING 1 LINES.
144500
144600     MOVE SPACES TO reportDetailLine.
144700     MOVE 'MYFLOAT TOTAL MTD' TO reportFieldLabel.
144800     MOVE mtdFloatTotal TO reportAmountValue.
144900     WRITE consRptRecord FROM reportAmountLine
145000         AFTER ADVANCING 1 LINES.
145100
145200     MOVE SPACES TO reportDetailLine.
145300     IF varianceExceeded
145400         MOVE '** VARIANCE OVER TOLERANCE **'
145500             TO reportFieldLabel
145600     ELSE
145700         MOVE 'MYFLOAT VARIANCE WITHIN LIMIT'
145800             TO reportFieldLabel
145900     END-IF.
146000     WRITE consRptRecord FROM reportDetailLine
146100         AFTER ADVANCING 2 LINES.
146200
146300     MOVE SPACES TO reportDetailLine.
146400     IF consolidationRefused
146500         MOVE '** DAY NOT CONSOLIDATED **' TO reportFieldLabel
146600     ELSE
146700         MOVE 'DAY CONSOLIDATED' TO reportFieldLabel
146800     END-IF.
146900     WRITE consRptRecord FROM reportDetailLine
147000         AFTER ADVANCING 2 LINES.
147100 5000-EXIT.
147200     EXIT.
147300
147400*=============================================================*
147500* 5500-WRITE-EXTRACT-TOTALS -- THE EXTRACT'S ONE CLOSING       *
147600* TOTALS ROW, OVER EVERY PARTITION'S ROWS, IN THE DAILY RUN'S  *
147700* OWN FORMAT.  A REFUSED DAY SENDS NO EXTRACT AT ALL.          *
147800*=============================================================*
147900 5500-WRITE-EXTRACT-TOTALS.
148000     IF consolidationRefused
148100         GO TO 5500-EXIT
148200     END-IF.
148300     MOVE extractCombinedCount TO extractCountEdit.
148400     MOVE floatTotal TO extractTotalEdit.
148500     MOVE SPACES TO extractLine.
148600     STRING 'TOTALS;'          DELIMITED BY SIZE
148700            extractCountEdit   DELIMITED BY SIZE
148800            ';'                DELIMITED BY SIZE
148900            extractTotalEdit   DELIMITED BY SIZE
149000            ';'                DELIMITED BY SIZE
149100            businessDateStamp  DELIMITED BY SIZE
149200         INTO extractLine
149300     END-STRING.
149400     WRITE extrOutRecord FROM extractLine.
149500 5500-EXIT.
149600     EXIT.
149700
149800*=============================================================*
149900* 5600-WRITE-EXTRACT-CONTROL -- COPY THE EXTRACT-CONTROL       *
150000* HISTORY FORWARD AND, FOR A CONSOLIDATED DAY ONLY, APPEND     *
150100* TODAY'S SEND STILL OPEN -- THE DAILY RUN'S RULE.             *
150200*=============================================================*
150300 5600-WRITE-EXTRACT-CONTROL.
150400     OPEN OUTPUT EXTCTLOUT.
150500     IF fileStatusExtctlout NOT = '00'
150600         DISPLAY 'DAYCONSL - UNABLE TO OPEN EXTCTLOUT, STATUS='
150700             fileStatusExtctlout
150800         GO TO 9900-ABEND
150900     END-IF.
151000     OPEN INPUT EXTCTLIN.
151100     IF fileStatusExtctlin = '00'
151200         PERFORM 5650-COPY-EXTRACT-CONTROL THRU 5650-EXIT
151300             UNTIL extractControlAtEnd
151400     END-IF.
151500     IF fileStatusExtctlin = '00' OR fileStatusExtctlin = '05'
151600         OR fileStatusExtctlin = '10'
151700         CLOSE EXTCTLIN
151800     END-IF.
151900     IF consolidationRefused
152000         DISPLAY 'DAYCONSL - DAY NOT CONSOLIDATED, EXTRACT '
152100             'CONTROL NOT STAMPED FOR TODAY'
152200         GO TO 5600-CLOSE-OUT
152300     END-IF.
152400     MOVE SPACES TO extractControlRecord.
152500     MOVE businessDateStamp    TO extCtlDate.
152600     MOVE extractCombinedCount TO extCtlRows.
152700     MOVE floatTotal           TO extCtlFloat.
152800     SET extCtlOpen TO TRUE.
152900     WRITE extCtlOutRecord FROM extractControlRecord.
153000 5600-CLOSE-OUT.
153100     CLOSE EXTCTLOUT.
153200 5600-EXIT.
153300     EXIT.
153400
153500 5650-COPY-EXTRACT-CONTROL.
153600     READ EXTCTLIN INTO extractControlRecord
153700         AT END
153800             SET extractControlAtEnd TO TRUE
153900     END-READ.
154000     IF extractControlAtEnd
154100         GO TO 5650-EXIT
154200     END-IF.
154300     WRITE extCtlOutRecord FROM extractControlRecord.
154400 5650-EXIT.
154500     EXIT.
154600
154700*=============================================================*
154800* 7100-CONVERT-DATE-TO-DAYS -- YYYYMMDD TO A TRUE DAY SERIAL.  *
154900* JANUARY AND FEBRUARY COUNT LEAP DAYS AGAINST THE PRIOR YEAR  *
155000* SO THE DIFFERENCE OF TWO SERIALS IS AN EXACT AGE IN DAYS.    *
155100*=============================================================*
155200 7100-CONVERT-DATE-TO-DAYS.
155300     MOVE dateConvYear TO leapYearWork.
155400     IF dateConvMonth < 3
155500         SUBTRACT 1 FROM leapYearWork
155600     END-IF.
155700     DIVIDE leapYearWork BY 4 GIVING leapQuarters.
155800     DIVIDE leapYearWork BY 100 GIVING leapCenturies.
155900     DIVIDE leapYearWork BY 400 GIVING leapQuadCenturies.
156000     COMPUTE dateConvDays = (dateConvYear * 365)
156100         + leapQuarters - leapCenturies + leapQuadCenturies
156200         + monthCumDays (dateConvMonth) + dateConvDay.
156300 7100-EXIT.
156400     EXIT.
156500
156600*=============================================================*
156700* 9000-TERMINATE -- CLOSE DOWN, COMPLETE THE DATE ON RUN       *
156800* CONTROL ONLY IF IT CONSOLIDATED, AND SET THE RETURN CODE THE *
156900* DAILY RUN ITSELF WOULD HAVE SET SO DOWNSTREAM COND= TESTS    *
157000* DO NOT CHANGE.                                               *
157100*=============================================================*
157200 9000-TERMINATE.
157220     IF NOT consolidationRefused
157240         PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT
157260     END-IF.
157280     CLOSE CHAINOUT.
157300     CLOSE AUDITOUT.
157400     CLOSE REJFILE.
157500     CLOSE EXTROUT.
157600     CLOSE LETTERS.
157650     CLOSE LTRROUTE.
157700     CLOSE PENDOUT.
157800     CLOSE CONSRPT.
157900     IF NOT consolidationRefused
158000         ACCEPT currentTimeStamp FROM TIME
158100         MOVE SPACES TO runControlRecord
158200         MOVE businessDateStamp TO runCtlDate
158300         SET runCtlCompleted TO TRUE
158400         MOVE currentTimeStamp TO runCtlTimeStamp
158500         WRITE runCtlOutRecord FROM runControlRecord
158600     ELSE
158700         DISPLAY 'DAYCONSL - BUSINESS DATE LEFT OPEN ON RUN '
158800             'CONTROL, RERUN THE FAILED PARTITION AND THEN THIS '
158900             'STEP IN RESTART MODE'
159000     END-IF.
159100     CLOSE RUNCTLOUT.
159200     IF consolidationRefused
159300         MOVE 12 TO RETURN-CODE
159400     ELSE
159500         IF rejectedTotal > 0
159600             MOVE 8 TO RETURN-CODE
159700         ELSE
159800             MOVE 0 TO RETURN-CODE
159900         END-IF
160000     END-IF.
160100     DISPLAY 'DAYCONSL - RUN COMPLETE, RETURN-CODE = '
160200         RETURN-CODE.
160300 9000-EXIT.
160400     EXIT.
160500
160902*-------------------------------------------------------------*
160904* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE COMBINED DAY WITH ITS     *
160906* SEAL: THE RECORD COUNT UNDER IT, CHAINED LIKE ANY OTHER      *
160908* RECORD, THEN RECORD THE SEAL'S VALUE ON THE CHAIN-CONTROL    *
160910* HISTORY FOR THE NEXT RUN TO CHAIN FROM.                      *
160912*-------------------------------------------------------------*
160914 9050-SEAL-AUDIT-TRAIL.
160916     ACCEPT currentTimeStamp FROM TIME.
160918     MOVE SPACES TO auditRecord.
160920     MOVE businessDateStamp    TO auditDateStamp.
160922     MOVE currentTimeStamp     TO auditTimeStamp.
160924     MOVE 'SEAL'               TO auditSourceTag.
160926     MOVE auditCombinedCount   TO auditCounter.
160928     MOVE ZEROS                TO auditCustomer.
160930     MOVE ZEROS                TO auditInt.
160932     MOVE ZEROS                TO auditFloat.
160934     MOVE ZEROS                TO auditResult.
160936     SET auditSealRecord TO TRUE.
160938     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
160940         chainRunningValue, auditRecord,
160942         chainCoveredLength, chainNewValue.
160944     MOVE chainNewValue TO auditChainValue.
160946     MOVE chainNewValue TO chainRunningValue.
160948     WRITE auditOutRecord FROM auditRecord.
160950     MOVE SPACES TO chainControlRecord.
160952     SET chainCtlAuditTrail TO TRUE.
160954     MOVE businessDateStamp    TO chainCtlDate.
160956     MOVE currentTimeStamp     TO chainCtlTimeStamp.
160958     MOVE auditCombinedCount   TO chainCtlRecords.
160960     MOVE chainRunningValue    TO chainCtlValue.
160962     WRITE chainCtlOutRecord FROM chainControlRecord.
160964 9050-EXIT.
160966     EXIT.
160968
160974*=============================================================*
160980* 9900-ABEND -- FATAL SETUP FAILURE OR A REFUSED DATE.  THE    *
160986* DATE IS NOT COMPLETED ON RUN CONTROL.                        *
160992*=============================================================*
161000 9900-ABEND.
161100     MOVE 16 TO RETURN-CODE.
161200     DISPLAY 'DAYCONSL - ABEND CONDITION, RETURN-CODE = 16'.
161300     STOP RUN.
