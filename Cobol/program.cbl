002163*                  BALANCE RUN NO LONGER STAMPS ITS EXTRACT-  *
002164*                  CONTROL RECORD, SO THE RERUN'S ACK IS NOT  *
002166*                  MISMATCHED AGAINST A STALE ONE.            *
002167* 10/14/2026 TB    A TRANSACTION WHOSE myComputedResult       *
002168*                  PASSES THE HIGH-VALUE LIMIT NO LONGER      *
002169*                  POSTS.  IT IS HELD ON THE NEW PENDOUT      *
002170*                  APPROVAL QUEUE WITH A HELD-TAGGED AUDIT    *
002171*                  RECORD AND NEVER REACHES THE FLOAT TOTAL,  *
002172*                  THE BALANCE FILE, THE EXTRACT, OR THE      *
002173*                  LETTERS.  IT POSTS ONLY WHEN IT COMES      *
002174*                  BACK ON THE APPROVED FEED AND ITS ENTRY    *
002175*                  IS FOUND ON THE APPROVAL REGISTER          *
002176*                  (APRVIN) WITH A NAMED APPROVER; THE        *
002177*                  SUMMARY REPORT LISTS EVERY SUCH RELEASE    *
002178*                  AND WHO SIGNED FOR IT.                     *
002179* 10/14/2026 TB    NEGOTIATED RATES.  THE CALCULATION CALL    *
002180*                  NOW PASSES THE CUSTOMER NUMBER AND GETS    *
002181*                  BACK THE PRICING BASIS -- T TABLE, O       *
002182*                  CUSTOMER OVERRIDE, F FLOOR, C CAP --       *
002183*                  WHICH RIDES THE AUDIT RECORD (NOW 53       *
002184*                  BYTES), CLOSES EACH EXTRACT ROW, AND IS    *
002185*                  COUNTED ON THE SUMMARY REPORT.             *
002188* 10/14/2026 TB    PARTITIONED RUN.  AN OPTIONAL SECOND       *
002191*                  SYSIN CARD ('PART' AND A PARTITION         *
002194*                  NUMBER) RUNS THE JOB AS ONE PARTITION OF   *
002195*                  THE DAY.  THE PARTITION STILL READS AND    *
002196*                  BALANCES THE WHOLE MERGED FEED BUT POSTS   *
002197*                  ONLY THE BRANCHES THE BRANCH REGISTRY      *
002198*                  ASSIGNS TO IT; UNASSIGNED, UNREGISTERED,   *
002199*                  AND UNSTAMPED ITEMS BELONG TO PARTITION    *
002200*                  01, WHICH ALSO WRITES THE LOOP RECORDS.    *
002201*                  A PARTITION POSTS ONLY ITS OWN BRANCH      *
002202*                  BALANCE ROWS AND TODAY'S PROCESSED KEYS,   *
002203*                  WRITES NO EXTRACT TOTALS ROW AND NO        *
002204*                  EXTRACT CONTROL, KEEPS ITS OWN RUN         *
002205*                  CONTROL, AND ENDS BY WRITING A PARTCTL     *
002206*                  RECORD FOR THE NEW CONSOLIDATION RUN.      *
002207*                  WITHOUT THE CARD THE RUN IS UNCHANGED.     *
002208* 10/14/2026 TB    TAMPER-EVIDENT AUDIT TRAIL.  EVERY AUDIT   *
002209*                  RECORD NOW GOES OUT THROUGH ONE PARAGRAPH  *
002210*                  THAT CHAINS IT TO THE RECORD BEFORE        *
002211*                  (MODULE AUDIT-CHAIN-VALUE), STARTING FROM  *
002212*                  THE LAST VALUE ON THE CHAIN-CONTROL        *
002213*                  HISTORY (CHAININ, CARRIED TO CHAINOUT),    *
002214*                  AND THE RUN ENDS ITS TRAIL WITH A SEAL     *
002215*                  RECORD AND A NEW CHAIN-CONTROL ROW.  A     *
002216*                  PARTITION RUN LEAVES ITS RECORDS           *
002217*                  UNCHAINED AND UNSEALED; THE CONSOLIDATION  *
002218*                  RUN CHAINS AND SEALS THE COMBINED DAY.     *
002219* 10/15/2026 TB    EVERY LETTER IS NOW ROUTED FROM THE        *
002220*                  CUSTOMER'S MAILING-ADDRESS RECORD          *
002221*                  (CUSTADDR, KEPT BY CUSTOMER MAINTENANCE).  *
002222*                  ALONGSIDE ITS PAGE ON LETTERS EACH LETTER  *
002223*                  GOES TO THE NEW LTRROUTE FILE, AN ADDRESS  *
002224*                  RECORD THEN ITS LINES, MARKED FOR THE      *
002225*                  MAIL HOUSE, FOR ELECTRONIC DELIVERY WHEN   *
002226*                  THE CUSTOMER CHOSE E-MAIL AND HAS AN       *
002227*                  ADDRESS ON FILE, OR SUPPRESSED WHEN THE    *
002228*                  CUSTOMER OPTED OUT, THE ADDRESS IS         *
002229*                  FLAGGED UNDELIVERABLE, OR THERE IS NO      *
002230*                  COMPLETE ADDRESS.  THE MAIL-HOUSE RUN      *
002231*                  SPLITS AND SORTS IT.  THE SUMMARY REPORT   *
002232*                  RECONCILES LETTERS GENERATED AGAINST       *
002233*                  MAILED, ELECTRONIC, AND SUPPRESSED.  A     *
002234*                  PARTITION WRITES ITS OWN LTRROUTE FOR THE  *
002235*                  CONSOLIDATION RUN TO COMBINE.              *
002236* 10/15/2026 TB    IN A PARTITIONED RUN ONLY PARTITION 01     *
002237*                  OPENS CUSTMST FOR UPDATE; EVERY OTHER      *
002238*                  PARTITION OPENS IT INPUT.  PARTITION 01    *
002239*                  ALONE SENDS THE REA REACTIVATION LETTER    *
002240*                  AND CLEARS THE FLAG, SO THE MASTER HAS     *
002241*                  ONE UPDATER AND A CUSTOMER WITH ITEMS IN   *
002242*                  SEVERAL PARTITIONS GETS ONE LETTER.  A     *
002243*                  REACTIVATED CUSTOMER WITH NO ITEM IN       *
002244*                  PARTITION 01 GETS THE ORDINARY LETTER AND  *
002245*                  KEEPS THE FLAG FOR A LATER DAY.            *
002246*-----------------------------------------------------------*
002247
002248 ENVIRONMENT DIVISION.
002249 CONFIGURATION SECTION.
002250 SPECIAL-NAMES.
002300     C01 IS TO-NEW-PAGE.
002350
003550     SELECT LETTERS  ASSIGN TO LETTERS
003600         ORGANIZATION IS SEQUENTIAL
003650         FILE STATUS IS fileStatusLetters.
003662     SELECT LTRROUTE ASSIGN TO LTRROUTE
003674         ORGANIZATION IS SEQUENTIAL
003686         FILE STATUS IS fileStatusLtrroute.
003700     SELECT CUSTMST  ASSIGN TO CUSTMST
003750         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003850         RECORD KEY IS custNumber
003900         FILE STATUS IS fileStatusCustmst.
003908     SELECT OPTIONAL CUSTADDR ASSIGN TO CUSTADDR
003916         ORGANIZATION IS INDEXED
003924         ACCESS MODE IS RANDOM
003932         RECORD KEY IS addrCustNumber
003940         FILE STATUS IS fileStatusCustaddr.
003950     SELECT OPTIONAL BALIN ASSIGN TO BALIN
004000         ORGANIZATION IS SEQUENTIAL
004050         FILE STATUS IS fileStatusBalin.
004306     SELECT EXTCTLOUT ASSIGN TO EXTCTLOUT
004307         ORGANIZATION IS SEQUENTIAL
004308         FILE STATUS IS fileStatusExtctlout.
004312     SELECT PENDOUT  ASSIGN TO PENDOUT
004316         ORGANIZATION IS SEQUENTIAL
004320         FILE STATUS IS fileStatusPendout.
004324     SELECT OPTIONAL APRVIN ASSIGN TO APRVIN
004328         ORGANIZATION IS SEQUENTIAL
004332         FILE STATUS IS fileStatusAprvin.
004334     SELECT BRANCHMF ASSIGN TO BRANCHMF
004336         ORGANIZATION IS SEQUENTIAL
004338         FILE STATUS IS fileStatusBranchmf.
004339     SELECT PARTCTL  ASSIGN TO PARTCTL
004340         ORGANIZATION IS SEQUENTIAL
004341         FILE STATUS IS fileStatusPartctl.
004342     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
004343         ORGANIZATION IS SEQUENTIAL
004344         FILE STATUS IS fileStatusChainin.
004345     SELECT CHAINOUT ASSIGN TO CHAINOUT
004346         ORGANIZATION IS SEQUENTIAL
004347         FILE STATUS IS fileStatusChainout.
004348
004349 DATA DIVISION.
004350 FILE SECTION.
004400 FD  TRANIN
004450     RECORDING MODE IS F
005900 FD  AUDITOUT
005950     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD
006050     RECORD CONTAINS 64 CHARACTERS.
006100 01  auditOutRecord            PIC X(64).
006150
006200 FD  PARMFILE
006250     RECORDING MODE IS F
007068     LABEL RECORDS ARE STANDARD
007069     RECORD CONTAINS 32 CHARACTERS.
007071 01  extCtlOutRecord           PIC X(32).
007073 FD  PENDOUT
007075     RECORDING MODE IS F
007077     LABEL RECORDS ARE STANDARD
007079     RECORD CONTAINS 60 CHARACTERS.
007081 01  pendOutRecord             PIC X(60).
007083
007085 FD  APRVIN
007087     RECORDING MODE IS F
007089     LABEL RECORDS ARE STANDARD
007091     RECORD CONTAINS 60 CHARACTERS.
007093 01  aprvInRecord              PIC X(60).
007096
007099 FD  BRANCHMF
007102     RECORDING MODE IS F
007105     LABEL RECORDS ARE STANDARD
007108     RECORD CONTAINS 24 CHARACTERS.
007111 01  branchMfRecord            PIC X(24).
007114
007117 FD  PARTCTL
007120     RECORDING MODE IS F
007123     LABEL RECORDS ARE STANDARD
007126     RECORD CONTAINS 100 CHARACTERS.
007129 01  partCtlOutRecord          PIC X(100).
007130
007131 FD  CHAININ
007132     RECORDING MODE IS F
007133     LABEL RECORDS ARE STANDARD
007134     RECORD CONTAINS 40 CHARACTERS.
007135 01  chainCtlInRecord          PIC X(40).
007136
007137 FD  CHAINOUT
007138     RECORDING MODE IS F
007139     LABEL RECORDS ARE STANDARD
007140     RECORD CONTAINS 40 CHARACTERS.
007141 01  chainCtlOutRecord         PIC X(40).
007144
007147 FD  LETTERS
007150     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007250     RECORD CONTAINS 132 CHARACTERS.
007300 01  lettersRecord             PIC X(132).
007304
007308 FD  LTRROUTE
007316     RECORDING MODE IS F
007324     LABEL RECORDS ARE STANDARD
007332     RECORD CONTAINS 180 CHARACTERS.
007340 01  ltrRouteRecord            PIC X(180).
007350
007400*-----------------------------------------------------------*
007450* THE CUSTOMER MASTER RECORD LIVES UNDER ITS FD BECAUSE THE  *
007600 FD  CUSTMST
007650     RECORD CONTAINS 60 CHARACTERS.
007700     COPY CUSTREC.
007706
007712 FD  CUSTADDR
007724     RECORD CONTAINS 160 CHARACTERS.
007736     COPY ADDRREC.
007750
007800 WORKING-STORAGE SECTION.
007850*-----------------------------------------------------------*
008660     COPY DUPREC.
008670     COPY LTRTMPL.
008680     COPY EXTCTL.
008686     COPY PENDREC.
008692     COPY APRVREC.
008694     COPY BRANCHRC.
008696     COPY PARTCTL.
008698     COPY CHAINCTL.
008699     COPY LTRRTREC.
008700
008750 01  myCounter                 PIC 9(4) VALUE ZEROS.
008800
009436     05  fileStatusLtrtmpl     PIC X(02) VALUE SPACES.
009438     05  fileStatusExtctlin    PIC X(02) VALUE SPACES.
009440     05  fileStatusExtctlout   PIC X(02) VALUE SPACES.
009441     05  fileStatusPendout     PIC X(02) VALUE SPACES.
009442     05  fileStatusAprvin      PIC X(02) VALUE SPACES.
009443     05  fileStatusBranchmf    PIC X(02) VALUE SPACES.
009444     05  fileStatusPartctl     PIC X(02) VALUE SPACES.
009445     05  fileStatusChainin     PIC X(02) VALUE SPACES.
009446     05  fileStatusChainout    PIC X(02) VALUE SPACES.
009447     05  fileStatusLtrroute    PIC X(02) VALUE SPACES.
009448     05  fileStatusCustaddr    PIC X(02) VALUE SPACES.
009450
009500 01  programSwitches.
009550     05  transactionEofSwitch  PIC X(01) VALUE 'N'.
010991         88  reactLetterDue              VALUE 'Y'.
010992     05  letterFirstSwitch     PIC X(01) VALUE 'N'.
010994         88  letterFirstLine             VALUE 'Y'.
011001     05  holdForApprovalSwitch PIC X(01) VALUE 'N'.
011008         88  itemHeldForApproval         VALUE 'Y'.
011015     05  approvalFoundSwitch   PIC X(01) VALUE 'N'.
011022         88  approvalOnFile              VALUE 'Y'.
011029     05  aprvEofSwitch         PIC X(01) VALUE 'N'.
011036         88  approvalRegisterAtEnd       VALUE 'Y'.
011037     05  partitionModeSwitch   PIC X(01) VALUE 'N'.
011038         88  partitionRun                VALUE 'Y'.
011039     05  branchRegEofSwitch    PIC X(01) VALUE 'N'.
011040         88  branchRegistryAtEnd         VALUE 'Y'.
011041     05  itemOwnedSwitch       PIC X(01) VALUE 'Y'.
011042         88  itemInPartition             VALUE 'Y'.
011043     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
011044         88  chainControlAtEnd           VALUE 'Y'.
011045     05  addrFileSwitch        PIC X(01) VALUE 'N'.
011046         88  addressFileOpen             VALUE 'Y'.
011047     05  addrFoundSwitch       PIC X(01) VALUE 'N'.
011048         88  addressOnFile               VALUE 'Y'.
011049
011050 01  runParameters.
011100     05  defaultString         PIC X(12) VALUE 'Hello'.
011150     05  defaultInt            PIC 9(02) VALUE 42.
012060 77  businessDateStamp         PIC 9(08) VALUE ZEROS.
012100 77  generatedMessage          PIC X(60) VALUE SPACES.
012150 77  functionCallStatus        PIC X(01) VALUE SPACE.
012155 77  pricingBasis              PIC X(01) VALUE SPACE.
012160     88  pricedByTable                  VALUE 'T'.
012165     88  pricedByOverride               VALUE 'O'.
012170     88  pricedAtFloor                  VALUE 'F'.
012175     88  pricedAtCap                    VALUE 'C'.
012180 77  pricedByTableCount        PIC 9(06) VALUE ZEROS COMP.
012185 77  pricedByOverrideCount     PIC 9(06) VALUE ZEROS COMP.
012190 77  pricedAtFloorCount        PIC 9(06) VALUE ZEROS COMP.
012195 77  pricedAtCapCount          PIC 9(06) VALUE ZEROS COMP.
012200 77  greetingTextLength        PIC 9(02) VALUE ZEROS.
012250 77  customerNameLength        PIC 9(02) VALUE ZEROS.
012300 77  detailRecordsReadCount    PIC 9(06) VALUE ZEROS COMP.
014106 77  letterTypeSlot            PIC 9(02) VALUE ZEROS COMP.
014107
014108 77  lettersPrintedCount       PIC 9(06) VALUE ZEROS COMP.
014109 77  lettersMailedCount        PIC 9(06) VALUE ZEROS COMP.
014110 77  lettersEmailedCount       PIC 9(06) VALUE ZEROS COMP.
014111 77  lettersSuppressedCount    PIC 9(06) VALUE ZEROS COMP.
014112 77  lettersRoutedTotal        PIC 9(06) VALUE ZEROS COMP.
014113 77  suppressedOptOutCount     PIC 9(06) VALUE ZEROS COMP.
014114 77  suppressedUndelivCount    PIC 9(06) VALUE ZEROS COMP.
014115 77  suppressedNoAddrCount     PIC 9(06) VALUE ZEROS COMP.
014116 77  mailedNoEmailCount        PIC 9(06) VALUE ZEROS COMP.
014117 77  routeLineAdvance          PIC X(01) VALUE SPACE.
014118 77  routeLineText             PIC X(132) VALUE SPACES.
014119 77  extractRowsWritten        PIC 9(06) VALUE ZEROS COMP.
014120 77  messageTextLength         PIC 9(02) VALUE ZEROS.
014130
014140*-----------------------------------------------------------*
014778         10  sourceStatsProcessed PIC 9(06).
014780         10  sourceStatsRejected  PIC 9(06).
014781         10  sourceStatsDuplicates PIC 9(06).
014782         10  sourceStatsHeld      PIC 9(06).
014783         10  sourceStatsFloat     PIC S9(06)V9(02).
014784
014785 01  sourceStatsLine.
014800     05  FILLER                PIC X(09) VALUE 'REJECTED '.
014802     05  sourceLineRejected    PIC Z(05)9.
014803     05  FILLER                PIC X(03) VALUE SPACES.
014804     05  FILLER                PIC X(11) VALUE 'DUPLICATES '.
014805     05  sourceLineDuplicates  PIC Z(05)9.
014806     05  FILLER                PIC X(03) VALUE SPACES.
014807     05  FILLER                PIC X(05) VALUE 'HELD '.
014808     05  sourceLineHeld        PIC Z(05)9.
014809     05  FILLER                PIC X(46) VALUE SPACES.
014810
014811 77  sourceStatsCount          PIC 9(02) VALUE ZEROS COMP.
014812 77  sourceStatsIndex          PIC 9(02) VALUE ZEROS COMP.
014885         '000031059090120151181212243273304334'.
014886 01  monthCumulativeTable REDEFINES monthCumulativeDays.
014887     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
014888*-----------------------------------------------------------*
014889* HIGH-VALUE APPROVAL REGISTER -- EVERY SUPERVISOR APPROVAL *
014890* THE APPROVAL RUN RELEASED FOR THIS CYCLE.  AN ENTRY IS    *
014891* MARKED USED THE MOMENT IT RELEASES AN ITEM SO ONE         *
014892* SIGNATURE CAN NEVER COVER TWO POSTINGS, AND THE USED      *
014893* ENTRIES DRIVE THE RELEASE LISTING ON THE SUMMARY REPORT.  *
014894*-----------------------------------------------------------*
014895 01  approvalTable.
014896     05  approvalEntry OCCURS 500 TIMES.
014897         10  aprvTabKey        PIC 9(06).
014898         10  aprvTabCustomer   PIC 9(06).
014899         10  aprvTabBranch     PIC X(03).
014900         10  aprvTabFloat      PIC 9(02)V9(02).
014901         10  aprvTabResult     PIC 9(06)V9(02).
014902         10  aprvTabApprover   PIC X(08).
014903         10  aprvTabUsedSwitch PIC X(01).
014904             88  aprvTabUsed           VALUE 'Y'.
014905         10  aprvTabPosted     PIC 9(06)V9(02).
014906
014907 01  releaseDetailLine.
014908     05  FILLER                PIC X(05) VALUE SPACES.
014909     05  FILLER                PIC X(04) VALUE 'KEY '.
014910     05  releaseLineKey        PIC 9(06).
014911     05  FILLER                PIC X(03) VALUE SPACES.
014912     05  FILLER                PIC X(07) VALUE 'BRANCH '.
014913     05  releaseLineBranch     PIC X(03).
014914     05  FILLER                PIC X(03) VALUE SPACES.
014915     05  FILLER                PIC X(07) VALUE 'RESULT '.
014916     05  releaseLineResult     PIC ZZZZZ9.99.
014917     05  FILLER                PIC X(03) VALUE SPACES.
014918     05  FILLER                PIC X(12) VALUE 'APPROVED BY '.
014919     05  releaseLineApprover   PIC X(08).
014920     05  FILLER                PIC X(62) VALUE SPACES.
014921
014922 77  approvalCount             PIC 9(04) VALUE ZEROS COMP.
014923 77  approvalIndex             PIC 9(04) VALUE ZEROS COMP.
014924 77  approvalSlot              PIC 9(04) VALUE ZEROS COMP.
014925 77  recordsHeldCount          PIC 9(06) VALUE ZEROS COMP.
014926 77  releasedOnApprovalCount   PIC 9(06) VALUE ZEROS COMP.
014927*-----------------------------------------------------------*
014928* PARTITION CARD -- THE OPTIONAL SECOND SYSIN CARD THAT RUNS *
014929* THIS JOB AS ONE PARTITION OF THE DAY, AND THE BRANCH       *
014930* REGISTRY'S BRANCH-TO-PARTITION ASSIGNMENTS HELD FOR THE    *
014931* OWNERSHIP TEST.  THE OUTPUT TALLIES RIDE THE PARTITION'S   *
014932* CONTROL RECORD SO THE CONSOLIDATION RUN CAN PROVE EVERY    *
014933* FILE IT IS HANDED.                                         *
014934*-----------------------------------------------------------*
014935 01  partitionCard.
014936     05  partCardTag           PIC X(04).
014937         88  partCardPresent          VALUE 'PART'.
014938     05  partCardNumber        PIC X(02).
014939     05  partCardNumberNum REDEFINES partCardNumber
014940                               PIC 9(02).
014941     05  FILLER                PIC X(74).
014942
014943 01  partitionBranchTable.
014944     05  partBranchEntry OCCURS 50 TIMES.
014945         10  partBrTabId       PIC X(03).
014946         10  partBrTabGroup    PIC 9(02).
014947
014948 77  partitionNumber           PIC 9(02) VALUE ZEROS.
014949 77  itemPartition             PIC 9(02) VALUE ZEROS.
014950 77  partBranchCount           PIC 9(02) VALUE ZEROS COMP.
014951 77  partBranchIndex           PIC 9(02) VALUE ZEROS COMP.
014952 77  partBranchSlot            PIC 9(02) VALUE ZEROS COMP.
014953 77  detailsTakenCount         PIC 9(06) VALUE ZEROS COMP.
014954 77  detailsPassedCount        PIC 9(06) VALUE ZEROS COMP.
014955 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
014956 77  rejectRecordsWritten      PIC 9(06) VALUE ZEROS COMP.
014957 77  letterLinesWritten        PIC 9(06) VALUE ZEROS COMP.
014958 77  balanceRowsWritten        PIC 9(02) VALUE ZEROS COMP.
014959 77  dupRollStartIndex         PIC 9(04) VALUE ZEROS COMP.
014964 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
014969 77  chainNewValue             PIC 9(10) VALUE ZEROS.
014974 77  chainCoveredLength        PIC 9(04) VALUE 54 COMP.
014979
014984 PROCEDURE DIVISION.
014989*=============================================================*
014994* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
015000*=============================================================*
015050 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015810     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
015850     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
015900     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
015925     PERFORM 1250-LOAD-PARTITION-BRANCHES THRU 1250-EXIT.
015950     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT.
015960     PERFORM 1400-READ-FEED-HEADER THRU 1400-EXIT.
015970     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
015980     PERFORM 1600-LOAD-DUP-HISTORY THRU 1600-EXIT.
015990     PERFORM 1700-LOAD-TEMPLATES THRU 1700-EXIT.
015995     PERFORM 1800-LOAD-APPROVALS THRU 1800-EXIT.
015997     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
016000     MOVE ZEROS TO myCounter.
016050 1000-EXIT.
016100     EXIT.
017250             MOVE parmVarianceTol TO varianceToleranceAlpha
017300             MOVE varianceToleranceNum TO varianceTolerance
017350         END-IF
017353         MOVE SPACES TO partitionCard
017356         READ PARMFILE INTO partitionCard
017359             AT END
017362                 MOVE SPACES TO partitionCard
017365         END-READ
017368         IF partCardPresent AND partCardNumber NUMERIC
017371             AND partCardNumberNum > ZEROS
017374             SET partitionRun TO TRUE
017377             MOVE partCardNumberNum TO partitionNumber
017380             DISPLAY 'HELLOWORLD - RUNNING AS PARTITION '
017383                 partitionNumber
017391         END-IF
017400     ELSE
017450         DISPLAY 'HELLOWORLD - NO SYSIN CONTROL CARD, USING '
017500             'COMPILED-IN DEFAULTS'
019650             fileStatusLetters
019700         GO TO 9900-ABEND
019750     END-IF.
019757     OPEN OUTPUT LTRROUTE.
019764     IF fileStatusLtrroute NOT = '00'
019771         DISPLAY 'HELLOWORLD - UNABLE TO OPEN LTRROUTE, STATUS='
019778             fileStatusLtrroute
019785         GO TO 9900-ABEND
019792     END-IF.
019799*    ONE UPDATER ON THE MASTER: A PARTITION OTHER THAN 01 ONLY
019806*    EVER READS IT.
019813     IF partitionRun AND partitionNumber NOT = 1
019820         OPEN INPUT CUSTMST
019827     ELSE
019834         OPEN I-O CUSTMST
019841     END-IF.
019850     IF fileStatusCustmst NOT = '00'
019900         DISPLAY 'HELLOWORLD - UNABLE TO OPEN CUSTMST, STATUS='
019950             fileStatusCustmst
020000         GO TO 9900-ABEND
020003     END-IF.
020006*    NO MAILING-ADDRESS FILE YET IS NOT FATAL, BUT EVERY LETTER
020009*    IS THEN SUPPRESSED FOR WANT OF AN ADDRESS.
020012     OPEN INPUT CUSTADDR.
020015     IF fileStatusCustaddr = '00' OR fileStatusCustaddr = '05'
020018         SET addressFileOpen TO TRUE
020021     ELSE
020024         DISPLAY 'HELLOWORLD - UNABLE TO OPEN CUSTADDR, STATUS='
020027             fileStatusCustaddr
020030         GO TO 9900-ABEND
020033     END-IF.
020036     IF fileStatusCustaddr = '05'
020039         DISPLAY 'HELLOWORLD - NO MAILING-ADDRESS FILE, LETTERS '
020042             'WILL BE SUPPRESSED'
020050     END-IF.
020052     OPEN OUTPUT RUNCTLOUT.
020054     IF fileStatusRunctlout NOT = '00'
020070             'STATUS=' fileStatusExtrout
020072         GO TO 9900-ABEND
020074     END-IF.
020077     OPEN OUTPUT PENDOUT.
020080     IF fileStatusPendout NOT = '00'
020083         DISPLAY 'HELLOWORLD - UNABLE TO OPEN PENDOUT, '
020086             'STATUS=' fileStatusPendout
020089         GO TO 9900-ABEND
020092     END-IF.
020100 1200-EXIT.
020150     EXIT.
020151
020152*-------------------------------------------------------------*
020153* 1250-LOAD-PARTITION-BRANCHES -- A PARTITION RUN PULLS THE    *
020154* BRANCH REGISTRY INTO STORAGE TO KNOW WHICH BRANCHES ARE ITS  *
020155* OWN.  A REGISTRY TOO BIG FOR THE TABLE STOPS THE RUN: A      *
020156* DROPPED ENTRY WOULD LOOK UNASSIGNED AND POST IN PARTITION 01 *
020157* AS WELL AS ITS OWN.                                          *
020158*-------------------------------------------------------------*
020159 1250-LOAD-PARTITION-BRANCHES.
020160     IF NOT partitionRun
020161         GO TO 1250-EXIT
020162     END-IF.
020163     OPEN INPUT BRANCHMF.
020164     IF fileStatusBranchmf NOT = '00'
020165         DISPLAY 'HELLOWORLD - UNABLE TO OPEN BRANCHMF, STATUS='
020166             fileStatusBranchmf
020167         GO TO 9900-ABEND
020168     END-IF.
020169     PERFORM 1260-READ-NEXT-BRANCH THRU 1260-EXIT
020170         UNTIL branchRegistryAtEnd.
020171     CLOSE BRANCHMF.
020172 1250-EXIT.
020173     EXIT.
020174
020175 1260-READ-NEXT-BRANCH.
020176     READ BRANCHMF INTO branchRegistryRecord
020177         AT END
020178             SET branchRegistryAtEnd TO TRUE
020179     END-READ.
020180     IF branchRegistryAtEnd
020181         GO TO 1260-EXIT
020182     END-IF.
020183     IF partBranchCount NOT < 50
020184         DISPLAY 'HELLOWORLD - BRANCH REGISTRY EXCEEDS 50 '
020185             'ENTRIES, PARTITION RUN STOPPED'
020186         GO TO 9900-ABEND
020187     END-IF.
020188     ADD 1 TO partBranchCount.
020189     MOVE branchRegId TO partBrTabId (partBranchCount).
020190     IF branchRegPartition NUMERIC
020191         MOVE branchRegPartNum TO partBrTabGroup (partBranchCount)
020192     ELSE
020193         MOVE ZEROS TO partBrTabGroup (partBranchCount)
020194     END-IF.
020195 1260-EXIT.
020197     EXIT.
020200
020250 1300-READ-CHECKPOINT.
020300     MOVE ZEROS TO priorCheckpointLastKey.
022404     END-IF.
022406 1750-EXIT.
022408     EXIT.
022409*-------------------------------------------------------------*
022410* 1800-LOAD-APPROVALS -- PULL THE APPROVAL REGISTER LEFT BY   *
022411* THE APPROVAL RUN INTO STORAGE.  A RUN WITHOUT ONE SIMPLY    *
022412* RELEASES NOTHING: EVERY ITEM OVER THE LIMIT HOLDS AGAIN.    *
022413*-------------------------------------------------------------*
022414 1800-LOAD-APPROVALS.
022415     OPEN INPUT APRVIN.
022416     IF fileStatusAprvin = '00'
022417         PERFORM 1850-READ-NEXT-APPROVAL THRU 1850-EXIT
022418             UNTIL approvalRegisterAtEnd
022419     ELSE
022420         DISPLAY 'HELLOWORLD - NO APPROVAL REGISTER, NO HIGH-'
022421             'VALUE ITEM WILL BE RELEASED'
022422     END-IF.
022423     IF fileStatusAprvin = '00' OR fileStatusAprvin = '05'
022424         OR fileStatusAprvin = '10'
022425         CLOSE APRVIN
022426     END-IF.
022427 1800-EXIT.
022428     EXIT.
022429
022430 1850-READ-NEXT-APPROVAL.
022431     READ APRVIN INTO approvalRecord
022432         AT END
022433             SET approvalRegisterAtEnd TO TRUE
022434     END-READ.
022435     IF approvalRegisterAtEnd
022436         GO TO 1850-EXIT
022437     END-IF.
022438*    AN ENTRY WITHOUT A NAMED APPROVER IS NO APPROVAL AT ALL.
022439     IF aprvApproverId = SPACES OR approvalCount NOT < 500
022440         DISPLAY 'HELLOWORLD - APPROVAL RECORD DROPPED: '
022441             aprvInRecord
022442         GO TO 1850-EXIT
022443     END-IF.
022444     ADD 1 TO approvalCount.
022445     MOVE aprvRecordKey      TO aprvTabKey (approvalCount).
022446     MOVE aprvCustomerNumber TO aprvTabCustomer (approvalCount).
022447     MOVE aprvSourceBranch   TO aprvTabBranch (approvalCount).
022448     MOVE aprvFloat          TO aprvTabFloat (approvalCount).
022449     MOVE aprvResult         TO aprvTabResult (approvalCount).
022450     MOVE aprvApproverId     TO aprvTabApprover (approvalCount).
022451     MOVE 'N'                TO aprvTabUsedSwitch (approvalCount).
022452     MOVE ZEROS              TO aprvTabPosted (approvalCount).
022453 1850-EXIT.
022454     EXIT.
022455
022456*-------------------------------------------------------------*
022457* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
022458* FORWARD AND PICK UP THE CHECK VALUE THE AUDIT TRAIL LAST     *
022459* ENDED ON; TODAY'S FIRST RECORD CHAINS FROM IT.  NO HISTORY   *
022460* MEANS THE TRAIL STARTS HERE, FROM ZERO.  A PARTITION DOES    *
022461* NOT CHAIN -- THE CONSOLIDATION RUN DOES IT FOR THE DAY.      *
022462*-------------------------------------------------------------*
022463 1900-LOAD-AUDIT-CHAIN.
022464     IF partitionRun
022465         GO TO 1900-EXIT
022466     END-IF.
022467     OPEN OUTPUT CHAINOUT.
022468     IF fileStatusChainout NOT = '00'
022469         DISPLAY 'HELLOWORLD - UNABLE TO OPEN CHAINOUT, '
022470             'STATUS=' fileStatusChainout
022471         GO TO 9900-ABEND
022472     END-IF.
022473     OPEN INPUT CHAININ.
022474     IF fileStatusChainin = '00'
022475         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
022476             UNTIL chainControlAtEnd
022477     END-IF.
022478     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
022479         OR fileStatusChainin = '10'
022480         CLOSE CHAININ
022481     END-IF.
022482 1900-EXIT.
022483     EXIT.
022484
022485 1950-COPY-CHAIN-CONTROL.
022486     READ CHAININ INTO chainControlRecord
022487         AT END
022488             SET chainControlAtEnd TO TRUE
022489     END-READ.
022490     IF chainControlAtEnd
022491         GO TO 1950-EXIT
022492     END-IF.
022493     WRITE chainCtlOutRecord FROM chainControlRecord.
022494     IF chainCtlAuditTrail
022495         MOVE chainCtlValue TO chainRunningValue
022496     END-IF.
022497 1950-EXIT.
022498     EXIT.
022499
022500*=============================================================*
022501* 2000-PROCESS-TRANSACTIONS -- ONE TRANSACTION PER PASS        *
022502*=============================================================*
022503 2000-PROCESS-TRANSACTIONS.
022504     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022505*    A PARTITION READS THE WHOLE FEED FOR THE CONTROL TOTALS
022506*    BUT POSTS ONLY THE BRANCHES THE REGISTRY GIVES IT.
022507     IF partitionRun AND NOT transactionEndOfFile
022508         PERFORM 2050-CHECK-PARTITION-OWNER THRU 2050-EXIT
022509         IF NOT itemInPartition
022510             GO TO 2000-EXIT
022511         END-IF
022512     END-IF.
022524     IF NOT transactionEndOfFile
022536         IF checkpointFound
022550             AND myRecordKey NOT > priorCheckpointLastKey
022600             PERFORM 2780-RECORD-SKIPPED-KEY THRU 2780-EXIT
022650         ELSE
022670             PERFORM 2800-PROCESS-REVERSAL THRU 2800-EXIT
022680             PERFORM 2600-CHECK-CHECKPOINT THRU 2600-EXIT
022690         ELSE
022695             MOVE SPACE TO pricingBasis
022700             PERFORM 2200-VALIDATE-TRANSACTION THRU 2200-EXIT
022720             IF transactionIsValid
022740                 PERFORM 2300-CALL-EXTERNAL-FUNCTION
022760                     THRU 2300-EXIT
022780             END-IF
022781             MOVE 'N' TO holdForApprovalSwitch
022782             IF transactionIsValid
022783                 PERFORM 2350-CHECK-HIGH-VALUE THRU 2350-EXIT
022784             END-IF
022785             IF itemHeldForApproval
022786                 PERFORM 2360-HOLD-FOR-APPROVAL THRU 2360-EXIT
022787             ELSE
022790             IF transactionIsValid
022900                 PERFORM 2400-BUILD-MESSAGE THRU 2400-EXIT
022950                 PERFORM 2450-PRINT-LETTER THRU 2450-EXIT
023145                 END-IF
023146                 PERFORM 2770-RECORD-PROCESSED-KEY
023148                     THRU 2770-EXIT
023161                 PERFORM 2380-COUNT-PRICING-BASIS
023174                     THRU 2380-EXIT
023187             ELSE
023200                 ADD 1 TO recordsRejectedCount
023210                 PERFORM 2700-LOCATE-SOURCE-ENTRY
023220                     THRU 2700-EXIT
023244                 END-IF
023250             END-IF
023300             PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
023325             END-IF
023350             PERFORM 2600-CHECK-CHECKPOINT THRU 2600-EXIT
023360         END-IF
023400         END-IF
023450     END-IF.
023500 2000-EXIT.
023550     EXIT.
023551
023552*-------------------------------------------------------------*
023553* 2050-CHECK-PARTITION-OWNER -- WHICH PARTITION POSTS THIS     *
023554* DETAIL.  A BRANCH THE REGISTRY DOES NOT ASSIGN, A BRANCH IT  *
023555* DOES NOT KNOW, AND AN UNSTAMPED DETAIL ALL FALL TO PARTITION *
023556* 01, SO EVERY DETAIL ON THE FEED HAS EXACTLY ONE OWNER.       *
023557*-------------------------------------------------------------*
023558 2050-CHECK-PARTITION-OWNER.
023559     MOVE ZEROS TO partBranchSlot.
023560     PERFORM 2055-SCAN-PARTITION-BRANCHES THRU 2055-EXIT
023561         VARYING partBranchIndex FROM 1 BY 1
023562         UNTIL partBranchIndex > partBranchCount
023563         OR partBranchSlot > ZEROS.
023564     MOVE ZEROS TO itemPartition.
023565     IF partBranchSlot > ZEROS
023566         MOVE partBrTabGroup (partBranchSlot) TO itemPartition
023567     END-IF.
023568     IF itemPartition = ZEROS
023569         MOVE 1 TO itemPartition
023570     END-IF.
023571     IF itemPartition = partitionNumber
023572         SET itemInPartition TO TRUE
023573         ADD 1 TO detailsTakenCount
023574     ELSE
023575         MOVE 'N' TO itemOwnedSwitch
023576         ADD 1 TO detailsPassedCount
023577     END-IF.
023578 2050-EXIT.
023579     EXIT.
023580
023581 2055-SCAN-PARTITION-BRANCHES.
023582     IF partBrTabId (partBranchIndex) = mySourceBranch
023583         AND mySourceBranch NOT = SPACES
023584         MOVE partBranchIndex TO partBranchSlot
023585     END-IF.
023586 2055-EXIT.
023593     EXIT.
023600
023650*-------------------------------------------------------------*
023700* 2100-READ-TRANSACTION -- RETURNS THE NEXT DETAIL RECORD.     *
029200                 MOVE custName     TO myCustomerName
029250                 MOVE custGreeting TO myGreetingText
029260                 IF custReactivationPending
029265                     AND (NOT partitionRun OR partitionNumber = 1)
029270                     SET reactLetterDue TO TRUE
029280                 END-IF
029300             ELSE
030100     MOVE myFloat        TO rejectFloat.
030150     MOVE businessDateStamp TO rejectDateStamp.
030200     WRITE rejFileRecord FROM rejectRecord.
030225     ADD 1 TO rejectRecordsWritten.
030250 2250-EXIT.
030300     EXIT.
030350
030760     MOVE ZEROS TO myComputedResult.
030800     CALL 'MULTI-PARAM-FUNCTION' USING BY REFERENCE
030850         myInt, myFloat, myComputedResult, functionCallStatus,
030860         businessDateStamp, myCustomerNumber, pricingBasis
030900         ON EXCEPTION
030950             MOVE 'E' TO functionCallStatus
031000             DISPLAY 'HELLOWORLD - MULTI-PARAM-FUNCTION NOT '
031450     END-IF.
031500 2300-EXIT.
031550     EXIT.
031551*-------------------------------------------------------------*
031552* 2350-CHECK-HIGH-VALUE -- AN ITEM WHOSE RESULT PASSES THE     *
031553* HIGH-VALUE LIMIT POSTS ONLY AGAINST AN UNUSED APPROVAL       *
031554* REGISTER ENTRY FOR THE SAME KEY, CUSTOMER, AND myFloat,      *
031555* WHOSE APPROVED RESULT IS AT LEAST WHAT THE ITEM COMPUTES TO  *
031556* TONIGHT.  ANYTHING ELSE OVER THE LIMIT IS HELD.              *
031557*-------------------------------------------------------------*
031558 2350-CHECK-HIGH-VALUE.
031559     IF myComputedResult NOT > highValueLimit
031560         GO TO 2350-EXIT
031561     END-IF.
031562     MOVE 'N' TO approvalFoundSwitch.
031563     PERFORM 2355-SCAN-APPROVALS THRU 2355-EXIT
031564         VARYING approvalIndex FROM 1 BY 1
031565         UNTIL approvalIndex > approvalCount
031566         OR approvalOnFile.
031567     IF approvalOnFile
031568         MOVE 'Y' TO aprvTabUsedSwitch (approvalSlot)
031569         MOVE myComputedResult TO aprvTabPosted (approvalSlot)
031570         ADD 1 TO releasedOnApprovalCount
031571     ELSE
031572         SET itemHeldForApproval TO TRUE
031573     END-IF.
031574 2350-EXIT.
031575     EXIT.
031576
031577 2355-SCAN-APPROVALS.
031578     IF aprvTabKey (approvalIndex) = myRecordKey
031579         AND aprvTabCustomer (approvalIndex) = myCustomerNumber
031580         AND aprvTabFloat (approvalIndex) = myFloat
031581         AND NOT aprvTabUsed (approvalIndex)
031582         IF myComputedResult > aprvTabResult (approvalIndex)
031583             DISPLAY 'HELLOWORLD - KEY ' myRecordKey
031584                 ' NOW COMPUTES ABOVE ITS APPROVED RESULT, HELD'
031585         ELSE
031586             SET approvalOnFile TO TRUE
031587             MOVE approvalIndex TO approvalSlot
031588         END-IF
031589     END-IF.
031590 2355-EXIT.
031591     EXIT.
031592
031593*-------------------------------------------------------------*
031594* 2360-HOLD-FOR-APPROVAL -- PARK THE ITEM ON THE APPROVAL      *
031595* QUEUE.  IT IS NEITHER PROCESSED NOR REJECTED: NO FLOAT, NO   *
031596* BALANCE ROW, NO EXTRACT ROW, NO LETTER, AND NO PROCESSED-KEY *
031597* ENTRY.  ITS AUDIT RECORD IS TAGGED HELD RATHER THAN TRANS SO *
031598* THE AUDIT RECONCILIATION STILL TIES TRANS TO PROCESSED PLUS  *
031599* REJECTED.                                                    *
031600*-------------------------------------------------------------*
031601 2360-HOLD-FOR-APPROVAL.
031602     MOVE SPACES TO pendingRecord.
031603     MOVE myRecordKey       TO pendRecordKey.
031604     MOVE myCustomerNumber  TO pendCustomerNumber.
031605     MOVE mySourceBranch    TO pendSourceBranch.
031606     MOVE myString          TO pendString.
031607     MOVE myInt             TO pendInt.
031608     MOVE myFloat           TO pendFloat.
031609     MOVE myComputedResult  TO pendResult.
031610     MOVE businessDateStamp TO pendQueuedDate.
031611     MOVE highValueLimit    TO pendLimitApplied.
031612     WRITE pendOutRecord FROM pendingRecord.
031613     ADD 1 TO recordsHeldCount.
031614     PERFORM 2700-LOCATE-SOURCE-ENTRY THRU 2700-EXIT.
031615     IF sourceStatsSlot > ZEROS
031616         ADD 1 TO sourceStatsHeld (sourceStatsSlot)
031617     END-IF.
031618     ACCEPT currentTimeStamp FROM TIME.
031619     MOVE businessDateStamp TO auditDateStamp.
031620     MOVE currentTimeStamp TO auditTimeStamp.
031621     IF mySourceBranch = SPACES
031622         MOVE 'HELD' TO auditSourceTag
031623     ELSE
031624         MOVE SPACES TO auditSourceTag
031625         STRING 'HELD-'        DELIMITED BY SIZE
031626                mySourceBranch DELIMITED BY SIZE
031627             INTO auditSourceTag
031628         END-STRING
031629     END-IF.
031630     MOVE myRecordKey      TO auditCounter.
031631     MOVE myCustomerNumber TO auditCustomer.
031632     MOVE myInt            TO auditInt.
031633     MOVE myFloat          TO auditFloat.
031634     MOVE myComputedResult TO auditResult.
031636     MOVE pricingBasis     TO auditPricingBasis.
031638     PERFORM 2390-WRITE-AUDIT-RECORD THRU 2390-EXIT.
031640 2360-EXIT.
031642     EXIT.
031644*-------------------------------------------------------------*
031646* 2380-COUNT-PRICING-BASIS -- POSTED ITEMS BY THE RULE THAT    *
031648* SET THEIR RESULT, FOR THE SUMMARY REPORT.                    *
031650*-------------------------------------------------------------*
031652 2380-COUNT-PRICING-BASIS.
031654     EVALUATE TRUE
031656         WHEN pricedByOverride
031658             ADD 1 TO pricedByOverrideCount
031660         WHEN pricedAtFloor
031662             ADD 1 TO pricedAtFloorCount
031664         WHEN pricedAtCap
031666             ADD 1 TO pricedAtCapCount
031668         WHEN OTHER
031670             ADD 1 TO pricedByTableCount
031672     END-EVALUATE.
031674 2380-EXIT.
031676     EXIT.
031677
031678*-------------------------------------------------------------*
031679* 2390-WRITE-AUDIT-RECORD -- EVERY AUDIT RECORD GOES OUT HERE, *
031680* CHAINED TO THE ONE BEFORE IT.  A PARTITION WRITES ITS        *
031681* RECORDS UNCHAINED FOR THE CONSOLIDATION RUN TO CHAIN.        *
031682*-------------------------------------------------------------*
031683 2390-WRITE-AUDIT-RECORD.
031684     MOVE SPACE TO auditChainLink.
031685     IF partitionRun
031686         MOVE ZEROS TO auditChainValue
031687     ELSE
031688         CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
031689             chainRunningValue, auditRecord,
031690             chainCoveredLength, chainNewValue
031691         MOVE chainNewValue TO auditChainValue
031692         MOVE chainNewValue TO chainRunningValue
031693     END-IF.
031694     WRITE auditOutRecord FROM auditRecord.
031695     ADD 1 TO auditRecordsWritten.
031696 2390-EXIT.
031697     EXIT.
031698
031699*-------------------------------------------------------------*
031700* 2400-BUILD-MESSAGE -- GENERALIZED LETTER/MESSAGE BUILDER.    *
031750* WHEN THE TRANSACTION CARRIES A CUSTOMER NAME AND GREETING    *
031800* TEXT OF ITS OWN THOSE ARE USED; OTHERWISE THE ORIGINAL        *
034900     SUBTRACT 1 FROM customerNameLength.
034950 2425-EXIT.
035000     EXIT.
035001
035002*-------------------------------------------------------------*
035003* 2430-ROUTE-LETTER -- DECIDE WHERE THIS LETTER GOES AND WRITE *
035004* ITS ADDRESS RECORD TO LTRROUTE AHEAD OF ITS LINES.  AN       *
035005* OPT-OUT WINS OVER EVERYTHING; E-MAIL NEEDS AN ADDRESS ON     *
035006* FILE, ELSE THE LETTER FALLS BACK TO THE POST; THE POST NEEDS *
035007* A DELIVERABLE ADDRESS WITH A STREET AND A POSTAL CODE, ELSE  *
035008* THE LETTER IS SUPPRESSED.                                    *
035009*-------------------------------------------------------------*
035010 2430-ROUTE-LETTER.
035011     MOVE SPACES TO letterRouteRecord.
035012     SET ltrRteAddressRec TO TRUE.
035013     MOVE myCustomerNumber  TO ltrRteCustomer.
035014     MOVE letterTypeValue   TO ltrRteLetterType.
035015     MOVE businessDateStamp TO ltrRteDate.
035016     IF typeLineCount > ZEROS
035017         MOVE typeLineCount TO ltrRteLineCount
035018     ELSE
035019         MOVE 3 TO ltrRteLineCount
035020     END-IF.
035021     IF myCustomerName NOT = SPACES
035022         MOVE myCustomerName TO ltrRteName
035023     ELSE
035024         MOVE myString TO ltrRteName
035025     END-IF.
035026     PERFORM 2432-LOOKUP-ADDRESS THRU 2432-EXIT.
035027     IF NOT addressOnFile
035028         SET ltrRteSuppressed TO TRUE
035029         SET ltrRteReasonNoAddress TO TRUE
035030     ELSE
035031         MOVE addrLine1      TO ltrRteAddrLine1
035032         MOVE addrLine2      TO ltrRteAddrLine2
035033         MOVE addrCity       TO ltrRteCity
035034         MOVE addrState      TO ltrRteState
035035         MOVE addrPostalCode TO ltrRtePostalCode
035036         MOVE addrEmail      TO ltrRteEmail
035037         EVALUATE TRUE
035038             WHEN addrPrefOptedOut
035039                 SET ltrRteSuppressed TO TRUE
035040                 SET ltrRteReasonOptedOut TO TRUE
035041             WHEN addrPrefElectronic AND addrEmail NOT = SPACES
035042                 SET ltrRteElectronic TO TRUE
035043                 SET ltrRteReasonEmail TO TRUE
035044             WHEN addrIsUndeliverable
035045                 SET ltrRteSuppressed TO TRUE
035046                 SET ltrRteReasonUndeliv TO TRUE
035047             WHEN addrLine1 = SPACES OR addrPostalCode = SPACES
035048                 SET ltrRteSuppressed TO TRUE
035049                 SET ltrRteReasonNoAddress TO TRUE
035050             WHEN addrPrefElectronic
035051                 SET ltrRteMailed TO TRUE
035052                 SET ltrRteReasonNoEmail TO TRUE
035053             WHEN OTHER
035054                 SET ltrRteMailed TO TRUE
035055                 SET ltrRteReasonPostal TO TRUE
035056         END-EVALUATE
035057     END-IF.
035058     EVALUATE TRUE
035059         WHEN ltrRteMailed
035060             ADD 1 TO lettersMailedCount
035061         WHEN ltrRteElectronic
035062             ADD 1 TO lettersEmailedCount
035063         WHEN OTHER
035064             ADD 1 TO lettersSuppressedCount
035065     END-EVALUATE.
035066     EVALUATE TRUE
035067         WHEN ltrRteReasonOptedOut
035068             ADD 1 TO suppressedOptOutCount
035069         WHEN ltrRteReasonUndeliv
035070             ADD 1 TO suppressedUndelivCount
035071         WHEN ltrRteReasonNoAddress
035072             ADD 1 TO suppressedNoAddrCount
035073         WHEN ltrRteReasonNoEmail
035074             ADD 1 TO mailedNoEmailCount
035075     END-EVALUATE.
035076     WRITE ltrRouteRecord FROM letterRouteRecord.
035077 2430-EXIT.
035078     EXIT.
035079
035080*    A TRANSACTION WITH NO CUSTOMER NUMBER HAS NO ADDRESS TO
035081*    LOOK FOR.
035082 2432-LOOKUP-ADDRESS.
035083     MOVE 'N' TO addrFoundSwitch.
035084     IF NOT addressFileOpen OR myCustomerNumber = ZEROS
035085         GO TO 2432-EXIT
035086     END-IF.
035087     MOVE myCustomerNumber TO addrCustNumber.
035088     READ CUSTADDR
035089         NOT INVALID KEY
035090             SET addressOnFile TO TRUE
035091     END-READ.
035092 2432-EXIT.
035093     EXIT.
035094
035095*-------------------------------------------------------------*
035096* 2435-WRITE-ROUTE-LINE -- EACH LINE PRINTED ON LETTERS GOES   *
035097* TO LTRROUTE TOO, WITH THE CARRIAGE CONTROL IT WAS PRINTED    *
035098* WITH, SO THE MAIL HOUSE AND THE E-MAIL SERVICE GET THE SAME  *
035099* PAGE.                                                        *
035100*-------------------------------------------------------------*
035101 2435-WRITE-ROUTE-LINE.
035102     MOVE SPACES TO letterRouteRecord.
035103     SET ltrRteLineRec TO TRUE.
035104     MOVE routeLineAdvance TO ltrRteAdvance.
035105     MOVE routeLineText    TO ltrRteLineText.
035106     WRITE ltrRouteRecord FROM letterRouteRecord.
035107 2435-EXIT.
035108     EXIT.
035109
035110*-------------------------------------------------------------*
035150* 2450-PRINT-LETTER -- ONE PAGE PER VALID TRANSACTION ON THE   *
035200* LETTERS FILE.  THE LETTER TYPE IS PICKED BY RULE -- REA FOR  *
035250* A PENDING REACTIVATION, HVL WHEN myComputedResult PASSES     *
035348         MOVE 'STD' TO letterTypeValue
035350         PERFORM 2453-COUNT-TYPE-LINES THRU 2453-EXIT
035352     END-IF.
035353     PERFORM 2430-ROUTE-LETTER THRU 2430-EXIT.
035354     IF typeLineCount > ZEROS
035356         PERFORM 2456-PRINT-TEMPLATE-LETTER THRU 2456-EXIT
035358     ELSE
035470         WRITE lettersRecord FROM letterTemplateLine
035472             AFTER ADVANCING TO-NEW-PAGE
035474         MOVE 'N' TO letterFirstSwitch
035475         MOVE 'P' TO routeLineAdvance
035476     ELSE
035478         WRITE lettersRecord FROM letterTemplateLine
035480             AFTER ADVANCING 1 LINES
035481         MOVE '1' TO routeLineAdvance
035482     END-IF.
035483     ADD 1 TO letterLinesWritten.
035484     MOVE letterTemplateLine TO routeLineText.
035485     PERFORM 2435-WRITE-ROUTE-LINE THRU 2435-EXIT.
035486 2457-EXIT.
035487     EXIT.
035488
035490*-------------------------------------------------------------*
035492* 2458-CLEAR-REACT-FLAG -- THE REACTIVATION LETTER FIRES ONCE;  *
035494* THE FLAG COMES OFF THE MASTER THE MOMENT IT IS CONSUMED.      *
035495* WHEN THE DAY RUNS IN PARTITIONS ONLY PARTITION 01 SENDS THE   *
035496* LETTER, AND ONLY IT HAS THE MASTER OPEN FOR UPDATE.           *
035497*-------------------------------------------------------------*
035498 2458-CLEAR-REACT-FLAG.
035500     MOVE 'N' TO custReactPending.
035502     REWRITE customerRecord
035530     MOVE businessDateStamp TO letterDateValue.
035532     WRITE lettersRecord FROM letterDateLine
035534         AFTER ADVANCING TO-NEW-PAGE.
035535     ADD 1 TO letterLinesWritten.
035536     MOVE 'P' TO routeLineAdvance.
035537     MOVE letterDateLine TO routeLineText.
035538     PERFORM 2435-WRITE-ROUTE-LINE THRU 2435-EXIT.
035539     IF myCustomerName NOT = SPACES
035540         MOVE myCustomerName TO letterNameValue
035541     ELSE
035542         MOVE myString TO letterNameValue
035544     END-IF.
035546     WRITE lettersRecord FROM letterNameLine
035548         AFTER ADVANCING 2 LINES.
035549     ADD 1 TO letterLinesWritten.
035550     MOVE '2' TO routeLineAdvance.
035551     MOVE letterNameLine TO routeLineText.
035552     PERFORM 2435-WRITE-ROUTE-LINE THRU 2435-EXIT.
035553     MOVE generatedMessage TO letterBodyValue.
035554     WRITE lettersRecord FROM letterBodyLine
035555         AFTER ADVANCING 2 LINES.
035556     ADD 1 TO letterLinesWritten.
035557     MOVE letterBodyLine TO routeLineText.
035558     PERFORM 2435-WRITE-ROUTE-LINE THRU 2435-EXIT.
035559 2459-EXIT.
035560     EXIT.
035561
035562*-------------------------------------------------------------*
035564* 2470-EXPAND-TEMPLATE-LINE -- WALK THE 72-BYTE TEMPLATE TEXT   *
035566* AND COPY IT TO THE PRINT AREA, REPLACING &NAME, &DATE, &AMT,  *
036254*-------------------------------------------------------------*
036256* 2460-WRITE-EXTRACT-ROW -- ONE DELIMITED ROW PER PROCESSED    *
036258* TRANSACTION ON THE DOWNSTREAM INTERFACE FILE: KEY, NAME,     *
036260* myInt, myFloat, THE GENERATED MESSAGE, THE BUSINESS DATE,    *
036262* AND THE PRICING BASIS, SEMICOLON-SEPARATED WITH TRAILING     *
036263* BLANKS TRIMMED.                                              *
036264*-------------------------------------------------------------*
036266 2460-WRITE-EXTRACT-ROW.
036268     PERFORM 2420-FIND-NAME-LENGTH THRU 2420-EXIT.
036296                               DELIMITED BY SIZE
036298            ';'                DELIMITED BY SIZE
036300            businessDateStamp  DELIMITED BY SIZE
036301            ';'                DELIMITED BY SIZE
036302            pricingBasis       DELIMITED BY SIZE
036303         INTO extractLine
036304     END-STRING.
036306     WRITE extrOutRecord FROM extractLine.
036308     ADD 1 TO extractRowsWritten.
036700     MOVE myInt            TO auditInt.
036750     MOVE myFloat          TO auditFloat.
036760     MOVE myComputedResult TO auditResult.
036780     MOVE pricingBasis     TO auditPricingBasis.
036815     PERFORM 2390-WRITE-AUDIT-RECORD THRU 2390-EXIT.
036850 2500-EXIT.
036900     EXIT.
036950
037984         MOVE mySourceBranch
037986             TO sourceStatsId (sourceStatsSlot)
037988         MOVE ZEROS TO sourceStatsProcessed (sourceStatsSlot)
037989         MOVE ZEROS TO sourceStatsRejected (sourceStatsSlot)
037990         MOVE ZEROS TO sourceStatsDuplicates (sourceStatsSlot)
037991         MOVE ZEROS TO sourceStatsHeld (sourceStatsSlot)
037992         MOVE ZEROS TO sourceStatsFloat (sourceStatsSlot)
037993     END-IF.
037994 2700-EXIT.
038127     MOVE myInt            TO auditInt.
038128     MOVE myFloat          TO auditFloat.
038129     MOVE myComputedResult TO auditResult.
038132     MOVE SPACE            TO auditPricingBasis.
038135     PERFORM 2390-WRITE-AUDIT-RECORD THRU 2390-EXIT.
038138 2820-EXIT.
038141     EXIT.
038144
038147*-------------------------------------------------------------*
038150* 2850-WRITE-REVERSAL-EXTRACT -- DOWNSTREAM HOLDS THE ORIGINAL *
038153* ROW, SO THE REVERSAL GOES OUT AS ITS OWN TAGGED ROW CARRYING *
038156* THE ORIGINAL KEY AND BUSINESS DATE INSTEAD OF US TRYING TO   *
038159* UNSEND ANYTHING.                                             *
038162*-------------------------------------------------------------*
038165 2850-WRITE-REVERSAL-EXTRACT.
038168     MOVE myFloat TO extractFloatEdit.
038171     MOVE SPACES TO extractLine.
038174     STRING reversalOriginalKey DELIMITED BY SIZE
038177            ';REVERSAL;'        DELIMITED BY SIZE
038180            myInt               DELIMITED BY SIZE
038183            ';'                 DELIMITED BY SIZE
038186            extractFloatEdit    DELIMITED BY SIZE
038189            ';'                 DELIMITED BY SIZE
038192            reversalOriginalDate DELIMITED BY SIZE
038195            ';'                 DELIMITED BY SIZE
038198            businessDateStamp   DELIMITED BY SIZE
038201         INTO extractLine
038204     END-STRING.
038207     WRITE extrOutRecord FROM extractLine.
038210     ADD 1 TO extractRowsWritten.
038213 2850-EXIT.
038216     EXIT.
038219
038222*=============================================================*
038225* 3000-ALL-LOOPS-DEMO -- THE THREE CLASSIC LOOP STYLES, NOW     *
038228* LOGGING EVERY ITERATION TO THE AUDIT TRAIL.                  *
038231*=============================================================*
038250 3000-ALL-LOOPS-DEMO.
038258*    THE LOOP RECORDS GO ON THE TRAIL ONCE A DAY -- BY
038266*    PARTITION 01 WHEN THE DAY RUNS IN PARTITIONS.
038274     IF partitionRun AND partitionNumber NOT = 1
038282         GO TO 3000-EXIT
038290     END-IF.
038300     PERFORM 3100-STARTING-FUNCTION THRU 3100-EXIT.
038350     PERFORM 3300-GOING-THROUGH-FUNCTION THRU 3300-EXIT.
038400     MOVE 0 TO myCounter.
040200     MOVE myInt            TO auditInt.
040250     MOVE myFloat          TO auditFloat.
040260     MOVE ZEROS            TO auditResult.
040280     MOVE SPACE            TO auditPricingBasis.
040315     PERFORM 2390-WRITE-AUDIT-RECORD THRU 2390-EXIT.
040350 3500-EXIT.
040400     EXIT.
040450
042500             fileStatusBalout
042550         GO TO 9900-ABEND
042600     END-IF.
042610     IF partitionRun
042620         PERFORM 4600-POST-PARTITION-ROWS THRU 4600-EXIT
042630         GO TO 4500-EXIT
042640     END-IF.
042650     OPEN INPUT BALIN.
042700     IF fileStatusBalin = '00'
042750         PERFORM 4550-COPY-BALANCE-FORWARD THRU 4550-EXIT
045181             TO balFloatTotal
045182     END-IF.
045183     WRITE balOutRecord FROM balanceRecord.
045184     ADD 1 TO balanceRowsWritten.
045185 4520-EXIT.
045186     EXIT.
045187
045188*-------------------------------------------------------------*
045189* 4600-POST-PARTITION-ROWS -- A PARTITION POSTS ONLY ITS OWN   *
045190* BRANCH ROWS.  THE CARRY FORWARD, THE WHOLE-DAY ROW, AND THE  *
045191* VARIANCE CHECK BELONG TO THE CONSOLIDATION RUN, THE ONLY     *
045192* STEP THAT SEES THE WHOLE DAY.                                *
045193*-------------------------------------------------------------*
045194 4600-POST-PARTITION-ROWS.
045195     IF controlInBalance
045196         PERFORM 4520-POST-ONE-SOURCE-ROW THRU 4520-EXIT
045197             VARYING sourceStatsIndex FROM 1 BY 1
045198             UNTIL sourceStatsIndex > sourceStatsCount
045199     ELSE
045200         DISPLAY 'HELLOWORLD - PARTITION BRANCH ROWS NOT '
045201             'POSTED, FEED OUT OF BALANCE'
045202     END-IF.
045203     CLOSE BALOUT.
045204 4600-EXIT.
045205     EXIT.
045206
045207*=============================================================*
045208* 4700-ROLL-DUP-HISTORY -- CARRY THE PROCESSED-KEY WINDOW      *
045209* FORWARD: THE AGED-IN ENTRIES PLUS TODAY'S POSTINGS.  A RUN   *
045210* THAT ENDED OUT OF BALANCE ROLLS ONLY THE PRIOR ENTRIES, SO   *
045211* THE RERUN OF THIS DATE IS NOT REJECTED AGAINST ITSELF.       *
045212*=============================================================*
045213 4700-ROLL-DUP-HISTORY.
045214     OPEN OUTPUT DUPOUT.
045215     IF fileStatusDupout NOT = '00'
045216         DISPLAY 'HELLOWORLD - UNABLE TO OPEN DUPOUT, '
045217             'STATUS=' fileStatusDupout
045218         GO TO 9900-ABEND
045219     END-IF.
045220     IF NOT controlInBalance
045221         MOVE dupHistLoadedCount TO dupHistCount
045222         DISPLAY 'HELLOWORLD - FEED OUT OF BALANCE, TODAY '
045223             'NOT ADDED TO PROCESSED-KEY HISTORY'
045224     END-IF.
045225*    A PARTITION ROLLS ONLY TODAY'S KEYS; THE CONSOLIDATION RUN
045226*    CARRIES THE PRIOR WINDOW FORWARD ONCE FOR THE WHOLE DAY.
045227     MOVE 1 TO dupRollStartIndex.
045228     IF partitionRun
045229         COMPUTE dupRollStartIndex = dupHistLoadedCount + 1
045230     END-IF.
045231     PERFORM 4750-WRITE-ONE-DUP THRU 4750-EXIT
045232         VARYING dupHistIndex FROM dupRollStartIndex BY 1
045233         UNTIL dupHistIndex > dupHistCount.
045234     CLOSE DUPOUT.
045235 4700-EXIT.
045236     EXIT.
045237
045238 4750-WRITE-ONE-DUP.
045239     MOVE SPACES TO dupHistoryRecord.
045240     MOVE dupTabKey (dupHistIndex)    TO dupKey.
045241     MOVE dupTabSource (dupHistIndex) TO dupSourceId.
045242     MOVE dupTabDate (dupHistIndex)   TO dupDate.
045243     MOVE dupTabType (dupHistIndex)   TO dupRecordType.
045244     WRITE dupOutRecord FROM dupHistoryRecord.
045245 4750-EXIT.
045246     EXIT.
045247
045250*=============================================================*
045300* 5000-PRODUCE-SUMMARY-REPORT -- END-OF-RUN CONTROL REPORT SO  *
045350* OPERATORS DO NOT HAVE TO SCRAPE SYSOUT FOR THE NUMBERS.      *
046453         AFTER ADVANCING 1 LINES.
046455
046500     MOVE SPACES TO reportDetailLine.
046501     MOVE 'HELD FOR SUPERVISOR APPROVAL' TO reportFieldLabel.
046502     MOVE recordsHeldCount TO reportFieldValue.
046503     WRITE reptOutRecord FROM reportDetailLine
046504         AFTER ADVANCING 1 LINES.
046505
046506     MOVE SPACES TO reportDetailLine.
046507     MOVE 'RELEASED ON APPROVAL' TO reportFieldLabel.
046508     MOVE releasedOnApprovalCount TO reportFieldValue.
046509     WRITE reptOutRecord FROM reportDetailLine
046510         AFTER ADVANCING 1 LINES.
046511
046512     MOVE SPACES TO reportDetailLine.
046513     MOVE 'PRICED BY RATE TABLE' TO reportFieldLabel.
046514     MOVE pricedByTableCount TO reportFieldValue.
046515     WRITE reptOutRecord FROM reportDetailLine
046516         AFTER ADVANCING 1 LINES.
046517
046518     MOVE SPACES TO reportDetailLine.
046519     MOVE 'PRICED BY CUSTOMER OVERRIDE' TO reportFieldLabel.
046520     MOVE pricedByOverrideCount TO reportFieldValue.
046521     WRITE reptOutRecord FROM reportDetailLine
046522         AFTER ADVANCING 1 LINES.
046523
046524     MOVE SPACES TO reportDetailLine.
046525     MOVE 'PRICED AT CUSTOMER FLOOR' TO reportFieldLabel.
046526     MOVE pricedAtFloorCount TO reportFieldValue.
046527     WRITE reptOutRecord FROM reportDetailLine
046528         AFTER ADVANCING 1 LINES.
046529
046530     MOVE SPACES TO reportDetailLine.
046531     MOVE 'PRICED AT CUSTOMER CAP' TO reportFieldLabel.
046532     MOVE pricedAtCapCount TO reportFieldValue.
046533     WRITE reptOutRecord FROM reportDetailLine
046535         AFTER ADVANCING 1 LINES.
046537
046539     MOVE SPACES TO reportDetailLine.
046550     MOVE 'FINAL LOOP COUNTER VALUE' TO reportFieldLabel.
046600     MOVE myCounter TO reportFieldValue.
046650     WRITE reptOutRecord FROM reportDetailLine
047250         AFTER ADVANCING 1 LINES.
047251     PERFORM 5300-REPORT-ONE-LETTER-TYPE THRU 5300-EXIT
047253         VARYING letterTypeIndex FROM 1 BY 1
047254         UNTIL letterTypeIndex > letterTypeCount.
047255     PERFORM 5350-REPORT-LETTER-ROUTING THRU 5350-EXIT.
047256
047257     MOVE SPACES TO reportDetailLine.
047258     MOVE 'EXTRACT ROWS WRITTEN' TO reportFieldLabel.
052050             TO reportFieldLabel
052100     END-IF.
052150     WRITE reptOutRecord FROM reportDetailLine
052151         AFTER ADVANCING 2 LINES.
052152
052153     MOVE SPACES TO reportDetailLine.
052154     MOVE 'COUNTS BY SENDING SOURCE' TO reportFieldLabel.
052155     WRITE reptOutRecord FROM reportDetailLine
052156         AFTER ADVANCING 2 LINES.
052157     PERFORM 5200-REPORT-ONE-SOURCE THRU 5200-EXIT
052158         VARYING sourceStatsIndex FROM 1 BY 1
052159         UNTIL sourceStatsIndex > sourceStatsCount.
052160
052161     MOVE SPACES TO reportDetailLine.
052162     MOVE 'HIGH-VALUE ITEMS RELEASED' TO reportFieldLabel.
052163     WRITE reptOutRecord FROM reportDetailLine
052164         AFTER ADVANCING 2 LINES.
052165     PERFORM 5400-REPORT-ONE-RELEASE THRU 5400-EXIT
052166         VARYING approvalIndex FROM 1 BY 1
052167         UNTIL approvalIndex > approvalCount.
052168     IF partitionRun
052169         PERFORM 5450-REPORT-PARTITION THRU 5450-EXIT
052170     END-IF.
052171 5000-EXIT.
052172     EXIT.
052173
052174 5200-REPORT-ONE-SOURCE.
052175     MOVE sourceStatsId (sourceStatsIndex) TO sourceLineId.
052176     MOVE sourceStatsProcessed (sourceStatsIndex)
052177         TO sourceLineProcessed.
052178     MOVE sourceStatsRejected (sourceStatsIndex)
052179         TO sourceLineRejected.
052180     MOVE sourceStatsDuplicates (sourceStatsIndex)
052181         TO sourceLineDuplicates.
052182     MOVE sourceStatsHeld (sourceStatsIndex) TO sourceLineHeld.
052183     WRITE reptOutRecord FROM sourceStatsLine
052184         AFTER ADVANCING 1 LINES.
052185 5200-EXIT.
052186     EXIT.
052187
052188 5300-REPORT-ONE-LETTER-TYPE.
052189     MOVE ltrTypeId (letterTypeIndex)    TO ltrLineType.
052190     MOVE ltrTypeCount (letterTypeIndex) TO ltrLineCount.
052191     WRITE reptOutRecord FROM letterTypeLine
052192         AFTER ADVANCING 1 LINES.
052193 5300-EXIT.
052194     EXIT.
052195
052196*-------------------------------------------------------------*
052197* 5350-REPORT-LETTER-ROUTING -- WHERE TONIGHT'S LETTERS WENT,  *
052198* AND PROOF THAT EVERY LETTER GENERATED WENT TO EXACTLY ONE    *
052199* OF THE MAIL HOUSE, ELECTRONIC DELIVERY, OR THE SUPPRESSED    *
052200* LIST.                                                        *
052201*-------------------------------------------------------------*
052202 5350-REPORT-LETTER-ROUTING.
052203     MOVE SPACES TO reportDetailLine.
052204     MOVE 'LETTERS TO MAIL HOUSE' TO reportFieldLabel.
052205     MOVE lettersMailedCount TO reportFieldValue.
052206     WRITE reptOutRecord FROM reportDetailLine
052207         AFTER ADVANCING 2 LINES.
052208
052209     MOVE SPACES TO reportDetailLine.
052210     MOVE 'MAILED, NO E-MAIL ON FILE' TO reportFieldLabel.
052211     MOVE mailedNoEmailCount TO reportFieldValue.
052212     WRITE reptOutRecord FROM reportDetailLine
052213         AFTER ADVANCING 1 LINES.
052214
052215     MOVE SPACES TO reportDetailLine.
052216     MOVE 'LETTERS SENT ELECTRONICALLY' TO reportFieldLabel.
052217     MOVE lettersEmailedCount TO reportFieldValue.
052218     WRITE reptOutRecord FROM reportDetailLine
052219         AFTER ADVANCING 1 LINES.
052220
052221     MOVE SPACES TO reportDetailLine.
052222     MOVE 'LETTERS SUPPRESSED' TO reportFieldLabel.
052223     MOVE lettersSuppressedCount TO reportFieldValue.
052224     WRITE reptOutRecord FROM reportDetailLine
052225         AFTER ADVANCING 1 LINES.
052226
052227     MOVE SPACES TO reportDetailLine.
052228     MOVE 'SUPPRESSED, OPTED OUT' TO reportFieldLabel.
052229     MOVE suppressedOptOutCount TO reportFieldValue.
052230     WRITE reptOutRecord FROM reportDetailLine
052231         AFTER ADVANCING 1 LINES.
052232
052233     MOVE SPACES TO reportDetailLine.
052234     MOVE 'SUPPRESSED, UNDELIVERABLE' TO reportFieldLabel.
052235     MOVE suppressedUndelivCount TO reportFieldValue.
052236     WRITE reptOutRecord FROM reportDetailLine
052237         AFTER ADVANCING 1 LINES.
052238
052239     MOVE SPACES TO reportDetailLine.
052240     MOVE 'SUPPRESSED, NO ADDRESS' TO reportFieldLabel.
052241     MOVE suppressedNoAddrCount TO reportFieldValue.
052242     WRITE reptOutRecord FROM reportDetailLine
052243         AFTER ADVANCING 1 LINES.
052244
052245     COMPUTE lettersRoutedTotal = lettersMailedCount
052246         + lettersEmailedCount + lettersSuppressedCount.
052247     MOVE SPACES TO reportDetailLine.
052248     IF lettersRoutedTotal = lettersPrintedCount
052249         MOVE 'LETTER ROUTING IN BALANCE' TO reportFieldLabel
052250     ELSE
052251         MOVE '** ROUTING OUT OF BALANCE **' TO reportFieldLabel
052252         DISPLAY 'HELLOWORLD - LETTERS GENERATED '
052253             lettersPrintedCount ' BUT ROUTED ' lettersRoutedTotal
052254     END-IF.
052255     MOVE lettersRoutedTotal TO reportFieldValue.
052256     WRITE reptOutRecord FROM reportDetailLine
052257         AFTER ADVANCING 1 LINES.
052258 5350-EXIT.
052259     EXIT.
052260*-------------------------------------------------------------*
052261* 5400-REPORT-ONE-RELEASE -- ONE LINE PER HIGH-VALUE ITEM THAT *
052262* POSTED TONIGHT, WITH THE SUPERVISOR WHO SIGNED FOR IT.       *
052263*-------------------------------------------------------------*
052264 5400-REPORT-ONE-RELEASE.
052265     IF NOT aprvTabUsed (approvalIndex)
052266         GO TO 5400-EXIT
052267     END-IF.
052268     MOVE aprvTabKey (approvalIndex)      TO releaseLineKey.
052269     MOVE aprvTabBranch (approvalIndex)   TO releaseLineBranch.
052270     MOVE aprvTabPosted (approvalIndex)   TO releaseLineResult.
052271     MOVE aprvTabApprover (approvalIndex) TO releaseLineApprover.
052272     WRITE reptOutRecord FROM releaseDetailLine
052273         AFTER ADVANCING 1 LINES.
052274 5400-EXIT.
052275     EXIT.
052276
052277 5450-REPORT-PARTITION.
052278     MOVE SPACES TO reportDetailLine.
052279     MOVE 'RUN AS PARTITION' TO reportFieldLabel.
052280     MOVE partitionNumber TO reportFieldValue.
052281     WRITE reptOutRecord FROM reportDetailLine
052282         AFTER ADVANCING 2 LINES.
052283
052284     MOVE SPACES TO reportDetailLine.
052285     MOVE 'DETAILS POSTED BY PARTITION' TO reportFieldLabel.
052286     MOVE detailsTakenCount TO reportFieldValue.
052287     WRITE reptOutRecord FROM reportDetailLine
052288         AFTER ADVANCING 1 LINES.
052289
052290     MOVE SPACES TO reportDetailLine.
052291     MOVE 'DETAILS FOR OTHER PARTITIONS' TO reportFieldLabel.
052292     MOVE detailsPassedCount TO reportFieldValue.
052293     WRITE reptOutRecord FROM reportDetailLine
052294         AFTER ADVANCING 1 LINES.
052295 5450-EXIT.
052296     EXIT.
052297
052298*=============================================================*
052299* 5500-WRITE-EXTRACT-TOTALS -- THE EXTRACT'S CLOSING TOTALS    *
052300* ROW.  DOWNSTREAM PROVES A COMPLETE LOAD BY MATCHING IT      *
052301* AGAINST THE DETAIL ROWS THEY RECEIVED.                       *
052302*=============================================================*
052303 5500-WRITE-EXTRACT-TOTALS.
052304*    A PARTITION'S ROWS ARE ONLY PART OF THE EXTRACT; THE
052305*    CONSOLIDATION RUN WRITES THE DAY'S ONE TOTALS ROW.
052306     IF partitionRun
052307         GO TO 5500-EXIT
052308     END-IF.
052338*    REVERSAL ROWS COUNT TOO -- THE TOTALS ROW PROVES EVERY
052339*    ROW OF THE EXTRACT ARRIVED, WHATEVER ITS KIND.
052340     MOVE extractRowsWritten TO extractCountEdit.
052369* ACKNOWLEDGMENT RUN CAN PROVE DOWNSTREAM LOADED IT.           *
052371*=============================================================*
052373 5600-WRITE-EXTRACT-CONTROL.
052374*    LIKEWISE THE EXTRACT IS SENT, AND STAMPED, ONCE A DAY.
052375     IF partitionRun
052376         GO TO 5600-EXIT
052377     END-IF.
052378     OPEN OUTPUT EXTCTLOUT.
052379     IF fileStatusExtctlout NOT = '00'
052380         DISPLAY 'HELLOWORLD - UNABLE TO OPEN EXTCTLOUT, '
052381             'STATUS=' fileStatusExtctlout
052383         GO TO 9900-ABEND
052385     END-IF.
052397     IF fileStatusExtctlin = '00' OR fileStatusExtctlin = '05'
052399         OR fileStatusExtctlin = '10'
052401         CLOSE EXTCTLIN
052402     END-IF.
052404*    A DAY LEFT OPEN ON RUN CONTROL -- OUT OF BALANCE OR
052406*    ABENDED -- IS RERUN, AND THE RERUN APPENDS ITS OWN
052408*    RECORD; A STALE ONE FOR THE SAME DATE WOULD MISMATCH
052700     CLOSE REPTOUT.
052750     CLOSE CHKPTOUT.
052800     CLOSE REJFILE.
052812     IF NOT partitionRun
052824         PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT
052836     END-IF.
052850     CLOSE AUDITOUT.
052900     CLOSE LETTERS.
052925     CLOSE LTRROUTE.
052928     CLOSE CUSTMST.
052931     IF addressFileOpen
052934         CLOSE CUSTADDR
052937     END-IF.
052940     IF partitionRun
052943         PERFORM 9100-WRITE-PARTITION-CONTROL THRU 9100-EXIT
052946     END-IF.
052952     IF NOT abendCondition AND NOT controlOutOfBalance
052954         ACCEPT currentTimeStamp FROM TIME
052956         MOVE businessDateStamp TO runCtlDate
052972     END-IF.
052974     CLOSE RUNCTLOUT.
052976     CLOSE EXTROUT.
052988     CLOSE PENDOUT.
053000     IF abendCondition
053050         MOVE 16 TO RETURN-CODE
053100     ELSE
053900         RETURN-CODE.
053950 9000-EXIT.
054000     EXIT.
054001
054002*-------------------------------------------------------------*
054003* 9100-WRITE-PARTITION-CONTROL -- THE PARTITION'S REPORT TO    *
054004* THE CONSOLIDATION RUN: CLEAN OR NOT, THE WHOLE-FEED FIGURES  *
054005* IT BALANCED AGAINST, ITS POSTING TOTALS, AND THE RECORDS IT  *
054006* LEFT ON EVERY OUTPUT FILE.  WRITTEN AHEAD OF THE RUN-CONTROL *
054007* COMPLETION, SO A PARTITION THAT CANNOT REPORT DOES NOT       *
054008* COMPLETE EITHER.                                             *
054009*-------------------------------------------------------------*
054010 9100-WRITE-PARTITION-CONTROL.
054011     OPEN OUTPUT PARTCTL.
054012     IF fileStatusPartctl NOT = '00'
054013         DISPLAY 'HELLOWORLD - UNABLE TO OPEN PARTCTL, STATUS='
054014             fileStatusPartctl
054015         SET abendCondition TO TRUE
054016         GO TO 9100-EXIT
054017     END-IF.
054018     ACCEPT currentTimeStamp FROM TIME.
054019     MOVE SPACES TO partitionControlRecord.
054020     MOVE businessDateStamp TO partCtlDate.
054021     MOVE partitionNumber   TO partCtlNumber.
054022     IF NOT abendCondition AND NOT controlOutOfBalance
054023         SET partCtlCompleted TO TRUE
054024     ELSE
054025         SET partCtlFailed TO TRUE
054026     END-IF.
054027     MOVE currentTimeStamp       TO partCtlTimeStamp.
054028     MOVE detailRecordsReadCount TO partCtlFeedDetails.
054029     MOVE feedFloatTotal         TO partCtlFeedFloat.
054030     MOVE detailsTakenCount      TO partCtlDetailsTaken.
054031     MOVE recordsProcessedCount  TO partCtlProcessed.
054032     MOVE recordsRejectedCount   TO partCtlRejected.
054033     MOVE floatAccumulator       TO partCtlFloat.
054034     MOVE auditRecordsWritten    TO partCtlAuditRecords.
054035     MOVE rejectRecordsWritten   TO partCtlRejectRecords.
054036     MOVE extractRowsWritten     TO partCtlExtractRows.
054037     MOVE letterLinesWritten     TO partCtlLetterLines.
054038     MOVE recordsHeldCount       TO partCtlHeldItems.
054039     COMPUTE partCtlDupEntries =
054040         dupHistCount - dupHistLoadedCount.
054041     MOVE balanceRowsWritten     TO partCtlBalanceRows.
054042     MOVE dupRetentionDays       TO partCtlRetention.
054043     WRITE partCtlOutRecord FROM partitionControlRecord.
054044     CLOSE PARTCTL.
054045 9100-EXIT.
054046     EXIT.
054050
054051*-------------------------------------------------------------*
054052* 9050-SEAL-AUDIT-TRAIL -- CLOSE TODAY'S TRAIL WITH ITS SEAL:  *
054053* THE RECORD COUNT UNDER IT, CHAINED LIKE ANY OTHER RECORD,    *
054054* THEN RECORD THE SEAL'S VALUE ON THE CHAIN-CONTROL HISTORY    *
054055* FOR THE NEXT RUN TO CHAIN FROM.  AN OUT-OF-BALANCE DAY IS    *
054056* SEALED TOO -- THE TRAIL SHOWS WHAT THE RUN DID.              *
054057*-------------------------------------------------------------*
054058 9050-SEAL-AUDIT-TRAIL.
054059     ACCEPT currentTimeStamp FROM TIME.
054060     MOVE SPACES TO auditRecord.
054061     MOVE businessDateStamp    TO auditDateStamp.
054062     MOVE currentTimeStamp     TO auditTimeStamp.
054063     MOVE 'SEAL'               TO auditSourceTag.
054064     MOVE auditRecordsWritten  TO auditCounter.
054065     MOVE ZEROS                TO auditCustomer.
054066     MOVE ZEROS                TO auditInt.
054067     MOVE ZEROS                TO auditFloat.
054068     MOVE ZEROS                TO auditResult.
054069     SET auditSealRecord TO TRUE.
054070     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
054071         chainRunningValue, auditRecord,
054072         chainCoveredLength, chainNewValue.
054073     MOVE chainNewValue TO auditChainValue.
054074     MOVE chainNewValue TO chainRunningValue.
054075     WRITE auditOutRecord FROM auditRecord.
054076     MOVE SPACES TO chainControlRecord.
054077     SET chainCtlAuditTrail TO TRUE.
054078     MOVE businessDateStamp    TO chainCtlDate.
054079     MOVE currentTimeStamp     TO chainCtlTimeStamp.
054080     MOVE auditRecordsWritten  TO chainCtlRecords.
054081     MOVE chainRunningValue    TO chainCtlValue.
054082     WRITE chainCtlOutRecord FROM chainControlRecord.
054083     CLOSE CHAINOUT.
054084 9050-EXIT.
054085     EXIT.
054086
054100*=============================================================*
054150* 9900-ABEND -- FATAL SETUP FAILURE. NOTHING TO PROCESS SO     *
054200* THERE IS NOTHING TO CHECKPOINT OR REPORT ON.                *
