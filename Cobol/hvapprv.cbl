000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HighValueApproval.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  SUPERVISOR APPROVAL RUN  *
001200*                  FOR THE HIGH-VALUE QUEUE: READS THE ITEMS  *
001300*                  THE DAILY RUN HELD OVER THE LIMIT, APPLIES *
001400*                  APPROVE/DECLINE CARDS KEYED BY RECORD KEY  *
001500*                  AND BRANCH, SENDS APPROVED ITEMS OUT AS A  *
001600*                  CONTROLLED FEED WITH A REGISTER OF WHO     *
001700*                  SIGNED FOR EACH ONE, SENDS DECLINED ITEMS  *
001800*                  TO SUSPENSE AS R006, CARRIES THE REST      *
001900*                  FORWARD, AND REPORTS ANYTHING LEFT WAITING *
002000*                  PAST THE DAY LIMIT.  EVERY CARD, GOOD OR   *
002100*                  BAD, LEAVES A DECISION AUDIT RECORD.       *
002109* 10/15/2026 TB    THE DECISION AUDIT TRAIL IS NOW CHAINED:   *
002118*                  EVERY RECORD CARRIES A CHECK VALUE OVER    *
002127*                  ITSELF AND THE RECORD BEFORE (MODULE       *
002136*                  AUDIT-CHAIN-VALUE), STARTING FROM THE      *
002145*                  VALUE THE TRAIL LAST ENDED ON PER THE      *
002154*                  CHAIN-CONTROL HISTORY (CHAININ, CARRIED    *
002163*                  TO CHAINOUT), AND THE RUN ENDS ITS TRAIL   *
002172*                  WITH A SEAL RECORD (ACTION S, THE RECORD   *
002181*                  COUNT UNDER IT) AND A NEW CHAIN-CONTROL    *
002190*                  ROW.  RECORD IS NOW 71 BYTES.              *
002200*-----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     C01 IS TO-NEW-PAGE.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PENDIN   ASSIGN TO PENDIN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS fileStatusPendin.
003400     SELECT OPTIONAL APRCARD ASSIGN TO APRCARD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS fileStatusAprcard.
003700     SELECT APRVFEED ASSIGN TO APRVFEED
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS fileStatusAprvfeed.
004000     SELECT APRVREG  ASSIGN TO APRVREG
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS fileStatusAprvreg.
004300     SELECT DECLOUT  ASSIGN TO DECLOUT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS fileStatusDeclout.
004600     SELECT PENDOUT  ASSIGN TO PENDOUT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS fileStatusPendout.
004900     SELECT APRVAUD  ASSIGN TO APRVAUD
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS fileStatusAprvaud.
005114     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
005128         ORGANIZATION IS SEQUENTIAL
005142         FILE STATUS IS fileStatusChainin.
005156     SELECT CHAINOUT ASSIGN TO CHAINOUT
005170         ORGANIZATION IS SEQUENTIAL
005184         FILE STATUS IS fileStatusChainout.
005200     SELECT APRVRPT  ASSIGN TO APRVRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS fileStatusAprvrpt.
005500     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS fileStatusParmfile.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PENDIN
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 60 CHARACTERS.
006500 01  pendInRecord              PIC X(60).
006600
006700 FD  APRCARD
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  aprCardRecord             PIC X(80).
007200
007300 FD  APRVFEED
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 82 CHARACTERS.
007700 01  aprvFeedRecord            PIC X(82).
007800
007900 FD  APRVREG
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 60 CHARACTERS.
008300 01  aprvRegRecord             PIC X(60).
008400
008500 FD  DECLOUT
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 45 CHARACTERS.
008900 01  declOutRecord             PIC X(45).
009000
009100 FD  PENDOUT
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 60 CHARACTERS.
009500 01  pendOutRecord             PIC X(60).
009600
009700 FD  APRVAUD
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 71 CHARACTERS.
010100 01  aprvAudRecord             PIC X(71).
010107
010114 FD  CHAININ
010121     RECORDING MODE IS F
010128     LABEL RECORDS ARE STANDARD
010135     RECORD CONTAINS 40 CHARACTERS.
010142 01  chainCtlInRecord          PIC X(40).
010149
010156 FD  CHAINOUT
010163     RECORDING MODE IS F
010170     LABEL RECORDS ARE STANDARD
010177     RECORD CONTAINS 40 CHARACTERS.
010184 01  chainCtlOutRecord         PIC X(40).
010200
010300 FD  APRVRPT
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  aprvRptRecord             PIC X(132).
010800
010900 FD  PARMFILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  parmFileRecord            PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600*-----------------------------------------------------------*
011700* THE SHARED TRANSACTION, REJECT, QUEUE, REGISTER, REPORT,   *
011800* AND PARAMETER LAYOUTS -- THE SAME COPYBOOKS THE DAILY RUN  *
011900* USES, SO WHAT GOES OUT HERE MOUNTS THERE UNCHANGED.        *
012000*-----------------------------------------------------------*
012100     COPY TRANREC.
012200     COPY REJREC.
012300     COPY PENDREC.
012400     COPY APRVREC.
012500     COPY RPTLINE.
012600     COPY PARMCARD.
012650     COPY CHAINCTL.
012700
012800 01  fileStatusFields.
012900     05  fileStatusPendin      PIC X(02) VALUE SPACES.
013000     05  fileStatusAprcard     PIC X(02) VALUE SPACES.
013100     05  fileStatusAprvfeed    PIC X(02) VALUE SPACES.
013200     05  fileStatusAprvreg     PIC X(02) VALUE SPACES.
013300     05  fileStatusDeclout     PIC X(02) VALUE SPACES.
013400     05  fileStatusPendout     PIC X(02) VALUE SPACES.
013500     05  fileStatusAprvaud     PIC X(02) VALUE SPACES.
013533     05  fileStatusChainin     PIC X(02) VALUE SPACES.
013566     05  fileStatusChainout    PIC X(02) VALUE SPACES.
013600     05  fileStatusAprvrpt     PIC X(02) VALUE SPACES.
013700     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
013800
013900 01  programSwitches.
014000     05  pendingEofSwitch      PIC X(01) VALUE 'N'.
014100         88  pendingEndOfFile            VALUE 'Y'.
014200     05  cardEofSwitch         PIC X(01) VALUE 'N'.
014300         88  cardEndOfFile               VALUE 'Y'.
014400     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
014500         88  parmFileFound               VALUE 'Y'.
014600     05  decisionFoundSwitch   PIC X(01) VALUE 'N'.
014700         88  decisionFound               VALUE 'Y'.
014800     05  cardEditSwitch        PIC X(01) VALUE 'Y'.
014900         88  cardIsValid                 VALUE 'Y'.
015000         88  cardIsInvalid               VALUE 'N'.
015033     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
015066         88  chainControlAtEnd           VALUE 'Y'.
015100
015200 01  runParameters.
015300     05  agingDayLimit         PIC 9(03) VALUE 5.
015400
015500*-----------------------------------------------------------*
015600* SUPERVISOR DECISION CARD -- ONE CARD PER HELD ITEM, KEYED  *
015700* BY RECORD KEY AND SENDING BRANCH.  THE APPROVER ID IS      *
015800* MANDATORY: A CARD WITHOUT ONE IS REFUSED, SO NO ITEM CAN   *
015900* LEAVE THE QUEUE UNSIGNED.                                  *
016000*-----------------------------------------------------------*
016100 01  decisionCard.
016200     05  decisionAction        PIC X(01).
016300         88  decisionApprove             VALUE 'A'.
016400         88  decisionDecline             VALUE 'D'.
016500     05  decisionKey           PIC X(06).
016600     05  decisionBranch        PIC X(03).
016700     05  decisionApprover      PIC X(08).
016800     05  FILLER                PIC X(62).
016900
017000 01  decisionTable.
017100     05  decisionEntry OCCURS 500 TIMES.
017200         10  decTabAction      PIC X(01).
017300         10  decTabKey         PIC 9(06).
017400         10  decTabBranch      PIC X(03).
017500         10  decTabApprover    PIC X(08).
017600         10  decTabUsedSwitch  PIC X(01).
017700             88  decTabUsed              VALUE 'Y'.
017800
017900*-----------------------------------------------------------*
018000* DECISION AUDIT RECORD -- ONE PER CARD.  RESULT IS OK WHEN  *
018100* THE CARD MATCHED A QUEUED ITEM, NOTF WHEN NOTHING ON THE   *
018200* QUEUE MATCHED IT, BAD WHEN IT FAILED THE CARD EDITS, AND   *
018300* DUP WHEN AN EARLIER CARD ALREADY DECIDED THE SAME ITEM.    *
018400*-----------------------------------------------------------*
018500 01  decisionAuditRecord.
018600     05  decAuditDateStamp     PIC 9(08).
018700     05  decAuditTimeStamp     PIC 9(08).
018800     05  decAuditAction        PIC X(01).
018900     05  decAuditKey           PIC X(06).
019000     05  decAuditBranch        PIC X(03).
019100     05  decAuditApprover      PIC X(08).
019200     05  decAuditResult        PIC X(04).
019300     05  decAuditCustomer      PIC 9(06).
019400     05  decAuditAmount        PIC 9(06)V9(02).
019500     05  FILLER                PIC X(08) VALUE SPACES.
019508     05  decAuditChainLink     PIC X(01).
019516         88  decAuditChained             VALUE SPACE.
019524         88  decAuditSeal                VALUE 'S'.
019532     05  decAuditChainValue    PIC 9(10).
019540
019548*    THE SEAL RECORD: ACTION S AND THE COUNT OF RECORDS UNDER
019556*    IT IN PLACE OF THE CARD FIELDS.
019564 01  decisionSealRecord REDEFINES decisionAuditRecord.
019572     05  FILLER                PIC X(17).
019580     05  decAuditSealCount     PIC 9(06).
019588     05  FILLER                PIC X(48).
019600
019700*-----------------------------------------------------------*
019800* DATE-TO-DAY-SERIAL CONVERSION WORK AREA, USED TO AGE THE   *
019900* QUEUED ITEMS.  THE CUMULATIVE MONTH TABLE AND THE LEAP     *
020000* ADJUSTMENT GIVE A TRUE DAY COUNT ACROSS MONTH AND YEAR     *
020100* BOUNDARIES.                                                *
020200*-----------------------------------------------------------*
020300 01  dateConversionFields.
020400     05  dateConvDate          PIC 9(08).
020500     05  dateConvSplit REDEFINES dateConvDate.
020600         10  dateConvYear      PIC 9(04).
020700         10  dateConvMonth     PIC 9(02).
020800         10  dateConvDay       PIC 9(02).
020900     05  dateConvDays          PIC 9(08) COMP.
021000     05  leapYearWork          PIC 9(04) COMP.
021100     05  leapQuarters          PIC 9(04) COMP.
021200     05  leapCenturies         PIC 9(04) COMP.
021300     05  leapQuadCenturies     PIC 9(04) COMP.
021400
021500 01  monthCumulativeDays.
021600     05  FILLER                PIC X(36) VALUE
021700         '000031059090120151181212243273304334'.
021800 01  monthCumulativeTable REDEFINES monthCumulativeDays.
021900     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
022000
022100 01  queueColumnLine.
022200     05  FILLER                PIC X(05) VALUE SPACES.
022300     05  FILLER                PIC X(31) VALUE
022400         'KEY    BRN  CUSTNO     RESULT  '.
022500     05  FILLER                PIC X(33) VALUE
022600         'QUEUED    AGE  STATUS    APPROVER'.
022700     05  FILLER                PIC X(63) VALUE SPACES.
022800
022900 01  queueDetailLine.
023000     05  FILLER                PIC X(05) VALUE SPACES.
023100     05  queueLineKey          PIC 9(06).
023200     05  FILLER                PIC X(01) VALUE SPACES.
023300     05  queueLineBranch       PIC X(03).
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  queueLineCustomer     PIC 9(06).
023600     05  FILLER                PIC X(02) VALUE SPACES.
023700     05  queueLineResult       PIC ZZZZZ9.99.
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  queueLineQueued       PIC 9(08).
024000     05  FILLER                PIC X(01) VALUE SPACES.
024100     05  queueLineAge          PIC Z(03)9.
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  queueLineStatus       PIC X(08).
024400     05  FILLER                PIC X(02) VALUE SPACES.
024500     05  queueLineApprover     PIC X(08).
024600     05  FILLER                PIC X(63) VALUE SPACES.
024700
024800 77  decisionCount             PIC 9(04) VALUE ZEROS COMP.
024900 77  decisionIndex             PIC 9(04) VALUE ZEROS COMP.
025000 77  decisionSlot              PIC 9(04) VALUE ZEROS COMP.
025100 77  pendingReadCount          PIC 9(06) VALUE ZEROS COMP.
025200 77  cardsReadCount            PIC 9(06) VALUE ZEROS COMP.
025300 77  cardsRefusedCount         PIC 9(06) VALUE ZEROS COMP.
025400 77  cardsUnmatchedCount       PIC 9(06) VALUE ZEROS COMP.
025500 77  itemsApprovedCount        PIC 9(06) VALUE ZEROS COMP.
025600 77  itemsDeclinedCount        PIC 9(06) VALUE ZEROS COMP.
025700 77  itemsCarriedCount         PIC 9(06) VALUE ZEROS COMP.
025800 77  agedItemCount             PIC 9(06) VALUE ZEROS COMP.
025900 77  approvedIntHashTotal      PIC 9(08) VALUE ZEROS.
026000 77  approvedFloatTotal        PIC 9(06)V9(02) VALUE ZEROS.
026100 77  approvedResultTotal       PIC 9(08)V9(02) VALUE ZEROS.
026200 77  approvalBusinessDate      PIC 9(08) VALUE ZEROS.
026300 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
026400 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
026420 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
026440 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
026460 77  chainNewValue             PIC 9(10) VALUE ZEROS.
026480 77  chainCoveredLength        PIC 9(04) VALUE 61 COMP.
026500 77  currentDaySerial          PIC 9(08) VALUE ZEROS COMP.
026600 77  queuedDaySerial           PIC 9(08) VALUE ZEROS COMP.
026700 77  pendingAgeDays            PIC S9(08) VALUE ZEROS COMP.
026800
026900 PROCEDURE DIVISION.
027000*=============================================================*
027100* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
027200*=============================================================*
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027500     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
027600         UNTIL pendingEndOfFile.
027700     PERFORM 3000-AUDIT-UNMATCHED-CARD THRU 3000-EXIT
027800         VARYING decisionIndex FROM 1 BY 1
027900         UNTIL decisionIndex > decisionCount.
028000     PERFORM 4000-WRITE-APPROVED-TRAILER THRU 4000-EXIT.
028100     PERFORM 5000-PRODUCE-QUEUE-REPORT THRU 5000-EXIT.
028200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028300     STOP RUN.
028400
028500*=============================================================*
028600* 1000-INITIALIZE -- READ THE CONTROL CARD, OPEN FILES, LOAD  *
028700* THE DECISION CARDS, AND START THE QUEUE REPORT              *
028800*=============================================================*
028900 1000-INITIALIZE.
029000     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
029100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
029200     IF approvalBusinessDate = ZEROS
029300         MOVE currentDateStamp TO approvalBusinessDate
029400     END-IF.
029500     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
029600     PERFORM 1250-WRITE-APPROVED-HEADER THRU 1250-EXIT.
029700     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
029800     PERFORM 1300-LOAD-DECISIONS THRU 1300-EXIT.
029900     MOVE approvalBusinessDate TO dateConvDate.
030000     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
030100     MOVE dateConvDays TO currentDaySerial.
030200 1000-EXIT.
030300     EXIT.
030400
030500 1100-READ-PARM-CARD.
030600     OPEN INPUT PARMFILE.
030700     IF fileStatusParmfile = '00'
030800         READ PARMFILE INTO controlCard
030900             AT END
031000                 MOVE 'N' TO parmFileFoundSwitch
031100         END-READ
031200     END-IF.
031300     IF fileStatusParmfile = '00'
031400         SET parmFileFound TO TRUE
031500         IF parmBusinessDate NUMERIC
031600             MOVE parmBusinessDate TO approvalBusinessDate
031700         END-IF
031800         IF parmAgingDayLimit NUMERIC
031900             MOVE parmAgingDayLimit TO agingDayLimit
032000         END-IF
032100     ELSE
032200         DISPLAY 'HVAPPRV  - NO SYSIN CONTROL CARD, USING '
032300             'COMPILED-IN DEFAULTS'
032400     END-IF.
032500     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
032600         OR fileStatusParmfile = '05'
032700         CLOSE PARMFILE
032800     END-IF.
032900 1100-EXIT.
033000     EXIT.
033100
033200 1200-OPEN-FILES.
033300     OPEN INPUT PENDIN.
033400     IF fileStatusPendin NOT = '00'
033500         DISPLAY 'HVAPPRV  - UNABLE TO OPEN PENDIN, STATUS='
033600             fileStatusPendin
033700         GO TO 9900-ABEND
033800     END-IF.
033900     OPEN OUTPUT APRVFEED.
034000     IF fileStatusAprvfeed NOT = '00'
034100         DISPLAY 'HVAPPRV  - UNABLE TO OPEN APRVFEED, STATUS='
034200             fileStatusAprvfeed
034300         GO TO 9900-ABEND
034400     END-IF.
034500     OPEN OUTPUT APRVREG.
034600     IF fileStatusAprvreg NOT = '00'
034700         DISPLAY 'HVAPPRV  - UNABLE TO OPEN APRVREG, STATUS='
034800             fileStatusAprvreg
034900         GO TO 9900-ABEND
035000     END-IF.
035100     OPEN OUTPUT DECLOUT.
035200     IF fileStatusDeclout NOT = '00'
035300         DISPLAY 'HVAPPRV  - UNABLE TO OPEN DECLOUT, STATUS='
035400             fileStatusDeclout
035500         GO TO 9900-ABEND
035600     END-IF.
035700     OPEN OUTPUT PENDOUT.
035800     IF fileStatusPendout NOT = '00'
035900         DISPLAY 'HVAPPRV  - UNABLE TO OPEN PENDOUT, STATUS='
036000             fileStatusPendout
036100         GO TO 9900-ABEND
036200     END-IF.
036300     OPEN OUTPUT APRVAUD.
036400     IF fileStatusAprvaud NOT = '00'
036500         DISPLAY 'HVAPPRV  - UNABLE TO OPEN APRVAUD, STATUS='
036600             fileStatusAprvaud
036700         GO TO 9900-ABEND
036800     END-IF.
036850     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
036900     OPEN OUTPUT APRVRPT.
037000     IF fileStatusAprvrpt NOT = '00'
037100         DISPLAY 'HVAPPRV  - UNABLE TO OPEN APRVRPT, STATUS='
037200             fileStatusAprvrpt
037300         GO TO 9900-ABEND
037400     END-IF.
037500 1200-EXIT.
037600     EXIT.
037700
037800*-------------------------------------------------------------*
037900* 1250-WRITE-APPROVED-HEADER -- THE APPROVED OUTPUT IS ITSELF  *
038000* A CONTROLLED FEED, SO IT OPENS WITH ITS OWN HEADER AND CAN   *
038100* BE MOUNTED STRAIGHT ONTO THE FEED MERGE LIKE ANY BRANCH.     *
038200*-------------------------------------------------------------*
038300 1250-WRITE-APPROVED-HEADER.
038400     MOVE SPACES TO transactionRecord.
038500     SET tranTypeHeader TO TRUE.
038600     MOVE 'APPROVED' TO headerFeedId.
038700     MOVE approvalBusinessDate TO headerBusinessDate.
038800     WRITE aprvFeedRecord FROM transactionRecord.
038900 1250-EXIT.
039000     EXIT.
039100
039200*-------------------------------------------------------------*
039300* 1300-LOAD-DECISIONS -- EDIT EVERY CARD AS IT IS LOADED.  A   *
039400* REFUSED CARD IS AUDITED AT ONCE AND NEVER REACHES THE TABLE. *
039500*-------------------------------------------------------------*
039600 1300-LOAD-DECISIONS.
039700     OPEN INPUT APRCARD.
039800     IF fileStatusAprcard = '00'
039900         MOVE 'N' TO cardEofSwitch
040000         PERFORM 1350-READ-NEXT-DECISION THRU 1350-EXIT
040100             UNTIL cardEndOfFile
040200     ELSE
040300         DISPLAY 'HVAPPRV  - NO DECISION CARDS, THE WHOLE QUEUE '
040400             'CARRIES FORWARD'
040500     END-IF.
040600     IF fileStatusAprcard = '00' OR fileStatusAprcard = '05'
040700         OR fileStatusAprcard = '10'
040800         CLOSE APRCARD
040900     END-IF.
041000 1300-EXIT.
041100     EXIT.
041200
041300 1350-READ-NEXT-DECISION.
041400     READ APRCARD INTO decisionCard
041500         AT END
041600             SET cardEndOfFile TO TRUE
041700     END-READ.
041800     IF cardEndOfFile
041900         GO TO 1350-EXIT
042000     END-IF.
042100     ADD 1 TO cardsReadCount.
042200     SET cardIsValid TO TRUE.
042300     IF NOT decisionApprove AND NOT decisionDecline
042400         SET cardIsInvalid TO TRUE
042500     END-IF.
042600     IF decisionKey NOT NUMERIC OR decisionApprover = SPACES
042700         SET cardIsInvalid TO TRUE
042800     END-IF.
042900     IF cardIsInvalid OR decisionCount NOT < 500
043000         MOVE 'BAD ' TO decAuditResult
043100         PERFORM 1380-AUDIT-REFUSED-CARD THRU 1380-EXIT
043200         GO TO 1350-EXIT
043300     END-IF.
043400     MOVE 'N' TO decisionFoundSwitch.
043500     PERFORM 1360-CHECK-DUPLICATE-CARD THRU 1360-EXIT
043600         VARYING decisionIndex FROM 1 BY 1
043700         UNTIL decisionIndex > decisionCount
043800         OR decisionFound.
043900     IF decisionFound
044000         MOVE 'DUP ' TO decAuditResult
044100         PERFORM 1380-AUDIT-REFUSED-CARD THRU 1380-EXIT
044200         GO TO 1350-EXIT
044300     END-IF.
044400     ADD 1 TO decisionCount.
044500     MOVE decisionAction   TO decTabAction (decisionCount).
044600     MOVE decisionKey      TO decTabKey (decisionCount).
044700     MOVE decisionBranch   TO decTabBranch (decisionCount).
044800     MOVE decisionApprover TO decTabApprover (decisionCount).
044900     MOVE 'N'              TO decTabUsedSwitch (decisionCount).
045000 1350-EXIT.
045100     EXIT.
045200
045300 1360-CHECK-DUPLICATE-CARD.
045400     IF decTabKey (decisionIndex) = decisionKey
045500         AND decTabBranch (decisionIndex) = decisionBranch
045600         SET decisionFound TO TRUE
045700     END-IF.
045800 1360-EXIT.
045900     EXIT.
046000
046100 1380-AUDIT-REFUSED-CARD.
046200     ADD 1 TO cardsRefusedCount.
046300     DISPLAY 'HVAPPRV  - DECISION CARD REFUSED (' decAuditResult
046400         '): ' decisionCard.
046500     ACCEPT currentTimeStamp FROM TIME.
046600     MOVE approvalBusinessDate TO decAuditDateStamp.
046700     MOVE currentTimeStamp     TO decAuditTimeStamp.
046800     MOVE decisionAction       TO decAuditAction.
046900     MOVE decisionKey          TO decAuditKey.
047000     MOVE decisionBranch       TO decAuditBranch.
047100     MOVE decisionApprover     TO decAuditApprover.
047200     MOVE ZEROS                TO decAuditCustomer.
047300     MOVE ZEROS                TO decAuditAmount.
047400     MOVE SPACE TO decAuditChainLink.
047450     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
047500 1380-EXIT.
047600     EXIT.
047700
047800 1400-WRITE-REPORT-HEADING.
047900     MOVE SPACES TO reportDetailLine.
048000     MOVE 'HIGH-VALUE APPROVAL QUEUE -- DECISIONS AND AGED ITEMS'
048100         TO reportHeadingTitle.
048200     MOVE approvalBusinessDate TO reportHeadingDate.
048300     WRITE aprvRptRecord FROM reportHeadingLine
048400         AFTER ADVANCING TO-NEW-PAGE.
048500     WRITE aprvRptRecord FROM queueColumnLine
048600         AFTER ADVANCING 3 LINES.
048700 1400-EXIT.
048800     EXIT.
048802
048804*-------------------------------------------------------------*
048806* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
048808* FORWARD AND PICK UP THE CHECK VALUE THIS TRAIL LAST ENDED    *
048810* ON; THE RUN'S FIRST AUDIT RECORD CHAINS FROM IT.  NO HISTORY *
048812* MEANS THE TRAIL STARTS HERE, FROM ZERO.                      *
048814*-------------------------------------------------------------*
048816 1900-LOAD-AUDIT-CHAIN.
048818     OPEN OUTPUT CHAINOUT.
048820     IF fileStatusChainout NOT = '00'
048822         DISPLAY 'HVAPPRV  - UNABLE TO OPEN CHAINOUT, STATUS='
048824             fileStatusChainout
048826         GO TO 9900-ABEND
048828     END-IF.
048830     OPEN INPUT CHAININ.
048832     IF fileStatusChainin = '00'
048834         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
048836             UNTIL chainControlAtEnd
048838     END-IF.
048840     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
048842         OR fileStatusChainin = '10'
048844         CLOSE CHAININ
048846     END-IF.
048848 1900-EXIT.
048850     EXIT.
048852
048854 1950-COPY-CHAIN-CONTROL.
048856     READ CHAININ INTO chainControlRecord
048858         AT END
048860             SET chainControlAtEnd TO TRUE
048862     END-READ.
048864     IF chainControlAtEnd
048866         GO TO 1950-EXIT
048868     END-IF.
048870     WRITE chainCtlOutRecord FROM chainControlRecord.
048872     IF chainCtlApproval
048874         MOVE chainCtlValue TO chainRunningValue
048876     END-IF.
048878 1950-EXIT.
048880     EXIT.
048900
049000*=============================================================*
049100* 2000-PROCESS-PENDING -- ONE QUEUED ITEM PER PASS            *
049200*=============================================================*
049300 2000-PROCESS-PENDING.
049400     READ PENDIN INTO pendingRecord
049500         AT END
049600             SET pendingEndOfFile TO TRUE
049700     END-READ.
049800     IF pendingEndOfFile
049900         GO TO 2000-EXIT
050000     END-IF.
050100     ADD 1 TO pendingReadCount.
050200     MOVE 'N' TO decisionFoundSwitch.
050300     PERFORM 2100-FIND-DECISION THRU 2100-EXIT
050400         VARYING decisionIndex FROM 1 BY 1
050500         UNTIL decisionIndex > decisionCount
050600         OR decisionFound.
050700     IF NOT decisionFound
050800         PERFORM 2500-CARRY-FORWARD-ITEM THRU 2500-EXIT
050900         GO TO 2000-EXIT
051000     END-IF.
051100     MOVE 'Y' TO decTabUsedSwitch (decisionSlot).
051200     PERFORM 2600-AGE-QUEUED-ITEM THRU 2600-EXIT.
051300     IF decTabAction (decisionSlot) = 'A'
051400         PERFORM 2300-RELEASE-APPROVED-ITEM THRU 2300-EXIT
051500     ELSE
051600         PERFORM 2400-DECLINE-ITEM THRU 2400-EXIT
051700     END-IF.
051800     MOVE 'OK  ' TO decAuditResult.
051900     PERFORM 2800-AUDIT-DECISION THRU 2800-EXIT.
052000 2000-EXIT.
052100     EXIT.
052200
052300 2100-FIND-DECISION.
052400     IF decTabKey (decisionIndex) = pendRecordKey
052500         AND decTabBranch (decisionIndex) = pendSourceBranch
052600         AND NOT decTabUsed (decisionIndex)
052700         SET decisionFound TO TRUE
052800         MOVE decisionIndex TO decisionSlot
052900     END-IF.
053000 2100-EXIT.
053100     EXIT.
053200
053300*-------------------------------------------------------------*
053400* 2300-RELEASE-APPROVED-ITEM -- THE ITEM GOES BACK OUT AS A    *
053500* DETAIL ON THE APPROVED FEED, AND ITS SIGNED REGISTER ENTRY   *
053600* GOES TO THE DAILY RUN, WHICH WILL NOT POST IT WITHOUT ONE.   *
053700*-------------------------------------------------------------*
053800 2300-RELEASE-APPROVED-ITEM.
053900     MOVE SPACES TO transactionRecord.
054000     SET tranTypeDetail TO TRUE.
054100     MOVE pendRecordKey      TO myRecordKey.
054200     MOVE pendCustomerNumber TO myCustomerNumber.
054300     MOVE pendSourceBranch   TO mySourceBranch.
054400     MOVE pendString         TO myString.
054500     MOVE pendInt            TO myInt.
054600     MOVE pendFloat          TO myFloat.
054700     MOVE ZEROS              TO myComputedResult.
054800     WRITE aprvFeedRecord FROM transactionRecord.
054900     ADD 1 TO itemsApprovedCount.
055000     ADD pendInt TO approvedIntHashTotal.
055100     ADD pendFloat TO approvedFloatTotal.
055200     ADD pendResult TO approvedResultTotal.
055300
055400     MOVE SPACES TO approvalRecord.
055500     MOVE pendRecordKey        TO aprvRecordKey.
055600     MOVE pendSourceBranch     TO aprvSourceBranch.
055700     MOVE pendCustomerNumber   TO aprvCustomerNumber.
055800     MOVE pendFloat            TO aprvFloat.
055900     MOVE pendResult           TO aprvResult.
056000     MOVE pendQueuedDate       TO aprvQueuedDate.
056100     MOVE approvalBusinessDate TO aprvDecisionDate.
056200     MOVE decTabApprover (decisionSlot) TO aprvApproverId.
056300     WRITE aprvRegRecord FROM approvalRecord.
056400
056500     MOVE 'APPROVED' TO queueLineStatus.
056600     PERFORM 2700-REPORT-QUEUE-ITEM THRU 2700-EXIT.
056700 2300-EXIT.
056800     EXIT.
056900
057000*-------------------------------------------------------------*
057100* 2400-DECLINE-ITEM -- A DECLINED ITEM GOES TO SUSPENSE AS AN  *
057200* R006, DATED FROM THE DAY IT WAS FIRST HELD SO ITS SUSPENSE   *
057300* AGING PICKS UP WHERE THE QUEUE AGING LEFT OFF.               *
057400*-------------------------------------------------------------*
057500 2400-DECLINE-ITEM.
057600     MOVE SPACES TO rejectRecord.
057700     MOVE pendRecordKey      TO rejectKey.
057800     MOVE pendCustomerNumber TO rejectCustomerNumber.
057900     SET rejectApprovalDeclined TO TRUE.
058000     MOVE pendString         TO rejectString.
058100     MOVE pendInt            TO rejectInt.
058200     MOVE pendFloat          TO rejectFloat.
058300     MOVE pendQueuedDate     TO rejectDateStamp.
058400     MOVE pendSourceBranch   TO rejectSourceId.
058500     WRITE declOutRecord FROM rejectRecord.
058600     ADD 1 TO itemsDeclinedCount.
058700     MOVE 'DECLINED' TO queueLineStatus.
058800     PERFORM 2700-REPORT-QUEUE-ITEM THRU 2700-EXIT.
058900 2400-EXIT.
059000     EXIT.
059100
059200*-------------------------------------------------------------*
059300* 2500-CARRY-FORWARD-ITEM -- AN UNDECIDED ITEM STAYS QUEUED    *
059400* WITH ITS ORIGINAL QUEUED DATE, SO THE AGING KEEPS RUNNING    *
059500* FROM THE DAY IT WAS FIRST HELD.                              *
059600*-------------------------------------------------------------*
059700 2500-CARRY-FORWARD-ITEM.
059800     WRITE pendOutRecord FROM pendingRecord.
059900     ADD 1 TO itemsCarriedCount.
060000     PERFORM 2600-AGE-QUEUED-ITEM THRU 2600-EXIT.
060100     IF pendingAgeDays > agingDayLimit
060200         ADD 1 TO agedItemCount
060300         MOVE 'PENDING' TO queueLineStatus
060400         PERFORM 2700-REPORT-QUEUE-ITEM THRU 2700-EXIT
060500     END-IF.
060600 2500-EXIT.
060700     EXIT.
060800
060900 2600-AGE-QUEUED-ITEM.
061000     MOVE ZEROS TO pendingAgeDays.
061100     IF pendQueuedDate NUMERIC AND pendQueuedDate > ZEROS
061200         MOVE pendQueuedDate TO dateConvDate
061300         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
061400         MOVE dateConvDays TO queuedDaySerial
061500         COMPUTE pendingAgeDays =
061600             currentDaySerial - queuedDaySerial
061700     END-IF.
061800 2600-EXIT.
061900     EXIT.
062000
062100 2700-REPORT-QUEUE-ITEM.
062200     MOVE pendRecordKey      TO queueLineKey.
062300     MOVE pendSourceBranch   TO queueLineBranch.
062400     MOVE pendCustomerNumber TO queueLineCustomer.
062500     MOVE pendResult         TO queueLineResult.
062600     MOVE pendQueuedDate     TO queueLineQueued.
062700     MOVE pendingAgeDays     TO queueLineAge.
062800     IF decisionFound
062900         MOVE decTabApprover (decisionSlot) TO queueLineApprover
063000     ELSE
063100         MOVE SPACES TO queueLineApprover
063200     END-IF.
063300     WRITE aprvRptRecord FROM queueDetailLine
063400         AFTER ADVANCING 1 LINES.
063500 2700-EXIT.
063600     EXIT.
063700
063800 2800-AUDIT-DECISION.
063900     ACCEPT currentTimeStamp FROM TIME.
064000     MOVE approvalBusinessDate TO decAuditDateStamp.
064100     MOVE currentTimeStamp     TO decAuditTimeStamp.
064200     MOVE decTabAction (decisionSlot)   TO decAuditAction.
064300     MOVE pendRecordKey                 TO decAuditKey.
064400     MOVE pendSourceBranch              TO decAuditBranch.
064500     MOVE decTabApprover (decisionSlot) TO decAuditApprover.
064600     MOVE pendCustomerNumber            TO decAuditCustomer.
064700     MOVE pendResult                    TO decAuditAmount.
064800     MOVE SPACE TO decAuditChainLink.
064850     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
064900 2800-EXIT.
065000     EXIT.
065006
065012*-------------------------------------------------------------*
065018* 2950-CHAIN-AND-WRITE -- EVERY AUDIT RECORD, THE SEAL         *
065024* INCLUDED, GOES OUT HERE CHAINED TO THE ONE BEFORE IT.        *
065030*-------------------------------------------------------------*
065036 2950-CHAIN-AND-WRITE.
065042     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
065048         chainRunningValue, decisionAuditRecord,
065054         chainCoveredLength, chainNewValue.
065060     MOVE chainNewValue TO decAuditChainValue.
065066     MOVE chainNewValue TO chainRunningValue.
065072     WRITE aprvAudRecord FROM decisionAuditRecord.
065078     ADD 1 TO auditRecordsWritten.
065084 2950-EXIT.
065090     EXIT.
065100
065200*=============================================================*
065300* 3000-AUDIT-UNMATCHED-CARD -- A CARD THAT FOUND NOTHING ON    *
065400* THE QUEUE IS AUDITED AS NOTF SO A MISKEYED DECISION IS NOT   *
065500* MISTAKEN FOR ONE THAT TOOK EFFECT.                           *
065600*=============================================================*
065700 3000-AUDIT-UNMATCHED-CARD.
065800     IF decTabUsed (decisionIndex)
065900         GO TO 3000-EXIT
066000     END-IF.
066100     ADD 1 TO cardsUnmatchedCount.
066200     DISPLAY 'HVAPPRV  - NO QUEUED ITEM FOR KEY '
066300         decTabKey (decisionIndex) ' BRANCH '
066400         decTabBranch (decisionIndex).
066500     ACCEPT currentTimeStamp FROM TIME.
066600     MOVE approvalBusinessDate           TO decAuditDateStamp.
066700     MOVE currentTimeStamp               TO decAuditTimeStamp.
066800     MOVE decTabAction (decisionIndex)   TO decAuditAction.
066900     MOVE decTabKey (decisionIndex)      TO decAuditKey.
067000     MOVE decTabBranch (decisionIndex)   TO decAuditBranch.
067100     MOVE decTabApprover (decisionIndex) TO decAuditApprover.
067200     MOVE 'NOTF'                         TO decAuditResult.
067300     MOVE ZEROS                          TO decAuditCustomer.
067400     MOVE ZEROS                          TO decAuditAmount.
067500     MOVE SPACE TO decAuditChainLink.
067550     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
067600 3000-EXIT.
067700     EXIT.
067800
067900*=============================================================*
068000* 4000-WRITE-APPROVED-TRAILER -- CLOSE THE APPROVED FEED WITH  *
068100* ITS OWN CONTROL TOTALS SO THE FEED MERGE AND THE DAILY RUN   *
068200* BALANCE IT EXACTLY LIKE A BRANCH FEED.                       *
068300*=============================================================*
068400 4000-WRITE-APPROVED-TRAILER.
068500     MOVE SPACES TO transactionRecord.
068600     SET tranTypeTrailer TO TRUE.
068700     MOVE itemsApprovedCount   TO trailerRecordCount.
068800     MOVE approvedIntHashTotal TO trailerIntHashTotal.
068900     MOVE approvedFloatTotal   TO trailerFloatTotal.
069000     WRITE aprvFeedRecord FROM transactionRecord.
069100 4000-EXIT.
069200     EXIT.
069300
069400*=============================================================*
069500* 5000-PRODUCE-QUEUE-REPORT -- END-OF-RUN CONTROL TOTALS SO    *
069600* OPERATORS CAN BALANCE APPROVED PLUS DECLINED PLUS CARRIED    *
069700* AGAINST READ, AND CARDS AGAINST DECISIONS TAKEN.             *
069800*=============================================================*
069900 5000-PRODUCE-QUEUE-REPORT.
070000     MOVE SPACES TO reportDetailLine.
070100     MOVE 'QUEUED ITEMS READ' TO reportFieldLabel.
070200     MOVE pendingReadCount TO reportFieldValue.
070300     WRITE aprvRptRecord FROM reportDetailLine
070400         AFTER ADVANCING 3 LINES.
070500
070600     MOVE SPACES TO reportDetailLine.
070700     MOVE 'ITEMS APPROVED TO APRVFEED' TO reportFieldLabel.
070800     MOVE itemsApprovedCount TO reportFieldValue.
070900     WRITE aprvRptRecord FROM reportDetailLine
071000         AFTER ADVANCING 1 LINES.
071100
071200     MOVE SPACES TO reportDetailLine.
071250     MOVE 'APPROVED RESULT TOTAL' TO reportFieldLabel.
071300     MOVE approvedResultTotal TO reportAmountValue.
071400     WRITE aprvRptRecord FROM reportAmountLine
071500         AFTER ADVANCING 1 LINES.
071600
071700     MOVE SPACES TO reportDetailLine.
071800     MOVE 'ITEMS DECLINED TO SUSPENSE' TO reportFieldLabel.
071900     MOVE itemsDeclinedCount TO reportFieldValue.
072000     WRITE aprvRptRecord FROM reportDetailLine
072100         AFTER ADVANCING 1 LINES.
072200
072300     MOVE SPACES TO reportDetailLine.
072400     MOVE 'ITEMS STILL AWAITING APPROVAL' TO reportFieldLabel.
072500     MOVE itemsCarriedCount TO reportFieldValue.
072600     WRITE aprvRptRecord FROM reportDetailLine
072700         AFTER ADVANCING 1 LINES.
072800
072900     MOVE SPACES TO reportDetailLine.
073000     MOVE 'ITEMS AGED OVER DAY LIMIT' TO reportFieldLabel.
073100     MOVE agedItemCount TO reportFieldValue.
073200     WRITE aprvRptRecord FROM reportDetailLine
073300         AFTER ADVANCING 1 LINES.
073400
073500     MOVE SPACES TO reportDetailLine.
073600     MOVE 'DECISION CARDS READ' TO reportFieldLabel.
073700     MOVE cardsReadCount TO reportFieldValue.
073800     WRITE aprvRptRecord FROM reportDetailLine
073900         AFTER ADVANCING 2 LINES.
074000
074100     MOVE SPACES TO reportDetailLine.
074200     MOVE 'DECISION CARDS REFUSED' TO reportFieldLabel.
074300     MOVE cardsRefusedCount TO reportFieldValue.
074400     WRITE aprvRptRecord FROM reportDetailLine
074500         AFTER ADVANCING 1 LINES.
074600
074700     MOVE SPACES TO reportDetailLine.
074800     MOVE 'DECISION CARDS UNMATCHED' TO reportFieldLabel.
074900     MOVE cardsUnmatchedCount TO reportFieldValue.
075000     WRITE aprvRptRecord FROM reportDetailLine
075100         AFTER ADVANCING 1 LINES.
075200 5000-EXIT.
075300     EXIT.
075400
075500*=============================================================*
075600* 7100-CONVERT-DATE-TO-DAYS -- YYYYMMDD TO A TRUE DAY SERIAL.  *
075700* JANUARY AND FEBRUARY COUNT LEAP DAYS AGAINST THE PRIOR YEAR  *
075800* SO THE DIFFERENCE OF TWO SERIALS IS AN EXACT AGE IN DAYS.    *
075900*=============================================================*
076000 7100-CONVERT-DATE-TO-DAYS.
076100     MOVE dateConvYear TO leapYearWork.
076200     IF dateConvMonth < 3
076300         SUBTRACT 1 FROM leapYearWork
076400     END-IF.
076500     DIVIDE leapYearWork BY 4 GIVING leapQuarters.
076600     DIVIDE leapYearWork BY 100 GIVING leapCenturies.
076700     DIVIDE leapYearWork BY 400 GIVING leapQuadCenturies.
076800     COMPUTE dateConvDays = (dateConvYear * 365)
076900         + leapQuarters - leapCenturies + leapQuadCenturies
077000         + monthCumDays (dateConvMonth) + dateConvDay.
077100 7100-EXIT.
077200     EXIT.
077300
077400*=============================================================*
077500* 9000-TERMINATE -- CLOSE DOWN AND TELL THE SCHEDULER WHETHER  *
077600* ANYTHING IS STILL WAITING, OR AGING, ON THE QUEUE, OR       *
077700* WHETHER ANY CARD FAILED TO TAKE EFFECT.                      *
077800*=============================================================*
077900 9000-TERMINATE.
078000     CLOSE PENDIN.
078100     CLOSE APRVFEED.
078200     CLOSE APRVREG.
078300     CLOSE DECLOUT.
078400     CLOSE PENDOUT.
078450     PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT.
078500     CLOSE APRVAUD.
078600     CLOSE APRVRPT.
078700     IF agedItemCount > 0 OR cardsRefusedCount > 0
078800         OR cardsUnmatchedCount > 0
078900         MOVE 8 TO RETURN-CODE
079000     ELSE
079100         IF itemsCarriedCount > 0
079200             MOVE 4 TO RETURN-CODE
079300         ELSE
079400             MOVE 0 TO RETURN-CODE
079500         END-IF
079600     END-IF.
079700     DISPLAY 'HVAPPRV  - RUN COMPLETE, RETURN-CODE = '
079800         RETURN-CODE.
079900 9000-EXIT.
080000     EXIT.
080003
080006*-------------------------------------------------------------*
080009* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE RUN'S TRAIL WITH ITS      *
080012* SEAL, CHAINED LIKE ANY OTHER RECORD, AND RECORD THE SEAL'S   *
080015* VALUE ON THE CHAIN-CONTROL HISTORY FOR THE NEXT RUN TO CHAIN *
080018* FROM.                                                        *
080021*-------------------------------------------------------------*
080024 9050-SEAL-AUDIT-TRAIL.
080027     ACCEPT currentTimeStamp FROM TIME.
080030     MOVE SPACES TO decisionAuditRecord.
080033     MOVE approvalBusinessDate TO decAuditDateStamp.
080036     MOVE currentTimeStamp     TO decAuditTimeStamp.
080039     MOVE 'S'                  TO decAuditAction.
080042     MOVE auditRecordsWritten  TO decAuditSealCount.
080045     SET decAuditSeal TO TRUE.
080048     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
080051     MOVE SPACES TO chainControlRecord.
080054     SET chainCtlApproval TO TRUE.
080057     MOVE approvalBusinessDate TO chainCtlDate.
080060     MOVE currentTimeStamp     TO chainCtlTimeStamp.
080063     MOVE decAuditSealCount    TO chainCtlRecords.
080066     MOVE chainRunningValue    TO chainCtlValue.
080069     WRITE chainCtlOutRecord FROM chainControlRecord.
080072     CLOSE CHAINOUT.
080075 9050-EXIT.
080078     EXIT.
080100
080200*=============================================================*
080300* 9900-ABEND -- FATAL SETUP FAILURE. NOTHING IS RELEASED, SO   *
080400* THE DAILY RUN WILL HOLD EVERY HIGH-VALUE ITEM AGAIN.         *
080500*=============================================================*
080600 9900-ABEND.
080700     MOVE 16 TO RETURN-CODE.
080800     DISPLAY 'HVAPPRV  - ABEND CONDITION, RETURN-CODE = 16'.
080900     STOP RUN.
