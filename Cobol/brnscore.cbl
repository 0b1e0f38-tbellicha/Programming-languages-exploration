000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BranchScorecard.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  BRANCH DATA-QUALITY      *
001200*                  SCORECARD, RUN WEEKLY OR MONTHLY FROM THE  *
001300*                  REJECT HISTORY AND THE PER-BRANCH BALANCE  *
001400*                  ROWS: FOR EACH BRANCH THE ITEMS RECEIVED,  *
001500*                  THE REJECT RATE, THE R001 TO R006          *
001600*                  BREAKDOWN, ITEMS STILL OPEN OR RETURNED,   *
001700*                  THE AVERAGE DAYS TO CLEAR, AND THE RATE    *
001800*                  FOR EACH OF THE THREE PRIOR PERIODS WITH   *
001900*                  A TREND AGAINST THEM.  A BRANCH OVER THE   *
002000*                  CARD'S REJECT-RATE THRESHOLD IS FLAGGED    *
002100*                  AND THE RUN ENDS RC 4 SO OPERATIONS TAKE   *
002200*                  IT UP WITH THE BRANCH.                     *
002300*-----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
002800     C01 IS TO-NEW-PAGE.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REJHIST  ASSIGN TO REJHIST
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS fileStatusRejhist.
003500     SELECT BALIN    ASSIGN TO BALIN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS fileStatusBalin.
003800     SELECT SCORERPT ASSIGN TO SCORERPT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS fileStatusScorerpt.
004100     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS fileStatusParmfile.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REJHIST
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 40 CHARACTERS.
005100 01  rejHistInRecord           PIC X(40).
005200
005300 FD  BALIN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 32 CHARACTERS.
005700 01  balInRecord               PIC X(32).
005800
005900 FD  SCORERPT
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  scoreRptRecord            PIC X(132).
006400
006500 FD  PARMFILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  parmFileRecord            PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200*-----------------------------------------------------------*
007300* THE SHARED REJECT HISTORY, BALANCE, AND REPORT LAYOUTS.    *
007400*-----------------------------------------------------------*
007500     COPY REJHIST.
007600     COPY BALREC.
007700     COPY RPTLINE.
007800
007900 01  fileStatusFields.
008000     05  fileStatusRejhist     PIC X(02) VALUE SPACES.
008100     05  fileStatusBalin       PIC X(02) VALUE SPACES.
008200     05  fileStatusScorerpt    PIC X(02) VALUE SPACES.
008300     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
008400
008500 01  programSwitches.
008600     05  historyEofSwitch      PIC X(01) VALUE 'N'.
008700         88  historyEndOfFile            VALUE 'Y'.
008800     05  balanceEofSwitch      PIC X(01) VALUE 'N'.
008900         88  balanceEndOfFile            VALUE 'Y'.
009000     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
009100         88  parmFileFound               VALUE 'Y'.
009200     05  branchTableSwitch     PIC X(01) VALUE 'N'.
009300         88  branchTableFull             VALUE 'Y'.
009400     05  scorePeriodType       PIC X(01) VALUE 'W'.
009500         88  scoreWeekly                 VALUE 'W'.
009600         88  scoreMonthly                VALUE 'M'.
009700
009800*-----------------------------------------------------------*
009900* SCORECARD CONTROL CARD -- 'W' WEEKLY OR 'M' MONTHLY, THE   *
010000* AS-OF DATE THE CURRENT PERIOD ENDS ON, AND THE REJECT-RATE *
010100* THRESHOLD AS A PERCENTAGE (9999 = 99.99).  NO CARD MEANS   *
010200* THE WEEK ENDING ON THE MACHINE DATE AND A 5.00 THRESHOLD.  *
010300* A WEEK IS THE SEVEN DAYS ENDING ON THE AS-OF DATE; A MONTH *
010400* IS THE CALENDAR MONTH HOLDING IT.                          *
010500*-----------------------------------------------------------*
010600 01  scoreControlCard.
010700     05  scorePeriodParm       PIC X(01).
010800     05  scoreAsOfParm         PIC X(08).
010900     05  scoreThresholdParm    PIC X(04).
011000     05  scoreThresholdNum REDEFINES scoreThresholdParm
011100                               PIC 9(02)V9(02).
011200     05  FILLER                PIC X(67).
011300
011400*-----------------------------------------------------------*
011500* ONE ENTRY PER BRANCH.  PERIOD 1 IS THE CURRENT PERIOD,     *
011600* PERIODS 2 TO 4 THE THREE BEFORE IT, FOR THE TREND.  THE    *
011700* REASON, OPEN, RETURNED, AND CLEARING FIGURES ARE FOR THE   *
011800* CURRENT PERIOD ONLY.                                       *
011900*-----------------------------------------------------------*
012000 01  branchScoreTable.
012100     05  branchScoreEntry OCCURS 50 TIMES.
012200         10  scrBranchId       PIC X(03).
012300         10  scrPeriodFigures OCCURS 4 TIMES.
012400             15  scrReceived   PIC 9(07) COMP.
012500             15  scrRejected   PIC 9(07) COMP.
012600         10  scrReasonCount    PIC 9(05) COMP OCCURS 6 TIMES.
012700         10  scrOpenCount      PIC 9(05) COMP.
012800         10  scrReturnedCount  PIC 9(05) COMP.
012900         10  scrClearedCount   PIC 9(05) COMP.
013000         10  scrClearDays      PIC 9(07) COMP.
013100
013200 01  scoreColumnLine.
013300     05  FILLER                PIC X(05) VALUE SPACES.
013400     05  FILLER                PIC X(26) VALUE
013500         'BRN  RECEIVD REJCTS  RATE%'.
013600     05  FILLER                PIC X(36) VALUE
013700         '  R001  R002  R003  R004  R005  R006'.
013800     05  FILLER                PIC X(19) VALUE
013900         '  OPEN  RTND AVGCLR'.
014000     05  FILLER                PIC X(37) VALUE
014100         '  PRIOR1  PRIOR2  PRIOR3  TREND  FLAG'.
014200     05  FILLER                PIC X(09) VALUE SPACES.
014300
014400 01  scoreDetailLine.
014500     05  FILLER                PIC X(05) VALUE SPACES.
014600     05  scrLineBranch         PIC X(03).
014700     05  FILLER                PIC X(02) VALUE SPACES.
014800     05  scrLineReceived       PIC Z(06)9.
014900     05  FILLER                PIC X(01) VALUE SPACES.
015000     05  scrLineRejected       PIC Z(05)9.
015100     05  FILLER                PIC X(01) VALUE SPACES.
015200     05  scrLineRate           PIC ZZ9.99.
015300     05  scrLineReasonGroup OCCURS 6 TIMES.
015400         10  FILLER            PIC X(01).
015500         10  scrLineReason     PIC ZZZZ9.
015600     05  FILLER                PIC X(01) VALUE SPACES.
015700     05  scrLineOpen           PIC ZZZZ9.
015800     05  FILLER                PIC X(01) VALUE SPACES.
015900     05  scrLineReturned       PIC ZZZZ9.
016000     05  FILLER                PIC X(01) VALUE SPACES.
016100     05  scrLineAvgClear       PIC ZZZ9.9.
016200     05  scrLinePriorGroup OCCURS 3 TIMES.
016300         10  FILLER            PIC X(02).
016400         10  scrLinePriorRate  PIC ZZ9.99.
016500     05  FILLER                PIC X(02) VALUE SPACES.
016600     05  scrLineTrend          PIC X(06).
016700     05  FILLER                PIC X(01) VALUE SPACES.
016800     05  scrLineFlag           PIC X(04).
016900     05  FILLER                PIC X(08) VALUE SPACES.
017000
017100*-----------------------------------------------------------*
017200* DATE-TO-DAY-SERIAL CONVERSION WORK AREA, USED TO PLACE A   *
017300* DATE IN ITS WEEK AND TO COUNT THE DAYS AN ITEM TOOK TO     *
017400* CLEAR.                                                     *
017500*-----------------------------------------------------------*
017600 01  dateConversionFields.
017700     05  dateConvDate          PIC 9(08).
017800     05  dateConvSplit REDEFINES dateConvDate.
017900         10  dateConvYear      PIC 9(04).
018000         10  dateConvMonth     PIC 9(02).
018100         10  dateConvDay       PIC 9(02).
018200     05  dateConvDays          PIC 9(08) COMP.
018300     05  leapYearWork          PIC 9(04) COMP.
018400     05  leapQuarters          PIC 9(04) COMP.
018500     05  leapCenturies         PIC 9(04) COMP.
018600     05  leapQuadCenturies     PIC 9(04) COMP.
018700
018800 01  monthCumulativeDays.
018900     05  FILLER                PIC X(36) VALUE
019000         '000031059090120151181212243273304334'.
019100 01  monthCumulativeTable REDEFINES monthCumulativeDays.
019200     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
019300
019400 01  scoreWorkFields.
019500     05  scoreAsOfDate         PIC 9(08) VALUE ZEROS.
019600     05  scoreThreshold        PIC 9(02)V9(02) VALUE 5.00.
019700     05  scoreBranchKey        PIC X(03) VALUE SPACES.
019800     05  asOfDaySerial         PIC 9(08) COMP VALUE ZEROS.
019900     05  asOfMonthNumber       PIC 9(06) COMP VALUE ZEROS.
020000     05  datePeriodWork        PIC S9(08) COMP VALUE ZEROS.
020100     05  rejectDaySerial       PIC 9(08) COMP VALUE ZEROS.
020200     05  clearedDaySerial      PIC 9(08) COMP VALUE ZEROS.
020300     05  clearDaysWork         PIC S9(08) COMP VALUE ZEROS.
020400     05  rateWork              PIC 9(03)V9(02) VALUE ZEROS.
020500     05  currentRate           PIC 9(03)V9(02) VALUE ZEROS.
020600     05  priorRateTotal        PIC 9(05)V9(02) VALUE ZEROS.
020700     05  priorRateAverage      PIC 9(03)V9(02) VALUE ZEROS.
020800     05  averageClearDays      PIC 9(04)V9(01) VALUE ZEROS.
020900     05  totalReceived         PIC 9(08) COMP VALUE ZEROS.
021000     05  totalRejected         PIC 9(08) COMP VALUE ZEROS.
021100
021200 77  branchScoreCount          PIC 9(03) VALUE ZEROS COMP.
021300 77  branchScoreIndex          PIC 9(03) VALUE ZEROS COMP.
021400 77  branchScoreSlot           PIC 9(03) VALUE ZEROS COMP.
021500 77  periodSlot                PIC 9(03) VALUE ZEROS COMP.
021600 77  periodIndex               PIC 9(03) VALUE ZEROS COMP.
021700 77  reasonSlot                PIC 9(03) VALUE ZEROS COMP.
021800 77  reasonIndex               PIC 9(03) VALUE ZEROS COMP.
021900 77  priorPeriodsWithVolume    PIC 9(03) VALUE ZEROS COMP.
022000 77  historyReadCount          PIC 9(06) VALUE ZEROS COMP.
022100 77  historyUsedCount          PIC 9(06) VALUE ZEROS COMP.
022200 77  noBranchRejectCount       PIC 9(06) VALUE ZEROS COMP.
022300 77  balanceRowsReadCount      PIC 9(06) VALUE ZEROS COMP.
022400 77  branchRowsUsedCount       PIC 9(06) VALUE ZEROS COMP.
022500 77  branchesFlaggedCount      PIC 9(06) VALUE ZEROS COMP.
022600 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
022700
022800 PROCEDURE DIVISION.
022900*=============================================================*
023000* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
023100*=============================================================*
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-LOAD-BALANCE-ROWS THRU 2000-EXIT
023500         UNTIL balanceEndOfFile.
023600     PERFORM 3000-LOAD-REJECT-HISTORY THRU 3000-EXIT
023700         UNTIL historyEndOfFile.
023800     PERFORM 4000-PRODUCE-SCORECARD THRU 4000-EXIT.
023900     PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200
024300*=============================================================*
024400* 1000-INITIALIZE -- READ THE CONTROL CARD, FIX THE PERIODS,  *
024500* AND OPEN EVERYTHING                                         *
024600*=============================================================*
024700 1000-INITIALIZE.
024800     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
024900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
025000     IF scoreAsOfDate = ZEROS
025100         MOVE currentDateStamp TO scoreAsOfDate
025200     END-IF.
025300     MOVE scoreAsOfDate TO dateConvDate.
025400     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
025500     MOVE dateConvDays TO asOfDaySerial.
025600     COMPUTE asOfMonthNumber =
025700         (dateConvYear * 12) + dateConvMonth.
025800     OPEN INPUT REJHIST.
025900     IF fileStatusRejhist NOT = '00'
026000         DISPLAY 'BRNSCORE - UNABLE TO OPEN REJHIST, STATUS='
026100             fileStatusRejhist
026200         GO TO 9900-ABEND
026300     END-IF.
026400     OPEN INPUT BALIN.
026500     IF fileStatusBalin NOT = '00'
026600         DISPLAY 'BRNSCORE - UNABLE TO OPEN BALIN, STATUS='
026700             fileStatusBalin
026800         GO TO 9900-ABEND
026900     END-IF.
027000     OPEN OUTPUT SCORERPT.
027100     IF fileStatusScorerpt NOT = '00'
027200         DISPLAY 'BRNSCORE - UNABLE TO OPEN SCORERPT, STATUS='
027300             fileStatusScorerpt
027400         GO TO 9900-ABEND
027500     END-IF.
027600     MOVE SPACES TO reportDetailLine.
027700     IF scoreMonthly
027800         MOVE 'BRANCH REJECT SCORECARD -- MONTH HOLDING' TO
027900             reportHeadingTitle
028000     ELSE
028100         MOVE 'BRANCH REJECT SCORECARD -- WEEK ENDING' TO
028200             reportHeadingTitle
028300     END-IF.
028400     MOVE scoreAsOfDate TO reportHeadingDate.
028500     WRITE scoreRptRecord FROM reportHeadingLine
028600         AFTER ADVANCING TO-NEW-PAGE.
028700     MOVE SPACES TO reportDetailLine.
028800     MOVE 'REJECT-RATE THRESHOLD (PCT)' TO reportFieldLabel.
028900     MOVE scoreThreshold TO reportAmountValue.
029000     WRITE scoreRptRecord FROM reportAmountLine
029100         AFTER ADVANCING 2 LINES.
029200 1000-EXIT.
029300     EXIT.
029400
029500 1100-READ-PARM-CARD.
029600     OPEN INPUT PARMFILE.
029700     IF fileStatusParmfile = '00'
029800         READ PARMFILE INTO scoreControlCard
029900             AT END
030000                 MOVE 'N' TO parmFileFoundSwitch
030100         END-READ
030200     END-IF.
030300     IF fileStatusParmfile = '00'
030400         SET parmFileFound TO TRUE
030500         IF scorePeriodParm = 'M'
030600             SET scoreMonthly TO TRUE
030700         END-IF
030800         IF scoreAsOfParm NUMERIC
030900             MOVE scoreAsOfParm TO scoreAsOfDate
031000         END-IF
031100         IF scoreThresholdParm NUMERIC
031200             MOVE scoreThresholdNum TO scoreThreshold
031300         END-IF
031400     ELSE
031500         DISPLAY 'BRNSCORE - NO SYSIN CONTROL CARD, SCORING THE '
031600             'WEEK ENDING ON THE MACHINE DATE'
031700     END-IF.
031800     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
031900         OR fileStatusParmfile = '05'
032000         CLOSE PARMFILE
032100     END-IF.
032200 1100-EXIT.
032300     EXIT.
032400
032500*=============================================================*
032600* 2000-LOAD-BALANCE-ROWS -- EACH BRANCH ROW IN ONE OF THE     *
032700* FOUR PERIODS ADDS ITS PROCESSED AND REJECTED COUNTS TO THE  *
032800* ITEMS THE BRANCH SENT.  WHOLE-DAY AND MONTH ROWS ARE NOT    *
032900* BROKEN OUT BY BRANCH AND ARE PASSED OVER.                   *
033000*=============================================================*
033100 2000-LOAD-BALANCE-ROWS.
033200     READ BALIN INTO balanceRecord
033300         AT END
033400             SET balanceEndOfFile TO TRUE
033500     END-READ.
033600     IF balanceEndOfFile
033700         GO TO 2000-EXIT
033800     END-IF.
033900     ADD 1 TO balanceRowsReadCount.
034000     IF balWholeDayRow OR balMonthSummaryRow
034100         GO TO 2000-EXIT
034200     END-IF.
034300     IF balDate NOT NUMERIC OR balDay = ZEROS
034400         GO TO 2000-EXIT
034500     END-IF.
034600     MOVE balDate TO dateConvDate.
034700     PERFORM 7200-FIND-PERIOD THRU 7200-EXIT.
034800     IF periodSlot = ZEROS
034900         GO TO 2000-EXIT
035000     END-IF.
035100     MOVE balSourceId TO scoreBranchKey.
035200     PERFORM 4200-LOCATE-BRANCH-SLOT THRU 4200-EXIT.
035300     IF branchScoreSlot = ZEROS
035400         GO TO 2000-EXIT
035500     END-IF.
035600     ADD 1 TO branchRowsUsedCount.
035700     ADD balProcessedCount
035800         TO scrReceived (branchScoreSlot, periodSlot).
035900     ADD balRejectedCount
036000         TO scrReceived (branchScoreSlot, periodSlot).
036100 2000-EXIT.
036200     EXIT.
036300
036400*=============================================================*
036500* 3000-LOAD-REJECT-HISTORY -- A REJECT COUNTS IN THE PERIOD   *
036600* IT BOUNCED IN.  A CLEARED ITEM COUNTS TOWARD THE DAYS TO    *
036700* CLEAR IN THE PERIOD IT CLEARED IN, HOWEVER OLD IT WAS.      *
036800*=============================================================*
036900 3000-LOAD-REJECT-HISTORY.
037000     READ REJHIST INTO rejectHistoryRecord
037100         AT END
037200             SET historyEndOfFile TO TRUE
037300     END-READ.
037400     IF historyEndOfFile
037500         GO TO 3000-EXIT
037600     END-IF.
037700     ADD 1 TO historyReadCount.
037800     IF rejHistRejectDate NOT NUMERIC
037900         OR rejHistRejectDate = ZEROS
038000         GO TO 3000-EXIT
038100     END-IF.
038200     IF rejHistBranch = SPACES
038300         ADD 1 TO noBranchRejectCount
038400         GO TO 3000-EXIT
038500     END-IF.
038600     MOVE rejHistBranch TO scoreBranchKey.
038700     PERFORM 3100-COUNT-THE-REJECT THRU 3100-EXIT.
038800     IF rejHistCleared
038900         PERFORM 3200-COUNT-THE-CLEARING THRU 3200-EXIT
039000     END-IF.
039100 3000-EXIT.
039200     EXIT.
039300
039400 3100-COUNT-THE-REJECT.
039500     MOVE rejHistRejectDate TO dateConvDate.
039600     PERFORM 7200-FIND-PERIOD THRU 7200-EXIT.
039700     IF periodSlot = ZEROS
039800         GO TO 3100-EXIT
039900     END-IF.
040000     PERFORM 4200-LOCATE-BRANCH-SLOT THRU 4200-EXIT.
040100     IF branchScoreSlot = ZEROS
040200         GO TO 3100-EXIT
040300     END-IF.
040400     ADD 1 TO historyUsedCount.
040500     ADD 1 TO scrRejected (branchScoreSlot, periodSlot).
040600     IF periodSlot NOT = 1
040700         GO TO 3100-EXIT
040800     END-IF.
040900     IF rejHistReasonCode (1:3) = 'R00'
041000         AND rejHistReasonCode (4:1) NUMERIC
041100         MOVE rejHistReasonCode (4:1) TO reasonSlot
041200         IF reasonSlot > ZEROS AND reasonSlot < 7
041300             ADD 1 TO scrReasonCount (branchScoreSlot, reasonSlot)
041400         END-IF
041500     END-IF.
041600     IF rejHistOpen
041700         ADD 1 TO scrOpenCount (branchScoreSlot)
041800     END-IF.
041900     IF rejHistReturned
042000         ADD 1 TO scrReturnedCount (branchScoreSlot)
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400
042500 3200-COUNT-THE-CLEARING.
042600     IF rejHistResolvedDate NOT NUMERIC
042700         OR rejHistResolvedDate < rejHistRejectDate
042800         GO TO 3200-EXIT
042900     END-IF.
043000     MOVE rejHistResolvedDate TO dateConvDate.
043100     PERFORM 7200-FIND-PERIOD THRU 7200-EXIT.
043200     IF periodSlot NOT = 1
043300         GO TO 3200-EXIT
043400     END-IF.
043500     MOVE dateConvDays TO clearedDaySerial.
043600     MOVE rejHistRejectDate TO dateConvDate.
043700     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
043800     MOVE dateConvDays TO rejectDaySerial.
043900     PERFORM 4200-LOCATE-BRANCH-SLOT THRU 4200-EXIT.
044000     IF branchScoreSlot = ZEROS
044100         GO TO 3200-EXIT
044200     END-IF.
044300     COMPUTE clearDaysWork = clearedDaySerial - rejectDaySerial.
044400     ADD 1 TO scrClearedCount (branchScoreSlot).
044500     ADD clearDaysWork TO scrClearDays (branchScoreSlot).
044600 3200-EXIT.
044700     EXIT.
044800
044900*=============================================================*
045000* 4000-PRODUCE-SCORECARD -- ONE LINE PER BRANCH, THEN THE     *
045100* ALL-BRANCH RATE FOR THE CURRENT PERIOD.                     *
045200*=============================================================*
045300 4000-PRODUCE-SCORECARD.
045400     WRITE scoreRptRecord FROM scoreColumnLine
045500         AFTER ADVANCING 2 LINES.
045600     PERFORM 4100-REPORT-ONE-BRANCH THRU 4100-EXIT
045700         VARYING branchScoreIndex FROM 1 BY 1
045800         UNTIL branchScoreIndex > branchScoreCount.
045900     MOVE SPACES TO scoreDetailLine.
046000     MOVE 'ALL' TO scrLineBranch.
046100     MOVE totalReceived TO scrLineReceived.
046200     MOVE totalRejected TO scrLineRejected.
046300     IF totalReceived > ZEROS
046400         COMPUTE rateWork ROUNDED =
046500             (totalRejected * 100) / totalReceived
046600             ON SIZE ERROR
046700                 MOVE 999.99 TO rateWork
046800         END-COMPUTE
046900     ELSE
047000         MOVE ZEROS TO rateWork
047100     END-IF.
047200     MOVE rateWork TO scrLineRate.
047300     WRITE scoreRptRecord FROM scoreDetailLine
047400         AFTER ADVANCING 2 LINES.
047500 4000-EXIT.
047600     EXIT.
047700
047800 4100-REPORT-ONE-BRANCH.
047900     MOVE SPACES TO scoreDetailLine.
048000     MOVE scrBranchId (branchScoreIndex) TO scrLineBranch.
048100     MOVE scrReceived (branchScoreIndex, 1) TO scrLineReceived.
048200     MOVE scrRejected (branchScoreIndex, 1) TO scrLineRejected.
048300     ADD scrReceived (branchScoreIndex, 1) TO totalReceived.
048400     ADD scrRejected (branchScoreIndex, 1) TO totalRejected.
048500     MOVE 1 TO periodIndex.
048600     PERFORM 4300-COMPUTE-RATE THRU 4300-EXIT.
048700     MOVE rateWork TO currentRate.
048800     MOVE rateWork TO scrLineRate.
048900     PERFORM 4150-EDIT-ONE-REASON THRU 4150-EXIT
049000         VARYING reasonIndex FROM 1 BY 1
049100         UNTIL reasonIndex > 6.
049200     MOVE scrOpenCount (branchScoreIndex) TO scrLineOpen.
049300     MOVE scrReturnedCount (branchScoreIndex) TO scrLineReturned.
049400     IF scrClearedCount (branchScoreIndex) > ZEROS
049500         COMPUTE averageClearDays ROUNDED =
049600             scrClearDays (branchScoreIndex)
049700             / scrClearedCount (branchScoreIndex)
049800             ON SIZE ERROR
049900                 MOVE 9999.9 TO averageClearDays
050000         END-COMPUTE
050100     ELSE
050200         MOVE ZEROS TO averageClearDays
050300     END-IF.
050400     MOVE averageClearDays TO scrLineAvgClear.
050500     MOVE ZEROS TO priorRateTotal.
050600     MOVE ZEROS TO priorPeriodsWithVolume.
050700     PERFORM 4160-EDIT-ONE-PRIOR THRU 4160-EXIT
050800         VARYING periodIndex FROM 2 BY 1
050900         UNTIL periodIndex > 4.
051000     PERFORM 4400-SET-TREND THRU 4400-EXIT.
051100     IF currentRate > scoreThreshold
051200         MOVE 'OVER' TO scrLineFlag
051300         ADD 1 TO branchesFlaggedCount
051400     END-IF.
051500     WRITE scoreRptRecord FROM scoreDetailLine
051600         AFTER ADVANCING 1 LINES.
051700 4100-EXIT.
051800     EXIT.
051900
052000 4150-EDIT-ONE-REASON.
052100     MOVE scrReasonCount (branchScoreIndex, reasonIndex)
052200         TO scrLineReason (reasonIndex).
052300 4150-EXIT.
052400     EXIT.
052500
052600 4160-EDIT-ONE-PRIOR.
052700     PERFORM 4300-COMPUTE-RATE THRU 4300-EXIT.
052800     COMPUTE periodSlot = periodIndex - 1.
052900     MOVE rateWork TO scrLinePriorRate (periodSlot).
053000     IF scrReceived (branchScoreIndex, periodIndex) > ZEROS
053100         ADD 1 TO priorPeriodsWithVolume
053200         ADD rateWork TO priorRateTotal
053300     END-IF.
053400 4160-EXIT.
053500     EXIT.
053600
053700*-------------------------------------------------------------*
053800* 4200-LOCATE-BRANCH-SLOT -- FIND THE BRANCH IN scoreBranchKey,*
053900* OR OPEN A NEW ENTRY FOR IT WHILE THERE IS ROOM.              *
054000*-------------------------------------------------------------*
054100 4200-LOCATE-BRANCH-SLOT.
054200     MOVE ZEROS TO branchScoreSlot.
054300     PERFORM 4250-SCAN-BRANCH-TABLE THRU 4250-EXIT
054400         VARYING branchScoreIndex FROM 1 BY 1
054500         UNTIL branchScoreIndex > branchScoreCount
054600         OR branchScoreSlot > ZEROS.
054700     IF branchScoreSlot = ZEROS AND branchScoreCount < 50
054800         ADD 1 TO branchScoreCount
054900         MOVE branchScoreCount TO branchScoreSlot
055000         INITIALIZE branchScoreEntry (branchScoreSlot)
055100         MOVE scoreBranchKey TO scrBranchId (branchScoreSlot)
055200     END-IF.
055300     IF branchScoreSlot = ZEROS AND NOT branchTableFull
055400         SET branchTableFull TO TRUE
055500         DISPLAY 'BRNSCORE - MORE THAN 50 BRANCHES ON FILE, '
055600             'OVERFLOW BRANCHES NOT SCORED'
055700     END-IF.
055800 4200-EXIT.
055900     EXIT.
056000
056100 4250-SCAN-BRANCH-TABLE.
056200     IF scrBranchId (branchScoreIndex) = scoreBranchKey
056300         MOVE branchScoreIndex TO branchScoreSlot
056400     END-IF.
056500 4250-EXIT.
056600     EXIT.
056700
056800*-------------------------------------------------------------*
056900* 4300-COMPUTE-RATE -- REJECTS PER HUNDRED ITEMS RECEIVED FOR  *
057000* THE BRANCH IN branchScoreIndex AND THE PERIOD IN             *
057100* periodIndex.  NO ITEMS RECEIVED SCORES ZERO.                 *
057200*-------------------------------------------------------------*
057300 4300-COMPUTE-RATE.
057400     IF scrReceived (branchScoreIndex, periodIndex) = ZEROS
057500         MOVE ZEROS TO rateWork
057600         GO TO 4300-EXIT
057700     END-IF.
057800     COMPUTE rateWork ROUNDED =
057900         (scrRejected (branchScoreIndex, periodIndex) * 100)
058000         / scrReceived (branchScoreIndex, periodIndex)
058100         ON SIZE ERROR
058200             MOVE 999.99 TO rateWork
058300     END-COMPUTE.
058400 4300-EXIT.
058500     EXIT.
058600
058700*-------------------------------------------------------------*
058800* 4400-SET-TREND -- THE CURRENT RATE AGAINST THE AVERAGE OF    *
058900* THE PRIOR PERIODS THE BRANCH ACTUALLY SENT WORK IN.          *
059000*-------------------------------------------------------------*
059100 4400-SET-TREND.
059200     IF priorPeriodsWithVolume = ZEROS
059300         MOVE 'NEW' TO scrLineTrend
059400         GO TO 4400-EXIT
059500     END-IF.
059600     COMPUTE priorRateAverage ROUNDED =
059700         priorRateTotal / priorPeriodsWithVolume.
059800     IF currentRate > priorRateAverage
059900         MOVE 'WORSE' TO scrLineTrend
060000     ELSE
060100         IF currentRate < priorRateAverage
060200             MOVE 'BETTER' TO scrLineTrend
060300         ELSE
060400             MOVE 'SAME' TO scrLineTrend
060500         END-IF
060600     END-IF.
060700 4400-EXIT.
060800     EXIT.
060900
061000*=============================================================*
061100* 5000-PRODUCE-SUMMARY -- CONTROL TOTALS FOR THE RUN           *
061200*=============================================================*
061300 5000-PRODUCE-SUMMARY.
061400     MOVE SPACES TO reportDetailLine.
061500     MOVE 'BRANCHES SCORED' TO reportFieldLabel.
061600     MOVE branchScoreCount TO reportFieldValue.
061700     WRITE scoreRptRecord FROM reportDetailLine
061800         AFTER ADVANCING 3 LINES.
061900
062000     MOVE SPACES TO reportDetailLine.
062100     MOVE 'BRANCHES OVER THRESHOLD' TO reportFieldLabel.
062200     MOVE branchesFlaggedCount TO reportFieldValue.
062300     WRITE scoreRptRecord FROM reportDetailLine
062400         AFTER ADVANCING 1 LINES.
062500
062600     MOVE SPACES TO reportDetailLine.
062700     MOVE 'HISTORY RECORDS READ' TO reportFieldLabel.
062800     MOVE historyReadCount TO reportFieldValue.
062900     WRITE scoreRptRecord FROM reportDetailLine
063000         AFTER ADVANCING 2 LINES.
063100
063200     MOVE SPACES TO reportDetailLine.
063300     MOVE 'REJECTS IN THE FOUR PERIODS' TO reportFieldLabel.
063400     MOVE historyUsedCount TO reportFieldValue.
063500     WRITE scoreRptRecord FROM reportDetailLine
063600         AFTER ADVANCING 1 LINES.
063700
063800     MOVE SPACES TO reportDetailLine.
063900     MOVE 'REJECTS WITH NO BRANCH' TO reportFieldLabel.
064000     MOVE noBranchRejectCount TO reportFieldValue.
064100     WRITE scoreRptRecord FROM reportDetailLine
064200         AFTER ADVANCING 1 LINES.
064300
064400     MOVE SPACES TO reportDetailLine.
064500     MOVE 'BALANCE ROWS READ' TO reportFieldLabel.
064600     MOVE balanceRowsReadCount TO reportFieldValue.
064700     WRITE scoreRptRecord FROM reportDetailLine
064800         AFTER ADVANCING 1 LINES.
064900
065000     MOVE SPACES TO reportDetailLine.
065100     MOVE 'BRANCH ROWS IN THE PERIODS' TO reportFieldLabel.
065200     MOVE branchRowsUsedCount TO reportFieldValue.
065300     WRITE scoreRptRecord FROM reportDetailLine
065400         AFTER ADVANCING 1 LINES.
065500 5000-EXIT.
065600     EXIT.
065700
065800*=============================================================*
065900* 7100-CONVERT-DATE-TO-DAYS -- YYYYMMDD TO A TRUE DAY SERIAL.  *
066000* JANUARY AND FEBRUARY COUNT LEAP DAYS AGAINST THE PRIOR YEAR  *
066100* SO THE DIFFERENCE OF TWO SERIALS IS AN EXACT AGE IN DAYS.    *
066200*=============================================================*
066300 7100-CONVERT-DATE-TO-DAYS.
066400     MOVE dateConvYear TO leapYearWork.
066500     IF dateConvMonth < 3
066600         SUBTRACT 1 FROM leapYearWork
066700     END-IF.
066800     DIVIDE leapYearWork BY 4 GIVING leapQuarters.
066900     DIVIDE leapYearWork BY 100 GIVING leapCenturies.
067000     DIVIDE leapYearWork BY 400 GIVING leapQuadCenturies.
067100     COMPUTE dateConvDays = (dateConvYear * 365)
067200         + leapQuarters - leapCenturies + leapQuadCenturies
067300         + monthCumDays (dateConvMonth) + dateConvDay.
067400 7100-EXIT.
067500     EXIT.
067600
067700*-------------------------------------------------------------*
067800* 7200-FIND-PERIOD -- WHICH OF THE FOUR PERIODS THE DATE IN    *
067900* dateConvDate FALLS IN, 1 BEING THE CURRENT ONE, OR ZERO IF   *
068000* NONE.  A DATE PAST THE AS-OF DATE IS IN NONE.                *
068100*-------------------------------------------------------------*
068200 7200-FIND-PERIOD.
068300     MOVE ZEROS TO periodSlot.
068400     IF dateConvMonth < 1 OR dateConvMonth > 12
068500         GO TO 7200-EXIT
068600     END-IF.
068700     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
068800     IF dateConvDays > asOfDaySerial
068900         GO TO 7200-EXIT
069000     END-IF.
069100     IF scoreMonthly
069200         COMPUTE datePeriodWork = asOfMonthNumber
069300             - ((dateConvYear * 12) + dateConvMonth)
069400     ELSE
069500         COMPUTE datePeriodWork =
069600             (asOfDaySerial - dateConvDays) / 7
069700     END-IF.
069800     IF datePeriodWork < 4
069900         COMPUTE periodSlot = datePeriodWork + 1
070000     END-IF.
070100 7200-EXIT.
070200     EXIT.
070300
070400*=============================================================*
070500* 9000-TERMINATE -- CLOSE DOWN.  RC 4 WHEN ANY BRANCH IS OVER *
070600* THE THRESHOLD, SO THE SCORECARD IS NOT JUST FILED AWAY.     *
070700*=============================================================*
070800 9000-TERMINATE.
070900     CLOSE REJHIST.
071000     CLOSE BALIN.
071100     CLOSE SCORERPT.
071200     IF branchesFlaggedCount > ZEROS
071300         MOVE 4 TO RETURN-CODE
071400     ELSE
071500         MOVE 0 TO RETURN-CODE
071600     END-IF.
071700     DISPLAY 'BRNSCORE - RUN COMPLETE, RETURN-CODE = '
071800         RETURN-CODE.
071900 9000-EXIT.
072000     EXIT.
072100
072200*=============================================================*
072300* 9900-ABEND -- FATAL SETUP FAILURE.  NOTHING TO SCORE.       *
072400*=============================================================*
072500 9900-ABEND.
072600     MOVE 16 TO RETURN-CODE.
072700     DISPLAY 'BRNSCORE - ABEND CONDITION, RETURN-CODE = 16'.
072800     STOP RUN.
