000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RateImpact.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  WHAT-IF RUN FOR A RATE   *
001200*                  CHANGE BEFORE IT GOES LIVE: REPLAYS THE    *
001300*                  POSTED TRANS AUDIT RECORDS OF A DATE RANGE *
001400*                  AGAINST A PROPOSED RATE FILE BY THE SAME   *
001500*                  LOOKUP RULES AS MULTI-PARAM-FUNCTION,      *
001600*                  CUSTOMER PRICING EXCEPTIONS INCLUDED, AND  *
001700*                  PRINTS THE DIFFERENCE FROM THE POSTED      *
001800*                  auditResult BY CUSTOMER, BY BRANCH, AND BY *
001900*                  RATE RANGE, WITH A LIST OF THE ITEMS THAT  *
002000*                  WOULD NEWLY FALL INTO A RATE GAP AND       *
002100*                  REJECT R004.  READS ONLY -- THE LIVE RATE  *
002200*                  TABLE AND THE BALANCE FILES ARE NEVER      *
002300*                  OPENED.                                    *
002320* 10/14/2026 TB    AUDIT RECORD WIDENED TO 64 BYTES -- IT     *
002340*                  NOW CARRIES THE CHAINED CHECK VALUE.  NO   *
002360*                  LOGIC CHANGE HERE BEYOND THE RECORD        *
002380*                  LENGTH.                                    *
002400*-----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     C01 IS TO-NEW-PAGE.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AUDITIN  ASSIGN TO AUDITIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS fileStatusAuditin.
003600     SELECT RATEPROP ASSIGN TO RATEPROP
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS fileStatusRateprop.
003900     SELECT OPTIONAL PRCEXTAB ASSIGN TO PRCEXTAB
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS fileStatusPrcextab.
004200     SELECT SIMRPT   ASSIGN TO SIMRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS fileStatusSimrpt.
004500     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS fileStatusParmfile.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  AUDITIN
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 64 CHARACTERS.
005500 01  auditInRecord             PIC X(64).
005600
005700 FD  RATEPROP
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 20 CHARACTERS.
006100 01  ratePropRecord            PIC X(20).
006200
006300 FD  PRCEXTAB
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 40 CHARACTERS.
006700 01  prcExTabRecord            PIC X(40).
006800
006900 FD  SIMRPT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 132 CHARACTERS.
007300 01  simRptRecord              PIC X(132).
007400
007500 FD  PARMFILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  parmFileRecord            PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200*-----------------------------------------------------------*
008300* THE SHARED AUDIT, RATE, PRICING-EXCEPTION, AND REPORT      *
008400* LAYOUTS.                                                   *
008500*-----------------------------------------------------------*
008600     COPY AUDITREC.
008700     COPY RATEREC.
008800     COPY PRCEXREC.
008900     COPY RPTLINE.
009000
009100 01  fileStatusFields.
009200     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
009300     05  fileStatusRateprop    PIC X(02) VALUE SPACES.
009400     05  fileStatusPrcextab    PIC X(02) VALUE SPACES.
009500     05  fileStatusSimrpt      PIC X(02) VALUE SPACES.
009600     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
009700
009800 01  programSwitches.
009900     05  auditEofSwitch        PIC X(01) VALUE 'N'.
010000         88  auditEndOfFile              VALUE 'Y'.
010100     05  rateEofSwitch         PIC X(01) VALUE 'N'.
010200         88  rateEndOfFile               VALUE 'Y'.
010300     05  rateFoundSwitch       PIC X(01) VALUE 'N'.
010400         88  rateFound                   VALUE 'Y'.
010500     05  rateOverflowSwitch    PIC X(01) VALUE 'N'.
010600         88  rateTableOverflowed         VALUE 'Y'.
010700     05  exceptionEofSwitch    PIC X(01) VALUE 'N'.
010800         88  exceptionEndOfFile          VALUE 'Y'.
010900     05  exceptionFoundSwitch  PIC X(01) VALUE 'N'.
011000         88  exceptionFound              VALUE 'Y'.
011100     05  simStatusSwitch       PIC X(01) VALUE '0'.
011200         88  simPriced                   VALUE '0'.
011300         88  simNoRate                   VALUE '1'.
011400         88  simSizeError                VALUE '2'.
011500     05  truncationSwitch      PIC X(01) VALUE 'N'.
011600         88  reportTruncated             VALUE 'Y'.
011700
011800*-----------------------------------------------------------*
011900* SIMULATION CONTROL CARD -- THE BUSINESS-DATE RANGE TO      *
012000* REPLAY.  A BLANK FROM DATE STARTS AT THE FRONT OF THE      *
012100* TRAIL AND A BLANK TO DATE RUNS TO ITS END.                 *
012200*-----------------------------------------------------------*
012300 01  simControlCard.
012400     05  simFromDateParm       PIC X(08).
012500     05  simToDateParm         PIC X(08).
012600     05  FILLER                PIC X(64).
012700
012800*-----------------------------------------------------------*
012900* THE PROPOSED RATE FILE AND THE LIVE PRICING EXCEPTIONS,    *
013000* HELD EXACTLY AS MULTI-PARAM-FUNCTION HOLDS THEM, SO THE    *
013100* LOOKUP BELOW CAN FOLLOW ITS RULES STEP FOR STEP.           *
013200*-----------------------------------------------------------*
013300 01  rateTable.
013400     05  rateEntry OCCURS 200 TIMES.
013500         10  rateTabLow        PIC 9(02).
013600         10  rateTabHigh       PIC 9(02).
013700         10  rateTabFactor     PIC 9(02)V9(04).
013800         10  rateTabEffDate    PIC 9(08).
013900
014000 01  exceptionTable.
014100     05  exceptionEntry OCCURS 500 TIMES.
014200         10  excTabCustomer    PIC 9(06).
014300         10  excTabEffDate     PIC 9(08).
014400         10  excTabFactor      PIC 9(02)V9(04).
014500         10  excTabMinCharge   PIC 9(06)V9(02).
014600         10  excTabMaxCharge   PIC 9(06)V9(02).
014700
014800*-----------------------------------------------------------*
014900* IMPACT ACCUMULATORS.  POSTED IS WHAT THE TRAIL SAYS WENT   *
015000* OUT; SIMULATED IS WHAT THE PROPOSED RATES WOULD HAVE       *
015100* CHARGED.  AN ITEM THAT WOULD REJECT SIMULATES AT ZERO.     *
015200* THE RANGE TABLE IS KEYED BY THE PROPOSED ROW'S LOW-HIGH    *
015300* PAIR; OVERRIDE-PRICED AND NO-RATE ITEMS TOTAL SEPARATELY.  *
015400*-----------------------------------------------------------*
015500 01  customerImpactTable.
015600     05  custImpactEntry OCCURS 200 TIMES.
015700         10  custImpNumber     PIC 9(06).
015800         10  custImpCount      PIC 9(06) COMP.
015900         10  custImpPosted     PIC S9(09)V9(02).
016000         10  custImpSimulated  PIC S9(09)V9(02).
016100
016200 01  branchImpactTable.
016300     05  branchImpactEntry OCCURS 50 TIMES.
016400         10  brImpBranch       PIC X(03).
016500         10  brImpCount        PIC 9(06) COMP.
016600         10  brImpPosted       PIC S9(09)V9(02).
016700         10  brImpSimulated    PIC S9(09)V9(02).
016800
016900 01  rangeImpactTable.
017000     05  rangeImpactEntry OCCURS 200 TIMES.
017100         10  rgImpLow          PIC 9(02).
017200         10  rgImpHigh         PIC 9(02).
017300         10  rgImpCount        PIC 9(06) COMP.
017400         10  rgImpPosted       PIC S9(09)V9(02).
017500         10  rgImpSimulated    PIC S9(09)V9(02).
017600
017700 01  gapItemTable.
017800     05  gapItemEntry OCCURS 300 TIMES.
017900         10  gapDate           PIC 9(08).
018000         10  gapKey            PIC 9(06).
018100         10  gapCustomer       PIC 9(06).
018200         10  gapBranch         PIC X(03).
018300         10  gapInt            PIC 9(02).
018400         10  gapFloat          PIC 9(02)V9(02).
018500         10  gapPosted         PIC 9(06)V9(02).
018600
018700 01  impactColumnLine.
018800     05  FILLER                PIC X(05) VALUE SPACES.
018900     05  impactColumnKey       PIC X(16).
019000     05  FILLER                PIC X(24) VALUE
019100         '   ITEMS   POSTED RESULT'.
019200     05  FILLER                PIC X(33) VALUE
019300         '  SIMULATED RESULT     DIFFERENCE'.
019400     05  FILLER                PIC X(54) VALUE SPACES.
019500
019600 01  impactDetailLine.
019700     05  FILLER                PIC X(05) VALUE SPACES.
019800     05  impactKey             PIC X(16).
019900     05  FILLER                PIC X(02) VALUE SPACES.
020000     05  impactCount           PIC ZZZZZ9.
020100     05  FILLER                PIC X(03) VALUE SPACES.
020200     05  impactPosted          PIC +ZZZZZZZZ9.99.
020300     05  FILLER                PIC X(05) VALUE SPACES.
020400     05  impactSimulated       PIC +ZZZZZZZZ9.99.
020500     05  FILLER                PIC X(02) VALUE SPACES.
020600     05  impactDifference      PIC +ZZZZZZZZ9.99.
020700     05  FILLER                PIC X(54) VALUE SPACES.
020800
020900 01  impactRangeKey.
021000     05  FILLER                PIC X(06) VALUE 'RANGE '.
021100     05  impactRangeLow        PIC 9(02).
021200     05  FILLER                PIC X(01) VALUE '-'.
021300     05  impactRangeHigh       PIC 9(02).
021400     05  FILLER                PIC X(05) VALUE SPACES.
021500
021600 01  gapColumnLine.
021700     05  FILLER                PIC X(05) VALUE SPACES.
021800     05  FILLER                PIC X(28) VALUE
021900         'DATE      KEY     CUSTOMER  '.
022000     05  FILLER                PIC X(31) VALUE
022100         'BRANCH MYINT MYFLOAT     POSTED'.
022200     05  FILLER                PIC X(68) VALUE SPACES.
022300
022400 01  gapDetailLine.
022500     05  FILLER                PIC X(05) VALUE SPACES.
022600     05  gapLineDate           PIC 9(08).
022700     05  FILLER                PIC X(02) VALUE SPACES.
022800     05  gapLineKey            PIC 9(06).
022900     05  FILLER                PIC X(02) VALUE SPACES.
023000     05  gapLineCustomer       PIC 9(06).
023100     05  FILLER                PIC X(04) VALUE SPACES.
023200     05  gapLineBranch         PIC X(03).
023300     05  FILLER                PIC X(06) VALUE SPACES.
023400     05  gapLineInt            PIC 9(02).
023500     05  FILLER                PIC X(04) VALUE SPACES.
023600     05  gapLineFloat          PIC Z9.99.
023700     05  FILLER                PIC X(02) VALUE SPACES.
023800     05  gapLinePosted         PIC ZZZZZ9.99.
023900     05  FILLER                PIC X(68) VALUE SPACES.
024000
024100*-----------------------------------------------------------*
024200* SIGNED TOTAL LINE -- THE SHARED AMOUNT VIEW IS UNSIGNED,   *
024300* AND A RATE CUT MUST NOT PRINT LIKE A RATE RISE.            *
024400*-----------------------------------------------------------*
024500 01  impactTotalLine.
024600     05  FILLER                PIC X(05) VALUE SPACES.
024700     05  impactTotalLabel      PIC X(30).
024800     05  FILLER                PIC X(02) VALUE SPACES.
024900     05  impactTotalValue      PIC +ZZZZZZZZ9.99.
025000     05  FILLER                PIC X(82) VALUE SPACES.
025100
025200 77  rateEntryCount            PIC 9(03) VALUE ZEROS COMP.
025300 77  rateIndex                 PIC 9(03) VALUE ZEROS COMP.
025400 77  rateSlot                  PIC 9(03) VALUE ZEROS COMP.
025500 77  rateSlotEffDate           PIC 9(08) VALUE ZEROS.
025600 77  exceptionCount            PIC 9(04) VALUE ZEROS COMP.
025700 77  exceptionIndex            PIC 9(04) VALUE ZEROS COMP.
025800 77  exceptionSlot             PIC 9(04) VALUE ZEROS COMP.
025900 77  exceptionSlotEffDate      PIC 9(08) VALUE ZEROS.
026000 77  appliedFactor             PIC 9(02)V9(04) VALUE ZEROS.
026100 77  simResult                 PIC 9(06)V9(02) VALUE ZEROS.
026200 77  simPricingBasis           PIC X(01) VALUE SPACE.
026300 77  simFromDate               PIC 9(08) VALUE ZEROS.
026400 77  simToDate                 PIC 9(08) VALUE 99999999.
026500 77  simBranch                 PIC X(03) VALUE SPACES.
026600 77  customerCount             PIC 9(03) VALUE ZEROS COMP.
026700 77  customerIndex             PIC 9(03) VALUE ZEROS COMP.
026800 77  customerSlot              PIC 9(03) VALUE ZEROS COMP.
026900 77  branchCount               PIC 9(02) VALUE ZEROS COMP.
027000 77  branchIndex               PIC 9(02) VALUE ZEROS COMP.
027100 77  branchSlot                PIC 9(02) VALUE ZEROS COMP.
027200 77  rangeCount                PIC 9(03) VALUE ZEROS COMP.
027300 77  rangeIndex                PIC 9(03) VALUE ZEROS COMP.
027400 77  rangeSlot                 PIC 9(03) VALUE ZEROS COMP.
027500 77  gapItemCount              PIC 9(03) VALUE ZEROS COMP.
027600 77  gapItemIndex              PIC 9(03) VALUE ZEROS COMP.
027700 77  auditRecordsReadCount     PIC 9(08) VALUE ZEROS.
027800 77  itemsReplayedCount        PIC 9(08) VALUE ZEROS.
027900 77  notPostedSkippedCount     PIC 9(08) VALUE ZEROS.
028000 77  outOfRangeSkippedCount    PIC 9(08) VALUE ZEROS.
028100 77  newGapCount               PIC 9(08) VALUE ZEROS.
028200 77  sizeErrorCount            PIC 9(08) VALUE ZEROS.
028300 77  pricedByTableCount        PIC 9(08) VALUE ZEROS.
028400 77  pricedByOverrideCount     PIC 9(08) VALUE ZEROS.
028500 77  pricedAtFloorCount        PIC 9(08) VALUE ZEROS.
028600 77  pricedAtCapCount          PIC 9(08) VALUE ZEROS.
028700 77  truncatedItemCount        PIC 9(08) VALUE ZEROS.
028800 77  overrideItemCount         PIC 9(06) VALUE ZEROS COMP.
028900 77  overridePostedTotal       PIC S9(09)V9(02) VALUE ZEROS.
029000 77  overrideSimTotal          PIC S9(09)V9(02) VALUE ZEROS.
029100 77  noRateItemCount           PIC 9(06) VALUE ZEROS COMP.
029200 77  noRatePostedTotal         PIC S9(09)V9(02) VALUE ZEROS.
029300 77  noRateSimTotal            PIC S9(09)V9(02) VALUE ZEROS.
029400 77  postedGrandTotal          PIC S9(09)V9(02) VALUE ZEROS.
029500 77  simulatedGrandTotal       PIC S9(09)V9(02) VALUE ZEROS.
029600 77  differenceAmount          PIC S9(09)V9(02) VALUE ZEROS.
029700 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
029800
029900 PROCEDURE DIVISION.
030000*=============================================================*
030100* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
030200*=============================================================*
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     PERFORM 2000-REPLAY-AUDIT-TRAIL THRU 2000-EXIT
030600         UNTIL auditEndOfFile.
030700     PERFORM 4000-PRODUCE-IMPACT-REPORT THRU 4000-EXIT.
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030900     STOP RUN.
031000
031100*=============================================================*
031200* 1000-INITIALIZE -- READ THE CONTROL CARD, LOAD THE PROPOSED *
031300* RATES AND THE PRICING EXCEPTIONS, AND OPEN THE TRAIL        *
031400*=============================================================*
031500 1000-INITIALIZE.
031600     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
031700     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
031800     IF simFromDate > simToDate
031900         DISPLAY 'RATESIM  - FROM DATE ' simFromDate
032000             ' IS AFTER TO DATE ' simToDate
032100         GO TO 9900-ABEND
032200     END-IF.
032300     PERFORM 1200-LOAD-PROPOSED-RATES THRU 1200-EXIT.
032400     PERFORM 1300-LOAD-EXCEPTIONS THRU 1300-EXIT.
032500     OPEN INPUT AUDITIN.
032600     IF fileStatusAuditin NOT = '00'
032700         DISPLAY 'RATESIM  - UNABLE TO OPEN AUDITIN, STATUS='
032800             fileStatusAuditin
032900         GO TO 9900-ABEND
033000     END-IF.
033100     OPEN OUTPUT SIMRPT.
033200     IF fileStatusSimrpt NOT = '00'
033300         DISPLAY 'RATESIM  - UNABLE TO OPEN SIMRPT, STATUS='
033400             fileStatusSimrpt
033500         GO TO 9900-ABEND
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900
034000 1100-READ-PARM-CARD.
034100     OPEN INPUT PARMFILE.
034200     IF fileStatusParmfile = '00'
034300         READ PARMFILE INTO simControlCard
034400             AT END
034500                 MOVE '10' TO fileStatusParmfile
034600         END-READ
034700     END-IF.
034800     IF fileStatusParmfile = '00'
034900         IF simFromDateParm NUMERIC
035000             MOVE simFromDateParm TO simFromDate
035100         END-IF
035200         IF simToDateParm NUMERIC
035300             MOVE simToDateParm TO simToDate
035400         END-IF
035500     ELSE
035600         DISPLAY 'RATESIM  - NO SYSIN CONTROL CARD, REPLAYING '
035700             'THE WHOLE TRAIL'
035800     END-IF.
035900     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
036000         OR fileStatusParmfile = '05'
036100         CLOSE PARMFILE
036200     END-IF.
036300 1100-EXIT.
036400     EXIT.
036500
036600*-------------------------------------------------------------*
036700* 1200-LOAD-PROPOSED-RATES -- THE PROPOSED FILE IN THE SHARED  *
036800* RATE LAYOUT.  LIKE THE CALCULATION MODULE, AN OVERFLOWING OR *
036900* EMPTY TABLE STOPS THE RUN RATHER THAN PRICE FROM PART OF IT. *
037000*-------------------------------------------------------------*
037100 1200-LOAD-PROPOSED-RATES.
037200     OPEN INPUT RATEPROP.
037300     IF fileStatusRateprop NOT = '00'
037400         DISPLAY 'RATESIM  - UNABLE TO OPEN RATEPROP, STATUS='
037500             fileStatusRateprop
037600         GO TO 9900-ABEND
037700     END-IF.
037800     PERFORM 1250-READ-NEXT-RATE THRU 1250-EXIT
037900         UNTIL rateEndOfFile.
038000     CLOSE RATEPROP.
038100     IF rateTableOverflowed
038200         DISPLAY 'RATESIM  - PROPOSED RATES EXCEED 200 ROWS'
038300         GO TO 9900-ABEND
038400     END-IF.
038500     IF rateEntryCount = ZEROS
038600         DISPLAY 'RATESIM  - PROPOSED RATE FILE IS EMPTY'
038700         GO TO 9900-ABEND
038800     END-IF.
038900 1200-EXIT.
039000     EXIT.
039100
039200 1250-READ-NEXT-RATE.
039300     READ RATEPROP INTO rateRecord
039400         AT END
039500             SET rateEndOfFile TO TRUE
039600     END-READ.
039700     IF rateEndOfFile
039800         GO TO 1250-EXIT
039900     END-IF.
040000     IF rateIntLow NUMERIC AND rateIntHigh NUMERIC
040100         AND rateFactor NUMERIC
040200         IF rateEntryCount < 200
040300             ADD 1 TO rateEntryCount
040400             MOVE rateIntLow  TO rateTabLow (rateEntryCount)
040500             MOVE rateIntHigh TO rateTabHigh (rateEntryCount)
040600             MOVE rateFactor  TO rateTabFactor (rateEntryCount)
040700             IF rateEffectiveDate NUMERIC
040800                 MOVE rateEffectiveDate
040900                     TO rateTabEffDate (rateEntryCount)
041000             ELSE
041100                 MOVE ZEROS TO rateTabEffDate (rateEntryCount)
041200             END-IF
041300         ELSE
041400             SET rateTableOverflowed TO TRUE
041500         END-IF
041600     ELSE
041700         DISPLAY 'RATESIM  - RATE RECORD DROPPED: '
041800             rateRecord
041900     END-IF.
042000 1250-EXIT.
042100     EXIT.
042200
042300 1300-LOAD-EXCEPTIONS.
042400     OPEN INPUT PRCEXTAB.
042500     IF fileStatusPrcextab = '00'
042600         PERFORM 1350-READ-NEXT-EXCEPTION THRU 1350-EXIT
042700             UNTIL exceptionEndOfFile
042800             OR exceptionCount > 500
042900     ELSE
043000         DISPLAY 'RATESIM  - NO PRICING EXCEPTION FILE, TABLE '
043100             'RATES ONLY'
043200     END-IF.
043300     IF fileStatusPrcextab = '00' OR fileStatusPrcextab = '05'
043400         OR fileStatusPrcextab = '10'
043500         CLOSE PRCEXTAB
043600     END-IF.
043700     IF exceptionCount > 500
043800         DISPLAY 'RATESIM  - PRICING EXCEPTIONS EXCEED 500 ROWS'
043900         GO TO 9900-ABEND
044000     END-IF.
044100 1300-EXIT.
044200     EXIT.
044300
044400 1350-READ-NEXT-EXCEPTION.
044500     READ PRCEXTAB INTO pricingExceptionRecord
044600         AT END
044700             SET exceptionEndOfFile TO TRUE
044800     END-READ.
044900     IF exceptionEndOfFile
045000         GO TO 1350-EXIT
045100     END-IF.
045200     IF prcExCustomer NOT NUMERIC OR prcExFactor NOT NUMERIC
045300         OR prcExMinCharge NOT NUMERIC
045400         OR prcExMaxCharge NOT NUMERIC
045500         DISPLAY 'RATESIM  - PRICING EXCEPTION DROPPED: '
045600             pricingExceptionRecord
045700         GO TO 1350-EXIT
045800     END-IF.
045900     ADD 1 TO exceptionCount.
046000     IF exceptionCount > 500
046100         GO TO 1350-EXIT
046200     END-IF.
046300     MOVE prcExCustomer  TO excTabCustomer (exceptionCount).
046400     MOVE prcExFactor    TO excTabFactor (exceptionCount).
046500     MOVE prcExMinCharge TO excTabMinCharge (exceptionCount).
046600     MOVE prcExMaxCharge TO excTabMaxCharge (exceptionCount).
046700     IF prcExEffectiveDate NUMERIC
046800         MOVE prcExEffectiveDate TO excTabEffDate (exceptionCount)
046900     ELSE
047000         MOVE ZEROS TO excTabEffDate (exceptionCount)
047100     END-IF.
047200 1350-EXIT.
047300     EXIT.
047400
047500*=============================================================*
047600* 2000-REPLAY-AUDIT-TRAIL -- ONE AUDIT RECORD PER PASS.  ONLY  *
047700* TRANS RECORDS IN THE DATE RANGE THAT ACTUALLY POSTED A       *
047800* RESULT ARE REPLAYED; REJECTED ITEMS CARRY A ZERO RESULT AND  *
047900* HAVE NOTHING TO COMPARE AGAINST.                             *
048000*=============================================================*
048100 2000-REPLAY-AUDIT-TRAIL.
048200     READ AUDITIN INTO auditRecord
048300         AT END
048400             SET auditEndOfFile TO TRUE
048500     END-READ.
048600     IF auditEndOfFile
048700         GO TO 2000-EXIT
048800     END-IF.
048900     ADD 1 TO auditRecordsReadCount.
049000     IF auditSourceTag (1:5) NOT = 'TRANS'
049100         GO TO 2000-EXIT
049200     END-IF.
049300     IF auditDateStamp < simFromDate
049400         OR auditDateStamp > simToDate
049500         ADD 1 TO outOfRangeSkippedCount
049600         GO TO 2000-EXIT
049700     END-IF.
049800     IF auditResult = ZEROS
049900         ADD 1 TO notPostedSkippedCount
050000         GO TO 2000-EXIT
050100     END-IF.
050200     ADD 1 TO itemsReplayedCount.
050300     IF auditSourceTag (6:1) = '-'
050400         MOVE auditSourceTag (7:3) TO simBranch
050500     ELSE
050600         MOVE SPACES TO simBranch
050700     END-IF.
050800     PERFORM 2100-SIMULATE-PRICING THRU 2100-EXIT.
050900     ADD auditResult TO postedGrandTotal.
051000     ADD simResult   TO simulatedGrandTotal.
051100     PERFORM 2500-ACCUMULATE-CUSTOMER THRU 2500-EXIT.
051200     PERFORM 2600-ACCUMULATE-BRANCH THRU 2600-EXIT.
051300     PERFORM 2700-ACCUMULATE-RANGE THRU 2700-EXIT.
051400     IF simNoRate
051500         PERFORM 2800-RECORD-GAP-ITEM THRU 2800-EXIT
051600     END-IF.
051700 2000-EXIT.
051800     EXIT.
051900
052000*-------------------------------------------------------------*
052100* 2100-SIMULATE-PRICING -- THE CALCULATION MODULE'S RULES,     *
052200* STEP FOR STEP, AGAINST THE PROPOSED TABLE: A CUSTOMER        *
052300* EXCEPTION IN FORCE ON THE ITEM'S BUSINESS DATE WITH A        *
052400* FACTOR OVERRIDES THE TABLE; OTHERWISE THE LATEST-EFFECTIVE   *
052500* RANGE COVERING myInt PRICES IT, AND NO RANGE MEANS R004.     *
052600* THE EXCEPTION'S FLOOR AND CAP APPLY LAST.  ANY CHANGE TO     *
052700* THOSE RULES MUST BE MADE IN BOTH PLACES.                     *
052800*-------------------------------------------------------------*
052900 2100-SIMULATE-PRICING.
053000     MOVE ZEROS TO simResult.
053100     MOVE SPACE TO simPricingBasis.
053200     SET simPriced TO TRUE.
053300     PERFORM 3000-FIND-EXCEPTION THRU 3000-EXIT.
053400     IF exceptionFound
053500         AND excTabFactor (exceptionSlot) > ZEROS
053600         MOVE excTabFactor (exceptionSlot) TO appliedFactor
053700         MOVE 'O' TO simPricingBasis
053800     ELSE
053900         PERFORM 2200-FIND-RATE THRU 2200-EXIT
054000         IF NOT rateFound
054100             SET simNoRate TO TRUE
054200             ADD 1 TO newGapCount
054300             GO TO 2100-EXIT
054400         END-IF
054500         MOVE rateTabFactor (rateSlot) TO appliedFactor
054600         MOVE 'T' TO simPricingBasis
054700     END-IF.
054800     COMPUTE simResult ROUNDED =
054900         auditFloat * appliedFactor
055000         ON SIZE ERROR
055100             MOVE ZEROS TO simResult
055200             MOVE SPACE TO simPricingBasis
055300             SET simSizeError TO TRUE
055400             ADD 1 TO sizeErrorCount
055500             GO TO 2100-EXIT
055600     END-COMPUTE.
055700     IF exceptionFound
055800         PERFORM 3500-APPLY-FLOOR-AND-CAP THRU 3500-EXIT
055900     END-IF.
056000     EVALUATE simPricingBasis
056100         WHEN 'T'
056200             ADD 1 TO pricedByTableCount
056300         WHEN 'O'
056400             ADD 1 TO pricedByOverrideCount
056500         WHEN 'F'
056600             ADD 1 TO pricedAtFloorCount
056700         WHEN 'C'
056800             ADD 1 TO pricedAtCapCount
056900     END-EVALUATE.
057000 2100-EXIT.
057100     EXIT.
057200
057300 2200-FIND-RATE.
057400     MOVE 'N' TO rateFoundSwitch.
057500     MOVE ZEROS TO rateSlot.
057600     MOVE ZEROS TO rateSlotEffDate.
057700     PERFORM 2250-TEST-ONE-RATE THRU 2250-EXIT
057800         VARYING rateIndex FROM 1 BY 1
057900         UNTIL rateIndex > rateEntryCount.
058000 2200-EXIT.
058100     EXIT.
058200
058300 2250-TEST-ONE-RATE.
058400     IF auditInt NOT < rateTabLow (rateIndex)
058500         AND auditInt NOT > rateTabHigh (rateIndex)
058600         AND rateTabEffDate (rateIndex) NOT > auditDateStamp
058700         IF NOT rateFound
058800             OR rateTabEffDate (rateIndex) > rateSlotEffDate
058900             SET rateFound TO TRUE
059000             MOVE rateIndex TO rateSlot
059100             MOVE rateTabEffDate (rateIndex) TO rateSlotEffDate
059200         END-IF
059300     END-IF.
059400 2250-EXIT.
059500     EXIT.
059600
059700 2500-ACCUMULATE-CUSTOMER.
059800     MOVE ZEROS TO customerSlot.
059900     PERFORM 2550-MATCH-ONE-CUSTOMER THRU 2550-EXIT
060000         VARYING customerIndex FROM 1 BY 1
060100         UNTIL customerIndex > customerCount
060200         OR customerSlot > ZEROS.
060300     IF customerSlot = ZEROS
060400         IF customerCount >= 200
060500             ADD 1 TO truncatedItemCount
060600             SET reportTruncated TO TRUE
060700             GO TO 2500-EXIT
060800         END-IF
060900         ADD 1 TO customerCount
061000         MOVE customerCount TO customerSlot
061100         MOVE auditCustomer TO custImpNumber (customerSlot)
061200         MOVE ZEROS TO custImpCount (customerSlot)
061300         MOVE ZEROS TO custImpPosted (customerSlot)
061400         MOVE ZEROS TO custImpSimulated (customerSlot)
061500     END-IF.
061600     ADD 1 TO custImpCount (customerSlot).
061700     ADD auditResult TO custImpPosted (customerSlot).
061800     ADD simResult   TO custImpSimulated (customerSlot).
061900 2500-EXIT.
062000     EXIT.
062100
062200 2550-MATCH-ONE-CUSTOMER.
062300     IF custImpNumber (customerIndex) = auditCustomer
062400         MOVE customerIndex TO customerSlot
062500     END-IF.
062600 2550-EXIT.
062700     EXIT.
062800
062900 2600-ACCUMULATE-BRANCH.
063000     MOVE ZEROS TO branchSlot.
063100     PERFORM 2650-MATCH-ONE-BRANCH THRU 2650-EXIT
063200         VARYING branchIndex FROM 1 BY 1
063300         UNTIL branchIndex > branchCount
063400         OR branchSlot > ZEROS.
063500     IF branchSlot = ZEROS
063600         IF branchCount >= 50
063700             ADD 1 TO truncatedItemCount
063800             SET reportTruncated TO TRUE
063900             GO TO 2600-EXIT
064000         END-IF
064100         ADD 1 TO branchCount
064200         MOVE branchCount TO branchSlot
064300         MOVE simBranch TO brImpBranch (branchSlot)
064400         MOVE ZEROS TO brImpCount (branchSlot)
064500         MOVE ZEROS TO brImpPosted (branchSlot)
064600         MOVE ZEROS TO brImpSimulated (branchSlot)
064700     END-IF.
064800     ADD 1 TO brImpCount (branchSlot).
064900     ADD auditResult TO brImpPosted (branchSlot).
065000     ADD simResult   TO brImpSimulated (branchSlot).
065100 2600-EXIT.
065200     EXIT.
065300
065400 2650-MATCH-ONE-BRANCH.
065500     IF brImpBranch (branchIndex) = simBranch
065600         MOVE branchIndex TO branchSlot
065700     END-IF.
065800 2650-EXIT.
065900     EXIT.
066000
066100*-------------------------------------------------------------*
066200* 2700-ACCUMULATE-RANGE -- BY THE PROPOSED RANGE THAT PRICED   *
066300* THE ITEM.  AN OVERRIDE-PRICED ITEM NEVER CONSULTED A RANGE,  *
066400* AND A GAP ITEM FOUND NONE, SO EACH TOTALS IN ITS OWN BUCKET. *
066500*-------------------------------------------------------------*
066600 2700-ACCUMULATE-RANGE.
066700     IF simNoRate
066800         ADD 1 TO noRateItemCount
066900         ADD auditResult TO noRatePostedTotal
067000         ADD simResult   TO noRateSimTotal
067100         GO TO 2700-EXIT
067200     END-IF.
067300     IF exceptionFound
067400         AND excTabFactor (exceptionSlot) > ZEROS
067500         ADD 1 TO overrideItemCount
067600         ADD auditResult TO overridePostedTotal
067700         ADD simResult   TO overrideSimTotal
067800         GO TO 2700-EXIT
067900     END-IF.
068000     IF rateSlot = ZEROS
068100         GO TO 2700-EXIT
068200     END-IF.
068300     MOVE ZEROS TO rangeSlot.
068400     PERFORM 2750-MATCH-ONE-RANGE THRU 2750-EXIT
068500         VARYING rangeIndex FROM 1 BY 1
068600         UNTIL rangeIndex > rangeCount
068700         OR rangeSlot > ZEROS.
068800     IF rangeSlot = ZEROS
068900         ADD 1 TO rangeCount
069000         MOVE rangeCount TO rangeSlot
069100         MOVE rateTabLow (rateSlot)  TO rgImpLow (rangeSlot)
069200         MOVE rateTabHigh (rateSlot) TO rgImpHigh (rangeSlot)
069300         MOVE ZEROS TO rgImpCount (rangeSlot)
069400         MOVE ZEROS TO rgImpPosted (rangeSlot)
069500         MOVE ZEROS TO rgImpSimulated (rangeSlot)
069600     END-IF.
069700     ADD 1 TO rgImpCount (rangeSlot).
069800     ADD auditResult TO rgImpPosted (rangeSlot).
069900     ADD simResult   TO rgImpSimulated (rangeSlot).
070000 2700-EXIT.
070100     EXIT.
070200
070300 2750-MATCH-ONE-RANGE.
070400     IF rgImpLow (rangeIndex) = rateTabLow (rateSlot)
070500         AND rgImpHigh (rangeIndex) = rateTabHigh (rateSlot)
070600         MOVE rangeIndex TO rangeSlot
070700     END-IF.
070800 2750-EXIT.
070900     EXIT.
071000
071100 2800-RECORD-GAP-ITEM.
071200     IF gapItemCount >= 300
071300         ADD 1 TO truncatedItemCount
071400         SET reportTruncated TO TRUE
071500         GO TO 2800-EXIT
071600     END-IF.
071700     ADD 1 TO gapItemCount.
071800     MOVE auditDateStamp TO gapDate (gapItemCount).
071900     MOVE auditCounter   TO gapKey (gapItemCount).
072000     MOVE auditCustomer  TO gapCustomer (gapItemCount).
072100     MOVE simBranch      TO gapBranch (gapItemCount).
072200     MOVE auditInt       TO gapInt (gapItemCount).
072300     MOVE auditFloat     TO gapFloat (gapItemCount).
072400     MOVE auditResult    TO gapPosted (gapItemCount).
072500 2800-EXIT.
072600     EXIT.
072700
072800 3000-FIND-EXCEPTION.
072900     MOVE 'N' TO exceptionFoundSwitch.
073000     MOVE ZEROS TO exceptionSlot.
073100     MOVE ZEROS TO exceptionSlotEffDate.
073200     PERFORM 3100-TEST-ONE-EXCEPTION THRU 3100-EXIT
073300         VARYING exceptionIndex FROM 1 BY 1
073400         UNTIL exceptionIndex > exceptionCount.
073500 3000-EXIT.
073600     EXIT.
073700
073800 3100-TEST-ONE-EXCEPTION.
073900     IF excTabCustomer (exceptionIndex) = auditCustomer
074000         AND excTabEffDate (exceptionIndex) NOT > auditDateStamp
074100         IF NOT exceptionFound
074200             OR excTabEffDate (exceptionIndex)
074300                 > exceptionSlotEffDate
074400             SET exceptionFound TO TRUE
074500             MOVE exceptionIndex TO exceptionSlot
074600             MOVE excTabEffDate (exceptionIndex)
074700                 TO exceptionSlotEffDate
074800         END-IF
074900     END-IF.
075000 3100-EXIT.
075100     EXIT.
075200
075300 3500-APPLY-FLOOR-AND-CAP.
075400     IF excTabMinCharge (exceptionSlot) > ZEROS
075500         AND simResult < excTabMinCharge (exceptionSlot)
075600         MOVE excTabMinCharge (exceptionSlot) TO simResult
075700         MOVE 'F' TO simPricingBasis
075800     END-IF.
075900     IF excTabMaxCharge (exceptionSlot) > ZEROS
076000         AND simResult > excTabMaxCharge (exceptionSlot)
076100         MOVE excTabMaxCharge (exceptionSlot) TO simResult
076200         MOVE 'C' TO simPricingBasis
076300     END-IF.
076400 3500-EXIT.
076500     EXIT.
076600
076700*=============================================================*
076800* 4000-PRODUCE-IMPACT-REPORT -- RUN PARAMETERS, THE THREE      *
076900* IMPACT BREAKDOWNS, THE NEW-GAP LISTING, AND THE CONTROL      *
077000* TOTALS                                                       *
077100*=============================================================*
077200 4000-PRODUCE-IMPACT-REPORT.
077300     MOVE SPACES TO reportDetailLine.
077400     MOVE 'RATE CHANGE IMPACT SIMULATION' TO reportHeadingTitle.
077500     MOVE currentDateStamp TO reportHeadingDate.
077600     WRITE simRptRecord FROM reportHeadingLine
077700         AFTER ADVANCING TO-NEW-PAGE.
077800
077900     MOVE SPACES TO reportDetailLine.
078000     MOVE 'REPLAY FROM BUSINESS DATE' TO reportFieldLabel.
078100     MOVE simFromDate TO reportFieldValue.
078200     WRITE simRptRecord FROM reportDetailLine
078300         AFTER ADVANCING 3 LINES.
078400
078500     MOVE SPACES TO reportDetailLine.
078600     MOVE 'REPLAY TO BUSINESS DATE' TO reportFieldLabel.
078700     MOVE simToDate TO reportFieldValue.
078800     WRITE simRptRecord FROM reportDetailLine
078900         AFTER ADVANCING 1 LINES.
079000
079100     MOVE SPACES TO reportDetailLine.
079200     MOVE 'PROPOSED RATE ROWS LOADED' TO reportFieldLabel.
079300     MOVE rateEntryCount TO reportFieldValue.
079400     WRITE simRptRecord FROM reportDetailLine
079500         AFTER ADVANCING 1 LINES.
079600
079700     MOVE SPACES TO reportDetailLine.
079800     MOVE 'PRICING EXCEPTIONS LOADED' TO reportFieldLabel.
079900     MOVE exceptionCount TO reportFieldValue.
080000     WRITE simRptRecord FROM reportDetailLine
080100         AFTER ADVANCING 1 LINES.
080200
080300     MOVE 'IMPACT BY CUSTOMER' TO reportHeadingTitle.
080400     MOVE currentDateStamp TO reportHeadingDate.
080500     WRITE simRptRecord FROM reportHeadingLine
080600         AFTER ADVANCING TO-NEW-PAGE.
080700     MOVE 'CUSTOMER' TO impactColumnKey.
080800     WRITE simRptRecord FROM impactColumnLine
080900         AFTER ADVANCING 2 LINES.
081000     PERFORM 4100-REPORT-ONE-CUSTOMER THRU 4100-EXIT
081100         VARYING customerIndex FROM 1 BY 1
081200         UNTIL customerIndex > customerCount.
081300
081400     MOVE SPACES TO reportDetailLine.
081500     MOVE 'IMPACT BY BRANCH' TO reportHeadingTitle.
081600     MOVE currentDateStamp TO reportHeadingDate.
081700     WRITE simRptRecord FROM reportHeadingLine
081800         AFTER ADVANCING TO-NEW-PAGE.
081900     MOVE 'BRANCH' TO impactColumnKey.
082000     WRITE simRptRecord FROM impactColumnLine
082100         AFTER ADVANCING 2 LINES.
082200     PERFORM 4200-REPORT-ONE-BRANCH THRU 4200-EXIT
082300         VARYING branchIndex FROM 1 BY 1
082400         UNTIL branchIndex > branchCount.
082500
082600     MOVE SPACES TO reportDetailLine.
082700     MOVE 'IMPACT BY PROPOSED RATE RANGE' TO reportHeadingTitle.
082800     MOVE currentDateStamp TO reportHeadingDate.
082900     WRITE simRptRecord FROM reportHeadingLine
083000         AFTER ADVANCING TO-NEW-PAGE.
083100     MOVE 'RATE RANGE' TO impactColumnKey.
083200     WRITE simRptRecord FROM impactColumnLine
083300         AFTER ADVANCING 2 LINES.
083400     PERFORM 4300-REPORT-ONE-RANGE THRU 4300-EXIT
083500         VARYING rangeIndex FROM 1 BY 1
083600         UNTIL rangeIndex > rangeCount.
083700     MOVE 'CUST OVERRIDE' TO impactKey.
083800     MOVE overrideItemCount   TO impactCount.
083900     MOVE overridePostedTotal TO impactPosted.
084000     MOVE overrideSimTotal    TO impactSimulated.
084100     COMPUTE differenceAmount =
084200         overrideSimTotal - overridePostedTotal.
084300     MOVE differenceAmount    TO impactDifference.
084400     WRITE simRptRecord FROM impactDetailLine
084500         AFTER ADVANCING 1 LINES.
084600     MOVE 'NO RATE (R004)' TO impactKey.
084700     MOVE noRateItemCount   TO impactCount.
084800     MOVE noRatePostedTotal TO impactPosted.
084900     MOVE noRateSimTotal    TO impactSimulated.
085000     COMPUTE differenceAmount =
085100         noRateSimTotal - noRatePostedTotal.
085200     MOVE differenceAmount  TO impactDifference.
085300     WRITE simRptRecord FROM impactDetailLine
085400         AFTER ADVANCING 1 LINES.
085500
085600     MOVE SPACES TO reportDetailLine.
085700     MOVE 'ITEMS THAT WOULD NEWLY REJECT R004 -- NO RATE'
085800         TO reportHeadingTitle.
085900     MOVE currentDateStamp TO reportHeadingDate.
086000     WRITE simRptRecord FROM reportHeadingLine
086100         AFTER ADVANCING TO-NEW-PAGE.
086200     WRITE simRptRecord FROM gapColumnLine
086300         AFTER ADVANCING 2 LINES.
086400     PERFORM 4400-REPORT-ONE-GAP-ITEM THRU 4400-EXIT
086500         VARYING gapItemIndex FROM 1 BY 1
086600         UNTIL gapItemIndex > gapItemCount.
086700
086800     PERFORM 4500-REPORT-CONTROL-TOTALS THRU 4500-EXIT.
086900 4000-EXIT.
087000     EXIT.
087100
087200 4100-REPORT-ONE-CUSTOMER.
087300     MOVE SPACES TO impactKey.
087400     MOVE custImpNumber (customerIndex) TO impactKey (1:6).
087500     MOVE custImpCount (customerIndex)     TO impactCount.
087600     MOVE custImpPosted (customerIndex)    TO impactPosted.
087700     MOVE custImpSimulated (customerIndex) TO impactSimulated.
087800     COMPUTE differenceAmount =
087900         custImpSimulated (customerIndex)
088000         - custImpPosted (customerIndex).
088100     MOVE differenceAmount TO impactDifference.
088200     WRITE simRptRecord FROM impactDetailLine
088300         AFTER ADVANCING 1 LINES.
088400 4100-EXIT.
088500     EXIT.
088600
088700 4200-REPORT-ONE-BRANCH.
088800     IF brImpBranch (branchIndex) = SPACES
088900         MOVE '(UNTAGGED)' TO impactKey
089000     ELSE
089100         MOVE brImpBranch (branchIndex) TO impactKey
089200     END-IF.
089300     MOVE brImpCount (branchIndex)     TO impactCount.
089400     MOVE brImpPosted (branchIndex)    TO impactPosted.
089500     MOVE brImpSimulated (branchIndex) TO impactSimulated.
089600     COMPUTE differenceAmount =
089700         brImpSimulated (branchIndex) - brImpPosted (branchIndex).
089800     MOVE differenceAmount TO impactDifference.
089900     WRITE simRptRecord FROM impactDetailLine
090000         AFTER ADVANCING 1 LINES.
090100 4200-EXIT.
090200     EXIT.
090300
090400 4300-REPORT-ONE-RANGE.
090500     MOVE rgImpLow (rangeIndex)  TO impactRangeLow.
090600     MOVE rgImpHigh (rangeIndex) TO impactRangeHigh.
090700     MOVE impactRangeKey TO impactKey.
090800     MOVE rgImpCount (rangeIndex)     TO impactCount.
090900     MOVE rgImpPosted (rangeIndex)    TO impactPosted.
091000     MOVE rgImpSimulated (rangeIndex) TO impactSimulated.
091100     COMPUTE differenceAmount =
091200         rgImpSimulated (rangeIndex) - rgImpPosted (rangeIndex).
091300     MOVE differenceAmount TO impactDifference.
091400     WRITE simRptRecord FROM impactDetailLine
091500         AFTER ADVANCING 1 LINES.
091600 4300-EXIT.
091700     EXIT.
091800
091900 4400-REPORT-ONE-GAP-ITEM.
092000     MOVE gapDate (gapItemIndex)     TO gapLineDate.
092100     MOVE gapKey (gapItemIndex)      TO gapLineKey.
092200     MOVE gapCustomer (gapItemIndex) TO gapLineCustomer.
092300     MOVE gapBranch (gapItemIndex)   TO gapLineBranch.
092400     MOVE gapInt (gapItemIndex)      TO gapLineInt.
092500     MOVE gapFloat (gapItemIndex)    TO gapLineFloat.
092600     MOVE gapPosted (gapItemIndex)   TO gapLinePosted.
092700     WRITE simRptRecord FROM gapDetailLine
092800         AFTER ADVANCING 1 LINES.
092900 4400-EXIT.
093000     EXIT.
093100
093200 4500-REPORT-CONTROL-TOTALS.
093300     MOVE SPACES TO reportDetailLine.
093400     MOVE 'RATE IMPACT CONTROL TOTALS' TO reportHeadingTitle.
093500     MOVE currentDateStamp TO reportHeadingDate.
093600     WRITE simRptRecord FROM reportHeadingLine
093700         AFTER ADVANCING TO-NEW-PAGE.
093800
093900     MOVE SPACES TO reportDetailLine.
094000     MOVE 'AUDIT RECORDS READ' TO reportFieldLabel.
094100     MOVE auditRecordsReadCount TO reportFieldValue.
094200     WRITE simRptRecord FROM reportDetailLine
094300         AFTER ADVANCING 3 LINES.
094400
094500     MOVE SPACES TO reportDetailLine.
094600     MOVE 'TRANS OUTSIDE DATE RANGE' TO reportFieldLabel.
094700     MOVE outOfRangeSkippedCount TO reportFieldValue.
094800     WRITE simRptRecord FROM reportDetailLine
094900         AFTER ADVANCING 1 LINES.
095000
095100     MOVE SPACES TO reportDetailLine.
095200     MOVE 'TRANS NOT POSTED, NOT REPLAYED' TO reportFieldLabel.
095300     MOVE notPostedSkippedCount TO reportFieldValue.
095400     WRITE simRptRecord FROM reportDetailLine
095500         AFTER ADVANCING 1 LINES.
095600
095700     MOVE SPACES TO reportDetailLine.
095800     MOVE 'POSTED ITEMS REPLAYED' TO reportFieldLabel.
095900     MOVE itemsReplayedCount TO reportFieldValue.
096000     WRITE simRptRecord FROM reportDetailLine
096100         AFTER ADVANCING 1 LINES.
096200
096300     MOVE SPACES TO reportDetailLine.
096400     MOVE 'WOULD PRICE BY RATE TABLE' TO reportFieldLabel.
096500     MOVE pricedByTableCount TO reportFieldValue.
096600     WRITE simRptRecord FROM reportDetailLine
096700         AFTER ADVANCING 2 LINES.
096800
096900     MOVE SPACES TO reportDetailLine.
097000     MOVE 'WOULD PRICE BY CUSTOMER FACTOR' TO reportFieldLabel.
097100     MOVE pricedByOverrideCount TO reportFieldValue.
097200     WRITE simRptRecord FROM reportDetailLine
097300         AFTER ADVANCING 1 LINES.
097400
097500     MOVE SPACES TO reportDetailLine.
097600     MOVE 'WOULD PRICE AT CUSTOMER FLOOR' TO reportFieldLabel.
097700     MOVE pricedAtFloorCount TO reportFieldValue.
097800     WRITE simRptRecord FROM reportDetailLine
097900         AFTER ADVANCING 1 LINES.
098000
098100     MOVE SPACES TO reportDetailLine.
098200     MOVE 'WOULD PRICE AT CUSTOMER CAP' TO reportFieldLabel.
098300     MOVE pricedAtCapCount TO reportFieldValue.
098400     WRITE simRptRecord FROM reportDetailLine
098500         AFTER ADVANCING 1 LINES.
098600
098700     MOVE SPACES TO reportDetailLine.
098800     MOVE 'WOULD NEWLY REJECT R004' TO reportFieldLabel.
098900     MOVE newGapCount TO reportFieldValue.
099000     WRITE simRptRecord FROM reportDetailLine
099100         AFTER ADVANCING 1 LINES.
099200
099300     MOVE SPACES TO reportDetailLine.
099400     MOVE 'WOULD REJECT ON SIZE' TO reportFieldLabel.
099500     MOVE sizeErrorCount TO reportFieldValue.
099600     WRITE simRptRecord FROM reportDetailLine
099700         AFTER ADVANCING 1 LINES.
099800
099900     IF reportTruncated
100000         MOVE SPACES TO reportDetailLine
100100         MOVE 'ITEMS LEFT OFF A BREAKDOWN' TO reportFieldLabel
100200         MOVE truncatedItemCount TO reportFieldValue
100300         WRITE simRptRecord FROM reportDetailLine
100400             AFTER ADVANCING 1 LINES
100500     END-IF.
100600
100700     MOVE 'TOTAL POSTED RESULT' TO impactTotalLabel.
100800     MOVE postedGrandTotal TO impactTotalValue.
100900     WRITE simRptRecord FROM impactTotalLine
101000         AFTER ADVANCING 2 LINES.
101100
101200     MOVE 'TOTAL SIMULATED RESULT' TO impactTotalLabel.
101300     MOVE simulatedGrandTotal TO impactTotalValue.
101400     WRITE simRptRecord FROM impactTotalLine
101500         AFTER ADVANCING 1 LINES.
101600
101700     COMPUTE differenceAmount =
101800         simulatedGrandTotal - postedGrandTotal.
101900     MOVE 'NET COST OF THE RATE CHANGE' TO impactTotalLabel.
102000     MOVE differenceAmount TO impactTotalValue.
102100     WRITE simRptRecord FROM impactTotalLine
102200         AFTER ADVANCING 1 LINES.
102300 4500-EXIT.
102400     EXIT.
102500
102600*=============================================================*
102700* 9000-TERMINATE -- CLOSE DOWN.  ITEMS THAT WOULD NEWLY REJECT *
102800* OR A TRUNCATED BREAKDOWN END WITH 4 SO THE CHANGE IS LOOKED  *
102900* AT BEFORE IT GOES LIVE.                                      *
103000*=============================================================*
103100 9000-TERMINATE.
103200     CLOSE AUDITIN.
103300     CLOSE SIMRPT.
103400     IF newGapCount > ZEROS OR sizeErrorCount > ZEROS
103500         OR reportTruncated
103600         MOVE 4 TO RETURN-CODE
103700     ELSE
103800         MOVE 0 TO RETURN-CODE
103900     END-IF.
104000     DISPLAY 'RATESIM  - POSTED ITEMS REPLAYED = '
104100         itemsReplayedCount.
104200     DISPLAY 'RATESIM  - RUN COMPLETE, RETURN-CODE = '
104300         RETURN-CODE.
104400 9000-EXIT.
104500     EXIT.
104600
104700*=============================================================*
104800* 9900-ABEND -- FATAL SETUP FAILURE.                           *
104900*=============================================================*
105000 9900-ABEND.
105100     MOVE 16 TO RETURN-CODE.
105200     DISPLAY 'RATESIM  - ABEND CONDITION, RETURN-CODE = 16'.
105300     STOP RUN.
