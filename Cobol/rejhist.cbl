000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RejectHistory.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  DAILY REJECT HISTORY     *
001200*                  UPDATE, RUN AFTER THE SUSPENSE RECYCLE:    *
001300*                  CARRIES THE HISTORY FORWARD, CLOSES OUT    *
001400*                  EVERY OPEN ITEM THE RECYCLE CLEARED OR     *
001500*                  RETURNED, APPENDS THE DAY'S NEW REJECTS    *
001600*                  AS OPEN, AND DROPS RESOLVED ITEMS ONCE     *
001700*                  THEY PASS THE RETENTION LIMIT.  REJFILE    *
001800*                  ONLY EVER HELD ONE DAY AND SUSPENSE ONLY   *
001900*                  WHAT IS STILL STUCK; THIS IS THE FILE THE  *
002000*                  BRANCH SCORECARD READS.  REFUSES A         *
002100*                  BUSINESS DATE ALREADY ON THE HISTORY.      *
002200*-----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     C01 IS TO-NEW-PAGE.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL REJHSTIN ASSIGN TO REJHSTIN
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS fileStatusRejhstin.
003400     SELECT REJDAY   ASSIGN TO REJDAY
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS fileStatusRejday.
003700     SELECT OPTIONAL RSLVIN ASSIGN TO RSLVIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS fileStatusRslvin.
004000     SELECT REJHSTOUT ASSIGN TO REJHSTOUT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS fileStatusRejhstout.
004300     SELECT HSTRPT   ASSIGN TO HSTRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS fileStatusHstrpt.
004600     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS fileStatusParmfile.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REJHSTIN
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 40 CHARACTERS.
005600 01  rejHstInRecord            PIC X(40).
005700
005800 FD  REJDAY
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 45 CHARACTERS.
006200 01  rejDayRecord              PIC X(45).
006300
006400 FD  RSLVIN
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 40 CHARACTERS.
006800 01  rslvInRecord              PIC X(40).
006900
007000 FD  REJHSTOUT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 40 CHARACTERS.
007400 01  rejHstOutRecord           PIC X(40).
007500
007600 FD  HSTRPT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 132 CHARACTERS.
008000 01  hstRptRecord              PIC X(132).
008100
008200 FD  PARMFILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  parmFileRecord            PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------------*
009000* THE SHARED REJECT, REJECT HISTORY, AND REPORT LAYOUTS.     *
009100*-----------------------------------------------------------*
009200     COPY REJREC.
009300     COPY REJHIST.
009400     COPY RPTLINE.
009500
009600 01  fileStatusFields.
009700     05  fileStatusRejhstin    PIC X(02) VALUE SPACES.
009800     05  fileStatusRejday      PIC X(02) VALUE SPACES.
009900     05  fileStatusRslvin      PIC X(02) VALUE SPACES.
010000     05  fileStatusRejhstout   PIC X(02) VALUE SPACES.
010100     05  fileStatusHstrpt      PIC X(02) VALUE SPACES.
010200     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
010300
010400 01  programSwitches.
010500     05  historyEofSwitch      PIC X(01) VALUE 'N'.
010600         88  historyEndOfFile            VALUE 'Y'.
010700     05  rejectEofSwitch       PIC X(01) VALUE 'N'.
010800         88  rejectEndOfFile             VALUE 'Y'.
010900     05  resolutionEofSwitch   PIC X(01) VALUE 'N'.
011000         88  resolutionEndOfFile         VALUE 'Y'.
011100     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
011200         88  parmFileFound               VALUE 'Y'.
011300     05  updateRefusedSwitch   PIC X(01) VALUE 'N'.
011400         88  updateRefused               VALUE 'Y'.
011500     05  resolutionFoundSwitch PIC X(01) VALUE 'N'.
011600         88  resolutionFound             VALUE 'Y'.
011700     05  overflowSeenSwitch    PIC X(01) VALUE 'N'.
011800         88  tableOverflowSeen           VALUE 'Y'.
011900
012000*-----------------------------------------------------------*
012100* HISTORY CONTROL CARD -- THE BUSINESS DATE BEING ADDED AND  *
012200* THE DAYS A RESOLVED ITEM IS KEPT AFTER IT WAS RESOLVED.    *
012300* NO CARD MEANS THE MACHINE DATE AND 400 DAYS, ENOUGH FOR A  *
012400* MONTHLY SCORECARD TO TREND AGAINST THE SAME MONTH LAST     *
012500* YEAR.  OPEN ITEMS ARE NEVER DROPPED.                       *
012600*-----------------------------------------------------------*
012700 01  historyControlCard.
012800     05  historyDateParm       PIC X(08).
012900     05  historyRetentionParm  PIC X(03).
013000     05  FILLER                PIC X(69).
013100
013200*-----------------------------------------------------------*
013300* THE DAY'S RESOLUTIONS FROM THE RECYCLE, LOADED WHOLE AND   *
013400* TICKED OFF AS EACH ONE FINDS ITS OPEN ITEM.                *
013500*-----------------------------------------------------------*
013600 01  resolutionTable.
013700     05  resolutionEntry OCCURS 2000 TIMES.
013800         10  rslvTabRejectDate PIC 9(08).
013900         10  rslvTabBranch     PIC X(03).
014000         10  rslvTabKey        PIC 9(06).
014100         10  rslvTabCustomer   PIC 9(06).
014200         10  rslvTabReasonCode PIC X(04).
014300         10  rslvTabResolution PIC X(01).
014400         10  rslvTabResolvedDate PIC 9(08).
014500         10  rslvTabUsedSwitch PIC X(01).
014600             88  rslvTabUsed            VALUE 'Y'.
014700
014800*-----------------------------------------------------------*
014900* DATE-TO-DAY-SERIAL CONVERSION WORK AREA, USED TO AGE       *
015000* RESOLVED ITEMS AGAINST THE RETENTION LIMIT.                *
015100*-----------------------------------------------------------*
015200 01  dateConversionFields.
015300     05  dateConvDate          PIC 9(08).
015400     05  dateConvSplit REDEFINES dateConvDate.
015500         10  dateConvYear      PIC 9(04).
015600         10  dateConvMonth     PIC 9(02).
015700         10  dateConvDay       PIC 9(02).
015800     05  dateConvDays          PIC 9(08) COMP.
015900     05  leapYearWork          PIC 9(04) COMP.
016000     05  leapQuarters          PIC 9(04) COMP.
016100     05  leapCenturies         PIC 9(04) COMP.
016200     05  leapQuadCenturies     PIC 9(04) COMP.
016300
016400 01  monthCumulativeDays.
016500     05  FILLER                PIC X(36) VALUE
016600         '000031059090120151181212243273304334'.
016700 01  monthCumulativeTable REDEFINES monthCumulativeDays.
016800     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
016900
017000 77  resolutionCount           PIC 9(04) VALUE ZEROS COMP.
017100 77  resolutionIndex           PIC 9(04) VALUE ZEROS COMP.
017200 77  historyReadCount          PIC 9(06) VALUE ZEROS COMP.
017300 77  historyWrittenCount       PIC 9(06) VALUE ZEROS COMP.
017400 77  newRejectsAddedCount      PIC 9(06) VALUE ZEROS COMP.
017500 77  itemsClearedCount         PIC 9(06) VALUE ZEROS COMP.
017600 77  itemsReturnedCount        PIC 9(06) VALUE ZEROS COMP.
017700 77  resolvedBeforeCount       PIC 9(06) VALUE ZEROS COMP.
017800 77  resolvedPurgedCount       PIC 9(06) VALUE ZEROS COMP.
017900 77  openItemsOnFileCount      PIC 9(06) VALUE ZEROS COMP.
018000 77  historyBusinessDate       PIC 9(08) VALUE ZEROS.
018100 77  retentionDayLimit         PIC 9(03) VALUE 400.
018200 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
018300 77  businessDaySerial         PIC 9(08) VALUE ZEROS COMP.
018400 77  resolvedDaySerial         PIC 9(08) VALUE ZEROS COMP.
018500 77  resolvedAgeDays           PIC S9(08) VALUE ZEROS COMP.
018600
018700 PROCEDURE DIVISION.
018800*=============================================================*
018900* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
019000*=============================================================*
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 2000-ROLL-HISTORY THRU 2000-EXIT
019400         UNTIL historyEndOfFile.
019500     IF NOT updateRefused
019600         PERFORM 3000-ADD-DAYS-REJECTS THRU 3000-EXIT
019700             UNTIL rejectEndOfFile
019800         PERFORM 4000-ADD-EARLIER-RESOLUTIONS THRU 4000-EXIT
019900             VARYING resolutionIndex FROM 1 BY 1
020000             UNTIL resolutionIndex > resolutionCount
020100     END-IF.
020200     PERFORM 7000-PRODUCE-HISTORY-REPORT THRU 7000-EXIT.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020400     STOP RUN.
020500
020600*=============================================================*
020700* 1000-INITIALIZE -- READ THE CONTROL CARD, MAKE SURE THE DAY *
020800* IS NOT ALREADY ON THE HISTORY, LOAD THE RESOLUTIONS, AND    *
020900* OPEN EVERYTHING                                             *
021000*=============================================================*
021100 1000-INITIALIZE.
021200     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
021300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
021400     IF historyBusinessDate = ZEROS
021500         MOVE currentDateStamp TO historyBusinessDate
021600     END-IF.
021700     MOVE historyBusinessDate TO dateConvDate.
021800     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
021900     MOVE dateConvDays TO businessDaySerial.
022000     PERFORM 1200-CHECK-DAY-NOT-ADDED THRU 1200-EXIT.
022100     OPEN INPUT REJHSTIN.
022200     IF fileStatusRejhstin NOT = '00'
022300         SET historyEndOfFile TO TRUE
022400     END-IF.
022500     OPEN INPUT REJDAY.
022600     IF fileStatusRejday NOT = '00'
022700         DISPLAY 'REJHIST  - UNABLE TO OPEN REJDAY, STATUS='
022800             fileStatusRejday
022900         GO TO 9900-ABEND
023000     END-IF.
023100     OPEN OUTPUT REJHSTOUT.
023200     IF fileStatusRejhstout NOT = '00'
023300         DISPLAY 'REJHIST  - UNABLE TO OPEN REJHSTOUT, STATUS='
023400             fileStatusRejhstout
023500         GO TO 9900-ABEND
023600     END-IF.
023700     OPEN OUTPUT HSTRPT.
023800     IF fileStatusHstrpt NOT = '00'
023900         DISPLAY 'REJHIST  - UNABLE TO OPEN HSTRPT, STATUS='
024000             fileStatusHstrpt
024100         GO TO 9900-ABEND
024200     END-IF.
024300     IF NOT updateRefused
024400         PERFORM 1300-LOAD-RESOLUTIONS THRU 1300-EXIT
024500     END-IF.
024600     MOVE SPACES TO reportDetailLine.
024700     MOVE 'REJECT HISTORY UPDATE -- BUSINESS DATE' TO
024800         reportHeadingTitle.
024900     MOVE historyBusinessDate TO reportHeadingDate.
025000     WRITE hstRptRecord FROM reportHeadingLine
025100         AFTER ADVANCING TO-NEW-PAGE.
025200 1000-EXIT.
025300     EXIT.
025400
025500 1100-READ-PARM-CARD.
025600     OPEN INPUT PARMFILE.
025700     IF fileStatusParmfile = '00'
025800         READ PARMFILE INTO historyControlCard
025900             AT END
026000                 MOVE 'N' TO parmFileFoundSwitch
026100         END-READ
026200     END-IF.
026300     IF fileStatusParmfile = '00'
026400         SET parmFileFound TO TRUE
026500         IF historyDateParm NUMERIC
026600             MOVE historyDateParm TO historyBusinessDate
026700         END-IF
026800         IF historyRetentionParm NUMERIC
026900             MOVE historyRetentionParm TO retentionDayLimit
027000         END-IF
027100     ELSE
027200         DISPLAY 'REJHIST  - NO SYSIN CONTROL CARD, ADDING THE '
027300             'MACHINE DATE'
027400     END-IF.
027500     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
027600         OR fileStatusParmfile = '05'
027700         CLOSE PARMFILE
027800     END-IF.
027900 1100-EXIT.
028000     EXIT.
028100
028200*-------------------------------------------------------------*
028300* 1200-CHECK-DAY-NOT-ADDED -- A FIRST PASS OVER THE HISTORY.   *
028400* ANY ITEM ALREADY REJECTED OR RESOLVED ON THE BUSINESS DATE   *
028500* MEANS THIS DAY HAS BEEN ADDED ONCE; A SECOND PASS WOULD      *
028600* DOUBLE ITS REJECTS, SO THE HISTORY ROLLS FORWARD UNTOUCHED.  *
028700*-------------------------------------------------------------*
028800 1200-CHECK-DAY-NOT-ADDED.
028900     OPEN INPUT REJHSTIN.
029000     IF fileStatusRejhstin NOT = '00'
029100         IF fileStatusRejhstin = '05'
029200             CLOSE REJHSTIN
029300         END-IF
029400         GO TO 1200-EXIT
029500     END-IF.
029600     MOVE 'N' TO historyEofSwitch.
029700     PERFORM 1250-SCAN-ONE-HISTORY THRU 1250-EXIT
029800         UNTIL historyEndOfFile OR updateRefused.
029900     CLOSE REJHSTIN.
030000     MOVE 'N' TO historyEofSwitch.
030100     IF updateRefused
030200         DISPLAY 'REJHIST  - BUSINESS DATE ' historyBusinessDate
030300             ' ALREADY ON THE HISTORY, UPDATE REFUSED'
030400     END-IF.
030500 1200-EXIT.
030600     EXIT.
030700
030800 1250-SCAN-ONE-HISTORY.
030900     READ REJHSTIN INTO rejectHistoryRecord
031000         AT END
031100             SET historyEndOfFile TO TRUE
031200     END-READ.
031300     IF historyEndOfFile
031400         GO TO 1250-EXIT
031500     END-IF.
031600     IF rejHistRejectDate = historyBusinessDate
031700         SET updateRefused TO TRUE
031800     END-IF.
031900     IF NOT rejHistOpen
032000         AND rejHistResolvedDate = historyBusinessDate
032100         SET updateRefused TO TRUE
032200     END-IF.
032300 1250-EXIT.
032400     EXIT.
032500
032600 1300-LOAD-RESOLUTIONS.
032700     OPEN INPUT RSLVIN.
032800     IF fileStatusRslvin NOT = '00'
032900         DISPLAY 'REJHIST  - NO RESOLUTION FILE, NO ITEM LEFT '
033000             'SUSPENSE TODAY'
033100         IF fileStatusRslvin = '05'
033200             CLOSE RSLVIN
033300         END-IF
033400         GO TO 1300-EXIT
033500     END-IF.
033600     PERFORM 1350-READ-NEXT-RESOLUTION THRU 1350-EXIT
033700         UNTIL resolutionEndOfFile.
033800     CLOSE RSLVIN.
033900 1300-EXIT.
034000     EXIT.
034100
034200 1350-READ-NEXT-RESOLUTION.
034300     READ RSLVIN INTO rejectHistoryRecord
034400         AT END
034500             SET resolutionEndOfFile TO TRUE
034600     END-READ.
034700     IF resolutionEndOfFile
034800         GO TO 1350-EXIT
034900     END-IF.
035000     IF resolutionCount NOT < 2000
035100         IF NOT tableOverflowSeen
035200             SET tableOverflowSeen TO TRUE
035300             DISPLAY 'REJHIST  - MORE THAN 2000 RESOLUTIONS, '
035400                 'OVERFLOW ITEMS STAY OPEN ON THE HISTORY'
035500         END-IF
035600         GO TO 1350-EXIT
035700     END-IF.
035800     ADD 1 TO resolutionCount.
035900     MOVE rejHistRejectDate
036000         TO rslvTabRejectDate (resolutionCount).
036100     MOVE rejHistBranch
036200         TO rslvTabBranch (resolutionCount).
036300     MOVE rejHistKey
036400         TO rslvTabKey (resolutionCount).
036500     MOVE rejHistCustomer
036600         TO rslvTabCustomer (resolutionCount).
036700     MOVE rejHistReasonCode
036800         TO rslvTabReasonCode (resolutionCount).
036900     MOVE rejHistResolution
037000         TO rslvTabResolution (resolutionCount).
037100     MOVE rejHistResolvedDate
037200         TO rslvTabResolvedDate (resolutionCount).
037300     MOVE 'N' TO rslvTabUsedSwitch (resolutionCount).
037400 1350-EXIT.
037500     EXIT.
037600
037700*=============================================================*
037800* 2000-ROLL-HISTORY -- ONE HISTORY RECORD PER PASS.  AN OPEN  *
037900* ITEM IS CLOSED OUT IF THE RECYCLE RESOLVED IT TODAY; A      *
038000* RESOLVED ITEM PAST THE RETENTION LIMIT IS DROPPED; ALL      *
038100* ELSE IS COPIED FORWARD AS IT STANDS.                        *
038200*=============================================================*
038300 2000-ROLL-HISTORY.
038400     READ REJHSTIN INTO rejectHistoryRecord
038500         AT END
038600             SET historyEndOfFile TO TRUE
038700     END-READ.
038800     IF historyEndOfFile
038900         GO TO 2000-EXIT
039000     END-IF.
039100     ADD 1 TO historyReadCount.
039200     IF rejHistOpen AND NOT updateRefused
039300         PERFORM 5000-APPLY-RESOLUTION THRU 5000-EXIT
039400     END-IF.
039500     IF NOT rejHistOpen AND NOT updateRefused
039600         PERFORM 2100-CHECK-RETENTION THRU 2100-EXIT
039700         IF resolvedAgeDays > retentionDayLimit
039800             ADD 1 TO resolvedPurgedCount
039900             GO TO 2000-EXIT
040000         END-IF
040100     END-IF.
040200     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
040300 2000-EXIT.
040400     EXIT.
040500
040600 2100-CHECK-RETENTION.
040700     MOVE ZEROS TO resolvedAgeDays.
040800     IF rejHistResolvedDate NUMERIC
040900         AND rejHistResolvedDate > ZEROS
041000         MOVE rejHistResolvedDate TO dateConvDate
041100         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
041200         MOVE dateConvDays TO resolvedDaySerial
041300         COMPUTE resolvedAgeDays =
041400             businessDaySerial - resolvedDaySerial
041500     END-IF.
041600 2100-EXIT.
041700     EXIT.
041800
041900*=============================================================*
042000* 3000-ADD-DAYS-REJECTS -- EVERY REJECT RAISED TODAY GOES ON  *
042100* THE HISTORY AS OPEN, UNLESS THE RECYCLE ALREADY CLEARED OR  *
042200* RETURNED IT IN THE SAME CYCLE.  REJDAY IS THE DAILY RUN'S   *
042300* REJECT FILE AND THE APPROVAL RUN'S DECLINES, CONCATENATED.  *
042400*=============================================================*
042500 3000-ADD-DAYS-REJECTS.
042600     READ REJDAY INTO rejectRecord
042700         AT END
042800             SET rejectEndOfFile TO TRUE
042900     END-READ.
043000     IF rejectEndOfFile
043100         GO TO 3000-EXIT
043200     END-IF.
043300     MOVE SPACES TO rejectHistoryRecord.
043400     IF rejectDateStamp NUMERIC AND rejectDateStamp > ZEROS
043500         MOVE rejectDateStamp TO rejHistRejectDate
043600     ELSE
043700         MOVE historyBusinessDate TO rejHistRejectDate
043800     END-IF.
043900     MOVE rejectSourceId       TO rejHistBranch.
044000     MOVE rejectKey            TO rejHistKey.
044100     MOVE rejectCustomerNumber TO rejHistCustomer.
044200     MOVE rejectReasonCode     TO rejHistReasonCode.
044300     SET rejHistOpen TO TRUE.
044400     MOVE ZEROS TO rejHistResolvedDate.
044500     ADD 1 TO newRejectsAddedCount.
044600     PERFORM 5000-APPLY-RESOLUTION THRU 5000-EXIT.
044700     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
044800 3000-EXIT.
044900     EXIT.
045000
045100*=============================================================*
045200* 4000-ADD-EARLIER-RESOLUTIONS -- A RESOLUTION THAT FOUND NO  *
045300* OPEN ITEM IS FOR A REJECT RAISED BEFORE THE HISTORY BEGAN.  *
045400* THE RESOLUTION RECORD CARRIES EVERYTHING THE HISTORY KEEPS, *
045500* SO IT GOES ON AS IT STANDS AND STILL COUNTS TOWARD THE      *
045600* BRANCH'S DAYS TO CLEAR.                                     *
045700*=============================================================*
045800 4000-ADD-EARLIER-RESOLUTIONS.
045900     IF rslvTabUsed (resolutionIndex)
046000         GO TO 4000-EXIT
046100     END-IF.
046200     MOVE SPACES TO rejectHistoryRecord.
046300     MOVE rslvTabRejectDate (resolutionIndex)
046400         TO rejHistRejectDate.
046500     MOVE rslvTabBranch (resolutionIndex)
046600         TO rejHistBranch.
046700     MOVE rslvTabKey (resolutionIndex)
046800         TO rejHistKey.
046900     MOVE rslvTabCustomer (resolutionIndex)
047000         TO rejHistCustomer.
047100     MOVE rslvTabReasonCode (resolutionIndex)
047200         TO rejHistReasonCode.
047300     MOVE rslvTabResolution (resolutionIndex)
047400         TO rejHistResolution.
047500     MOVE rslvTabResolvedDate (resolutionIndex)
047600         TO rejHistResolvedDate.
047700     SET rslvTabUsed (resolutionIndex) TO TRUE.
047800     ADD 1 TO resolvedBeforeCount.
047900     PERFORM 5200-COUNT-RESOLUTION THRU 5200-EXIT.
048000     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
048100 4000-EXIT.
048200     EXIT.
048300
048400*-------------------------------------------------------------*
048500* 5000-APPLY-RESOLUTION -- CLOSE THE OPEN ITEM IN STORAGE OUT  *
048600* AGAINST THE FIRST UNUSED RESOLUTION FOR THE SAME DATE,       *
048700* BRANCH, AND KEY.  THE ORIGINAL REASON AND CUSTOMER STAY.     *
048800*-------------------------------------------------------------*
048900 5000-APPLY-RESOLUTION.
049000     MOVE 'N' TO resolutionFoundSwitch.
049100     PERFORM 5100-SCAN-RESOLUTIONS THRU 5100-EXIT
049200         VARYING resolutionIndex FROM 1 BY 1
049300         UNTIL resolutionIndex > resolutionCount
049400         OR resolutionFound.
049500 5000-EXIT.
049600     EXIT.
049700
049800 5100-SCAN-RESOLUTIONS.
049900     IF rslvTabUsed (resolutionIndex)
050000         GO TO 5100-EXIT
050100     END-IF.
050200     IF rslvTabRejectDate (resolutionIndex) = rejHistRejectDate
050300         AND rslvTabBranch (resolutionIndex) = rejHistBranch
050400         AND rslvTabKey (resolutionIndex) = rejHistKey
050500         SET resolutionFound TO TRUE
050600         SET rslvTabUsed (resolutionIndex) TO TRUE
050700         MOVE rslvTabResolution (resolutionIndex)
050800             TO rejHistResolution
050900         MOVE rslvTabResolvedDate (resolutionIndex)
051000             TO rejHistResolvedDate
051100         PERFORM 5200-COUNT-RESOLUTION THRU 5200-EXIT
051200     END-IF.
051300 5100-EXIT.
051400     EXIT.
051500
051600 5200-COUNT-RESOLUTION.
051700     IF rejHistCleared
051800         ADD 1 TO itemsClearedCount
051900     END-IF.
052000     IF rejHistReturned
052100         ADD 1 TO itemsReturnedCount
052200     END-IF.
052300 5200-EXIT.
052400     EXIT.
052500
052600 6000-WRITE-HISTORY.
052700     WRITE rejHstOutRecord FROM rejectHistoryRecord.
052800     ADD 1 TO historyWrittenCount.
052900     IF rejHistOpen
053000         ADD 1 TO openItemsOnFileCount
053100     END-IF.
053200 6000-EXIT.
053300     EXIT.
053400
053500*=============================================================*
053600* 7000-PRODUCE-HISTORY-REPORT -- CONTROL TOTALS: RECORDS IN   *
053700* PLUS ADDED LESS PURGED BALANCES TO RECORDS OUT.             *
053800*=============================================================*
053900 7000-PRODUCE-HISTORY-REPORT.
054000     MOVE SPACES TO reportDetailLine.
054100     MOVE 'HISTORY RECORDS READ' TO reportFieldLabel.
054200     MOVE historyReadCount TO reportFieldValue.
054300     WRITE hstRptRecord FROM reportDetailLine
054400         AFTER ADVANCING 3 LINES.
054500
054600     MOVE SPACES TO reportDetailLine.
054700     MOVE 'NEW REJECTS ADDED' TO reportFieldLabel.
054800     MOVE newRejectsAddedCount TO reportFieldValue.
054900     WRITE hstRptRecord FROM reportDetailLine
055000         AFTER ADVANCING 1 LINES.
055100
055200     MOVE SPACES TO reportDetailLine.
055300     MOVE 'RESOLVED BEFORE HISTORY BEGAN' TO reportFieldLabel.
055400     MOVE resolvedBeforeCount TO reportFieldValue.
055500     WRITE hstRptRecord FROM reportDetailLine
055600         AFTER ADVANCING 1 LINES.
055700
055800     MOVE SPACES TO reportDetailLine.
055900     MOVE 'RESOLVED ITEMS PURGED' TO reportFieldLabel.
056000     MOVE resolvedPurgedCount TO reportFieldValue.
056100     WRITE hstRptRecord FROM reportDetailLine
056200         AFTER ADVANCING 1 LINES.
056300
056400     MOVE SPACES TO reportDetailLine.
056500     MOVE 'HISTORY RECORDS WRITTEN' TO reportFieldLabel.
056600     MOVE historyWrittenCount TO reportFieldValue.
056700     WRITE hstRptRecord FROM reportDetailLine
056800         AFTER ADVANCING 1 LINES.
056900
057000     MOVE SPACES TO reportDetailLine.
057100     MOVE 'ITEMS CLEARED BY CORRECTION' TO reportFieldLabel.
057200     MOVE itemsClearedCount TO reportFieldValue.
057300     WRITE hstRptRecord FROM reportDetailLine
057400         AFTER ADVANCING 2 LINES.
057500
057600     MOVE SPACES TO reportDetailLine.
057700     MOVE 'ITEMS RETURNED TO BRANCH' TO reportFieldLabel.
057800     MOVE itemsReturnedCount TO reportFieldValue.
057900     WRITE hstRptRecord FROM reportDetailLine
058000         AFTER ADVANCING 1 LINES.
058100
058200     MOVE SPACES TO reportDetailLine.
058300     MOVE 'ITEMS STILL OPEN' TO reportFieldLabel.
058400     MOVE openItemsOnFileCount TO reportFieldValue.
058500     WRITE hstRptRecord FROM reportDetailLine
058600         AFTER ADVANCING 1 LINES.
058700
058800     IF updateRefused
058900         MOVE SPACES TO reportDetailLine
059000         MOVE '*** DATE ALREADY ON HISTORY' TO reportFieldLabel
059100         WRITE hstRptRecord FROM reportDetailLine
059200             AFTER ADVANCING 2 LINES
059300     END-IF.
059400 7000-EXIT.
059500     EXIT.
059600
059700*=============================================================*
059800* 7100-CONVERT-DATE-TO-DAYS -- YYYYMMDD TO A TRUE DAY SERIAL.  *
059900* JANUARY AND FEBRUARY COUNT LEAP DAYS AGAINST THE PRIOR YEAR  *
060000* SO THE DIFFERENCE OF TWO SERIALS IS AN EXACT AGE IN DAYS.    *
060100*=============================================================*
060200 7100-CONVERT-DATE-TO-DAYS.
060300     MOVE dateConvYear TO leapYearWork.
060400     IF dateConvMonth < 3
060500         SUBTRACT 1 FROM leapYearWork
060600     END-IF.
060700     DIVIDE leapYearWork BY 4 GIVING leapQuarters.
060800     DIVIDE leapYearWork BY 100 GIVING leapCenturies.
060900     DIVIDE leapYearWork BY 400 GIVING leapQuadCenturies.
061000     COMPUTE dateConvDays = (dateConvYear * 365)
061100         + leapQuarters - leapCenturies + leapQuadCenturies
061200         + monthCumDays (dateConvMonth) + dateConvDay.
061300 7100-EXIT.
061400     EXIT.
061500
061600*=============================================================*
061700* 9000-TERMINATE -- CLOSE DOWN.  A REFUSED DATE IS RC 8; THE  *
061800* HISTORY WAS STILL ROLLED FORWARD WHOLE, SO REJHSTOUT CAN    *
061900* REPLACE REJHSTIN EITHER WAY.                                *
062000*=============================================================*
062100 9000-TERMINATE.
062200     IF fileStatusRejhstin = '00' OR fileStatusRejhstin = '05'
062300         OR fileStatusRejhstin = '10'
062400         CLOSE REJHSTIN
062500     END-IF.
062600     CLOSE REJDAY.
062700     CLOSE REJHSTOUT.
062800     CLOSE HSTRPT.
062900     IF updateRefused
063000         MOVE 8 TO RETURN-CODE
063100     ELSE
063200         MOVE 0 TO RETURN-CODE
063300     END-IF.
063400     DISPLAY 'REJHIST  - RUN COMPLETE, RETURN-CODE = '
063500         RETURN-CODE.
063600 9000-EXIT.
063700     EXIT.
063800
063900*=============================================================*
064000* 9900-ABEND -- FATAL SETUP FAILURE.  NOTHING WAS WRITTEN     *
064100* THAT COULD REPLACE THE HISTORY.                             *
064200*=============================================================*
064300 9900-ABEND.
064400     MOVE 16 TO RETURN-CODE.
064500     DISPLAY 'REJHIST  - ABEND CONDITION, RETURN-CODE = 16'.
064600     STOP RUN.
