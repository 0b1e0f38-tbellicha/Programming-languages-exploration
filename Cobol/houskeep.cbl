002100*                  SUMMARY RECORDS CARRY THE ARCHIVE TAG,     *
002200*                  NOT TRANS, SO THE AUDIT REPORT'S           *
002300*                  RECONCILIATION IS UNDISTURBED.             *
002316* 10/14/2026 TB    AUDIT RECORD WIDENED TO 53 BYTES -- IT     *
002332*                  NOW CARRIES THE PRICING BASIS THE          *
002348*                  CALCULATION MODULE RETURNS FOR NEGOTIATED  *
002364*                  CUSTOMER RATES.  NO LOGIC CHANGE HERE      *
002380*                  BEYOND THE RECORD LENGTH.                  *
002381* 10/14/2026 TB    AUDIT RECORD WIDENED TO 64 BYTES FOR THE   *
002382*                  CHAINED CHECK VALUE.  ARCHIVING NOW KEEPS  *
002383*                  THE CHAIN: EACH UNBROKEN STRETCH OF ONE    *
002384*                  CLOSED MONTH'S RECORDS IS REPLACED IN      *
002385*                  PLACE BY ITS CONDENSED SUMMARY RECORD      *
002386*                  (LINK 'A') CARRYING THE CHECK VALUE OF     *
002387*                  THE LAST RECORD ARCHIVED, SO THE NEXT      *
002388*                  LIVE RECORD STILL CHAINS FROM IT AND THE   *
002389*                  VERIFICATION RUN CAN PROVE THE ARCHIVED    *
002390*                  RECORDS BEHIND EVERY SUMMARY.  A MONTH     *
002391*                  MAY NOW LEAVE MORE THAN ONE SUMMARY; THE   *
002392*                  24-MONTH TABLE AND ITS RETURN-CODE 4 ARE   *
002393*                  GONE.                                      *
002400*-----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
008700 FD  AUDITIN
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 64 CHARACTERS.
009100 01  auditInRecord             PIC X(64).
009200
009300 FD  AUDITOUT
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 64 CHARACTERS.
009700 01  auditOutRecord            PIC X(64).
009800
009900 FD  AUDARCH
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 64 CHARACTERS.
010300 01  audArchRecord             PIC X(64).
010400
010500 FD  HSKPRPT
010600     RECORDING MODE IS F
014400         88  auditEndOfFile              VALUE 'Y'.
014500     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
014600         88  parmFileFound               VALUE 'Y'.
014700     05  archStretchSwitch     PIC X(01) VALUE 'N'.
014800         88  archiveStretchOpen          VALUE 'Y'.
014900
015000*-----------------------------------------------------------*
015100* HOUSEKEEPING CONTROL CARD -- THE CURRENT CYCLE MONTH.      *
015800     05  FILLER                PIC X(74).
015900
016000*-----------------------------------------------------------*
016075* THE STRETCH BEING ARCHIVED: ITS MONTH, THE RECORD COUNT    *
016150* AND myFloat TOTAL THAT STAY BEHIND AS THE CONDENSED        *
016225* HISTORY, AND THE CHECK VALUE OF ITS LAST RECORD.           *
016300*-----------------------------------------------------------*
016375 01  archiveStretchFields.
016450     05  archMonth             PIC 9(06).
016525     05  archRecordCount       PIC 9(06).
016600     05  archFloatTotal        PIC 9(08)V9(02).
016675     05  archLastChainValue    PIC 9(10).
016750
016825 01  auditHoldArea             PIC X(64).
016900
017000 01  monthWorkFields.
017100     05  currentCycleMonth     PIC 9(06).
017800         10  cutoffMonth       PIC 9(02).
017900     05  recordYearMonth       PIC 9(06).
018000
018400 77  balanceKeptCount          PIC 9(08) VALUE ZEROS.
018500 77  balanceDroppedCount       PIC 9(08) VALUE ZEROS.
018600 77  runCtlKeptCount           PIC 9(08) VALUE ZEROS.
036200 3100-EXIT.
036300     EXIT.
036400
036504*=============================================================*
036608* 4000-ARCHIVE-AUDIT-TRAIL -- EVERY RECORD OF A CLOSED MONTH   *
036712* GOES TO THE ARCHIVE; THE CURRENT MONTH STAYS PUT.  EACH      *
036816* UNBROKEN STRETCH OF ONE CLOSED MONTH'S RECORDS LEAVES ONE    *
036920* CONDENSED SUMMARY RECORD UNDER THE ARCHIVE TAG IN ITS PLACE, *
037024* SO THE LIVE TRAIL KEEPS ITS ORDER AND ITS CHAIN.             *
037128*=============================================================*
037232 4000-ARCHIVE-AUDIT-TRAIL.
037336     ACCEPT currentTimeStamp FROM TIME.
037440     PERFORM 4100-COPY-ONE-AUDIT THRU 4100-EXIT
037544         UNTIL auditEndOfFile.
037648     PERFORM 4500-WRITE-STRETCH-SUMMARY THRU 4500-EXIT.
037752     CLOSE AUDITIN.
037856     CLOSE AUDITOUT.
037960     CLOSE AUDARCH.
038064 4000-EXIT.
038168     EXIT.
038272
038376 4100-COPY-ONE-AUDIT.
038480     READ AUDITIN INTO auditRecord
038584         AT END
038688             SET auditEndOfFile TO TRUE
038792     END-READ.
038896     IF auditEndOfFile
039000         GO TO 4100-EXIT
039104     END-IF.
039208     MOVE auditDateStamp (1:6) TO recordYearMonth.
039312*    A SUMMARY ROW A PRIOR HOUSEKEEPING RUN LEFT BEHIND IS
039416*    THE CONDENSED HISTORY ITSELF -- IT STAYS PUT FOREVER
039520*    AND MUST NEVER BE SWEPT INTO THE ARCHIVE AND REPLACED
039624*    BY A DEGENERATE SUMMARY OF ONE RECORD.
039728     IF auditSourceTag = 'ARCHIVE'
039832         PERFORM 4500-WRITE-STRETCH-SUMMARY THRU 4500-EXIT
039936         WRITE auditOutRecord FROM auditRecord
040040         ADD 1 TO auditKeptCount
040144         GO TO 4100-EXIT
040248     END-IF.
040352     IF recordYearMonth NOT < currentCycleMonth
040456         PERFORM 4500-WRITE-STRETCH-SUMMARY THRU 4500-EXIT
040560         WRITE auditOutRecord FROM auditRecord
040664         ADD 1 TO auditKeptCount
040768         GO TO 4100-EXIT
040872     END-IF.
040976*    A NEW MONTH, OR A STRETCH AS LONG AS THE SUMMARY'S
041080*    COUNTER CAN SAY, STARTS A NEW STRETCH.
041184     IF archiveStretchOpen
041288         IF recordYearMonth NOT = archMonth
041392             OR archRecordCount = 999999
041496             PERFORM 4500-WRITE-STRETCH-SUMMARY THRU 4500-EXIT
041600         END-IF
041704     END-IF.
041808     IF NOT archiveStretchOpen
041912         SET archiveStretchOpen TO TRUE
042016         MOVE recordYearMonth TO archMonth
042120         MOVE ZEROS TO archRecordCount
042224         MOVE ZEROS TO archFloatTotal
042328     END-IF.
042432     WRITE audArchRecord FROM auditRecord.
042536     ADD 1 TO auditArchivedCount.
042640     ADD 1 TO archRecordCount.
042744     ADD auditFloat TO archFloatTotal.
042848     MOVE auditChainValue TO archLastChainValue.
042952 4100-EXIT.
043056     EXIT.
043160
043264*-------------------------------------------------------------*
043368* 4500-WRITE-STRETCH-SUMMARY -- CLOSE THE OPEN STRETCH WITH    *
043472* ITS CONDENSED RECORD, DATED THE FIRST OF THE MONTH, COUNT IN *
043576* THE COUNTER AND THE myFloat TOTAL IN THE RESULT FIELD.  A    *
043680* TOTAL TOO BIG FOR THE FIELD PEGS AT ITS MAXIMUM RATHER THAN  *
043784* WRAPPING.  LINK 'A' AND THE LAST ARCHIVED RECORD'S CHECK     *
043888* VALUE TIE IT TO WHAT IT REPLACES.  THE RECORD IN HAND IS     *
043992* HELD ASIDE WHILE THE SUMMARY IS BUILT.                       *
044096*-------------------------------------------------------------*
044200 4500-WRITE-STRETCH-SUMMARY.
044304     IF NOT archiveStretchOpen
044408         GO TO 4500-EXIT
044512     END-IF.
044616     MOVE auditRecord TO auditHoldArea.
044720     MOVE SPACES TO auditRecord.
044824     COMPUTE auditDateStamp = (archMonth * 100) + 1.
044928     MOVE currentTimeStamp TO auditTimeStamp.
045032     MOVE 'ARCHIVE' TO auditSourceTag.
045136     MOVE archRecordCount TO auditCounter.
045240     MOVE ZEROS TO auditCustomer.
045344     MOVE ZEROS TO auditInt.
045448     MOVE ZEROS TO auditFloat.
045552     COMPUTE auditResult = archFloatTotal
045656         ON SIZE ERROR
045760             MOVE 999999.99 TO auditResult
045864     END-COMPUTE.
045968     SET auditArchiveLink TO TRUE.
046072     MOVE archLastChainValue TO auditChainValue.
046176     WRITE auditOutRecord FROM auditRecord.
046280     ADD 1 TO summariesWrittenCount.
046384     MOVE auditHoldArea TO auditRecord.
046488     MOVE 'N' TO archStretchSwitch.
046592 4500-EXIT.
046696     EXIT.
046900
047000*=============================================================*
047100* 5000-PRODUCE-HSKP-REPORT -- THE PROOF NOTHING WAS LOST:      *
052300     EXIT.
052400
052500*=============================================================*
052650* 9000-TERMINATE -- CLOSE DOWN.                                *
052800*=============================================================*
052900 9000-TERMINATE.
053000     CLOSE HSKPRPT.
053300     MOVE 0 TO RETURN-CODE.
053600     DISPLAY 'HOUSKEEP - RUN COMPLETE, RETURN-CODE = '
053700         RETURN-CODE.
053800 9000-EXIT.
