000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PriceExMaint.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  MAINTAINS THE CUSTOMER   *
001200*                  PRICING-EXCEPTION FILE THE CALCULATION     *
001300*                  MODULE READS FOR NEGOTIATED RATES: APPLIES *
001400*                  KEYED ADD, CHANGE, AND DELETE CARDS BY     *
001500*                  CUSTOMER AND EFFECTIVE DATE, REFUSES A     *
001600*                  CARD WHOSE FLOOR SITS ABOVE ITS CAP OR     *
001700*                  THAT SETS NOTHING AT ALL, PRINTS A BEFORE  *
001800*                  AND AFTER LISTING, AND WRITES AN AUDIT     *
001900*                  RECORD FOR EVERY CARD, APPLIED OR NOT.     *
001908* 10/14/2026 TB    THE PRICING-EXCEPTION MAINTENANCE AUDIT    *
001916*                  TRAIL IS NOW CHAINED: EVERY RECORD         *
001924*                  CARRIES A CHECK VALUE OVER ITSELF AND THE  *
001932*                  RECORD BEFORE (MODULE AUDIT-CHAIN-VALUE),  *
001940*                  STARTING FROM THE VALUE THE TRAIL LAST     *
001948*                  ENDED ON PER THE CHAIN-CONTROL HISTORY     *
001956*                  (CHAININ, CARRIED TO CHAINOUT), AND THE    *
001964*                  RUN ENDS ITS TRAIL WITH A SEAL RECORD      *
001972*                  (ACTION S, THE RECORD COUNT UNDER IT) AND  *
001980*                  A NEW CHAIN-CONTROL ROW.  RECORD IS NOW    *
001988*                  71 BYTES.                                  *
001989* 10/15/2026 TB    AN EXCEPTION FILE TOO BIG FOR THE 500-ROW  *
001990*                  TABLE NOW STOPS THE RUN (RETURN-CODE 16)   *
001991*                  BEFORE ANYTHING IS REWRITTEN, AND AN       *
001992*                  UNREADABLE ROW IS COUNTED, SHOWN ON THE    *
001993*                  REPORT, AND ENDS THE RUN WITH 8 -- A       *
001994*                  DROPPED ROW IS A NEGOTIATED RATE THE       *
001995*                  REWRITTEN FILE NO LONGER CARRIES.          *
002000*-----------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
002500     C01 IS TO-NEW-PAGE.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PXMNTIN  ASSIGN TO PXMNTIN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS fileStatusPxmntin.
003200     SELECT OPTIONAL PRCEXIN ASSIGN TO PRCEXIN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS fileStatusPrcexin.
003500     SELECT PRCEXOUT ASSIGN TO PRCEXOUT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS fileStatusPrcexout.
003800     SELECT PXMNTAUD ASSIGN TO PXMNTAUD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS fileStatusPxmntaud.
004014     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
004028         ORGANIZATION IS SEQUENTIAL
004042         FILE STATUS IS fileStatusChainin.
004056     SELECT CHAINOUT ASSIGN TO CHAINOUT
004070         ORGANIZATION IS SEQUENTIAL
004084         FILE STATUS IS fileStatusChainout.
004100     SELECT PXMNTRPT ASSIGN TO PXMNTRPT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS fileStatusPxmntrpt.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PXMNTIN
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  pxMntInRecord             PIC X(80).
005200
005300 FD  PRCEXIN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 40 CHARACTERS.
005700 01  prcExInRecord             PIC X(40).
005800
005900 FD  PRCEXOUT
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 40 CHARACTERS.
006300 01  prcExOutRecord            PIC X(40).
006400
006500 FD  PXMNTAUD
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 71 CHARACTERS.
006900 01  pxMntAudRecord            PIC X(71).
006907
006914 FD  CHAININ
006921     RECORDING MODE IS F
006928     LABEL RECORDS ARE STANDARD
006935     RECORD CONTAINS 40 CHARACTERS.
006942 01  chainCtlInRecord          PIC X(40).
006949
006956 FD  CHAINOUT
006963     RECORDING MODE IS F
006970     LABEL RECORDS ARE STANDARD
006977     RECORD CONTAINS 40 CHARACTERS.
006984 01  chainCtlOutRecord         PIC X(40).
007000
007100 FD  PXMNTRPT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  pxMntRptRecord            PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------*
007900* THE SHARED PRICING-EXCEPTION AND REPORT LAYOUTS.           *
008000*-----------------------------------------------------------*
008100     COPY PRCEXREC.
008150     COPY CHAINCTL.
008200     COPY RPTLINE.
008300
008400 01  fileStatusFields.
008500     05  fileStatusPxmntin     PIC X(02) VALUE SPACES.
008600     05  fileStatusPrcexin     PIC X(02) VALUE SPACES.
008700     05  fileStatusPrcexout    PIC X(02) VALUE SPACES.
008800     05  fileStatusPxmntaud    PIC X(02) VALUE SPACES.
008900     05  fileStatusPxmntrpt    PIC X(02) VALUE SPACES.
008933     05  fileStatusChainin     PIC X(02) VALUE SPACES.
008966     05  fileStatusChainout    PIC X(02) VALUE SPACES.
009000
009100 01  programSwitches.
009200     05  maintEofSwitch        PIC X(01) VALUE 'N'.
009300         88  maintEndOfFile              VALUE 'Y'.
009400     05  exceptionEofSwitch    PIC X(01) VALUE 'N'.
009500         88  exceptionEndOfFile          VALUE 'Y'.
009600     05  maintCardEditSwitch   PIC X(01) VALUE 'Y'.
009700         88  maintCardIsValid            VALUE 'Y'.
009800         88  maintCardIsInvalid          VALUE 'N'.
009900     05  rowLocatedSwitch      PIC X(01) VALUE 'N'.
010000         88  rowLocated                  VALUE 'Y'.
010033     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
010066         88  chainControlAtEnd           VALUE 'Y'.
010100
010200*-----------------------------------------------------------*
010300* THE WHOLE EXCEPTION FILE HELD IN STORAGE FOR THE RUN.  A   *
010400* DELETED ROW IS ONLY MARKED HERE AND NEVER REACHES THE      *
010500* OUTPUT FILE.  ROW KEY IS CUSTOMER + EFFECTIVE DATE.        *
010600*-----------------------------------------------------------*
010700 01  exceptionWorkTable.
010800     05  exceptionRow OCCURS 500 TIMES.
010900         10  rowActiveSwitch   PIC X(01).
011000             88  rowActive             VALUE 'Y'.
011100         10  rowCustomer       PIC 9(06).
011200         10  rowEffDate        PIC 9(08).
011300         10  rowFactor         PIC 9(02)V9(04).
011400         10  rowMinCharge      PIC 9(06)V9(02).
011500         10  rowMaxCharge      PIC 9(06)V9(02).
011600
011700*-----------------------------------------------------------*
011800* MAINTENANCE TRANSACTION CARD -- ONE KEYED CARD PER ACTION. *
011900* 'A' ADDS A NEW EXCEPTION ROW, 'C' REPLACES THE FACTOR,     *
012000* FLOOR, AND CAP OF AN EXISTING ONE, 'D' DELETES IT.  A      *
012100* BLANK FACTOR, FLOOR, OR CAP MEANS NONE ON THAT POINT; A    *
012200* BLANK EFFECTIVE DATE MEANS IN FORCE FROM DAY ZERO.         *
012300*-----------------------------------------------------------*
012400 01  maintCard.
012500     05  maintAction           PIC X(01).
012600         88  maintActionAdd              VALUE 'A'.
012700         88  maintActionChange           VALUE 'C'.
012800         88  maintActionDelete           VALUE 'D'.
012900     05  maintCustomer         PIC X(06).
013000     05  maintEffDate          PIC X(08).
013100     05  maintFactor           PIC X(06).
013200     05  maintMinCharge        PIC X(08).
013300     05  maintMaxCharge        PIC X(08).
013400     05  FILLER                PIC X(43).
013500
013600 01  maintAuditRecord.
013700     05  pxmAuditDateStamp     PIC 9(08).
013800     05  pxmAuditTimeStamp     PIC 9(08).
013900     05  pxmAuditAction        PIC X(01).
014000     05  pxmAuditCustomer      PIC X(06).
014100     05  pxmAuditEffDate       PIC X(08).
014200     05  pxmAuditFactor        PIC X(06).
014300     05  pxmAuditMinCharge     PIC X(08).
014400     05  pxmAuditMaxCharge     PIC X(08).
014500     05  pxmAuditResult        PIC X(04).
014600         88  pxmResultApplied            VALUE 'OK  '.
014700         88  pxmResultDuplicate          VALUE 'DUP '.
014800         88  pxmResultNotFound           VALUE 'NOTF'.
014900         88  pxmResultBadCard            VALUE 'BAD '.
015000     05  FILLER                PIC X(03) VALUE SPACES.
015008     05  pxmAuditChainLink     PIC X(01).
015016         88  pxmAuditChained             VALUE SPACE.
015024         88  pxmAuditSeal                VALUE 'S'.
015032     05  pxmAuditChainValue    PIC 9(10).
015040
015048*    THE SEAL RECORD: ACTION S AND THE COUNT OF RECORDS UNDER
015056*    IT IN PLACE OF THE CARD FIELDS.
015064 01  pxmSealRecord REDEFINES maintAuditRecord.
015072     05  FILLER                PIC X(17).
015080     05  pxmAuditSealCount     PIC 9(06).
015088     05  FILLER                PIC X(48).
015100
015200 01  exceptionListingLine.
015300     05  FILLER                PIC X(05) VALUE SPACES.
015400     05  FILLER                PIC X(09) VALUE 'CUSTOMER '.
015500     05  listCustomer          PIC 9(06).
015600     05  FILLER                PIC X(06) VALUE '  EFF '.
015700     05  listEffDate           PIC 9(08).
015800     05  FILLER                PIC X(09) VALUE '  FACTOR '.
015900     05  listFactor            PIC Z9.9999.
016000     05  FILLER                PIC X(07) VALUE '  MIN  '.
016100     05  listMinCharge         PIC ZZZZZ9.99.
016200     05  FILLER                PIC X(07) VALUE '  MAX  '.
016300     05  listMaxCharge         PIC ZZZZZ9.99.
016400     05  FILLER                PIC X(59) VALUE SPACES.
016500
016600 77  exceptionRowCount         PIC 9(04) VALUE ZEROS COMP.
016700 77  exceptionRowIndex         PIC 9(04) VALUE ZEROS COMP.
016800 77  exceptionRowSlot          PIC 9(04) VALUE ZEROS COMP.
016900 77  cardsReadCount            PIC 9(06) VALUE ZEROS COMP.
017000 77  cardsAddedCount           PIC 9(06) VALUE ZEROS COMP.
017100 77  cardsChangedCount         PIC 9(06) VALUE ZEROS COMP.
017200 77  cardsDeletedCount         PIC 9(06) VALUE ZEROS COMP.
017300 77  cardsInErrorCount         PIC 9(06) VALUE ZEROS COMP.
017350 77  rowsDroppedCount          PIC 9(06) VALUE ZEROS COMP.
017400 77  rowsWrittenCount          PIC 9(06) VALUE ZEROS COMP.
017500 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
017600 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
017620 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
017640 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
017660 77  chainNewValue             PIC 9(10) VALUE ZEROS.
017680 77  chainCoveredLength        PIC 9(04) VALUE 61 COMP.
017700 77  cardCustomerValue         PIC 9(06) VALUE ZEROS.
017800 77  cardEffDateValue          PIC 9(08) VALUE ZEROS.
017900 77  cardFactorValue           PIC 9(02)V9(04) VALUE ZEROS.
018000 77  cardMinChargeValue        PIC 9(06)V9(02) VALUE ZEROS.
018100 77  cardMaxChargeValue        PIC 9(06)V9(02) VALUE ZEROS.
018200
018300 01  cardAmountFields.
018400     05  cardFactorAlpha       PIC X(06).
018500     05  cardFactorNum REDEFINES cardFactorAlpha
018600                               PIC 9(02)V9(04).
018700     05  cardChargeAlpha       PIC X(08).
018800     05  cardChargeNum REDEFINES cardChargeAlpha
018900                               PIC 9(06)V9(02).
019000
019100 PROCEDURE DIVISION.
019200*=============================================================*
019300* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
019400*=============================================================*
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     PERFORM 2000-PROCESS-MAINT-CARDS THRU 2000-EXIT
019800         UNTIL maintEndOfFile.
019900     PERFORM 4000-LIST-EXCEPTION-TABLE THRU 4000-EXIT.
020000     PERFORM 4800-WRITE-EXCEPTION-FILE THRU 4800-EXIT.
020100     PERFORM 5000-PRODUCE-MAINT-REPORT THRU 5000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
020400
020500*=============================================================*
020600* 1000-INITIALIZE -- OPEN FILES, LOAD THE EXCEPTION FILE, AND *
020700* PRINT THE BEFORE LISTING                                    *
020800*=============================================================*
020900 1000-INITIALIZE.
021000     OPEN INPUT PXMNTIN.
021100     IF fileStatusPxmntin NOT = '00'
021200         DISPLAY 'PRCXMNT  - UNABLE TO OPEN PXMNTIN, STATUS='
021300             fileStatusPxmntin
021400         GO TO 9900-ABEND
021500     END-IF.
021600     OPEN OUTPUT PRCEXOUT.
021700     IF fileStatusPrcexout NOT = '00'
021800         DISPLAY 'PRCXMNT  - UNABLE TO OPEN PRCEXOUT, STATUS='
021900             fileStatusPrcexout
022000         GO TO 9900-ABEND
022100     END-IF.
022200     OPEN OUTPUT PXMNTAUD.
022300     IF fileStatusPxmntaud NOT = '00'
022400         DISPLAY 'PRCXMNT  - UNABLE TO OPEN PXMNTAUD, STATUS='
022500             fileStatusPxmntaud
022600         GO TO 9900-ABEND
022700     END-IF.
022750     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
022800     OPEN OUTPUT PXMNTRPT.
022900     IF fileStatusPxmntrpt NOT = '00'
023000         DISPLAY 'PRCXMNT  - UNABLE TO OPEN PXMNTRPT, STATUS='
023100             fileStatusPxmntrpt
023200         GO TO 9900-ABEND
023300     END-IF.
023400     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
023500     PERFORM 1100-LOAD-EXCEPTION-FILE THRU 1100-EXIT.
023600     MOVE SPACES TO reportDetailLine.
023700     MOVE 'PRICING EXCEPTION MAINTENANCE -- RUN REPORT' TO
023800         reportHeadingTitle.
023900     MOVE currentDateStamp TO reportHeadingDate.
024000     WRITE pxMntRptRecord FROM reportHeadingLine
024100         AFTER ADVANCING TO-NEW-PAGE.
024200     MOVE SPACES TO reportDetailLine.
024300     MOVE 'EXCEPTIONS BEFORE MAINTENANCE' TO reportFieldLabel.
024400     MOVE exceptionRowCount TO reportFieldValue.
024500     WRITE pxMntRptRecord FROM reportDetailLine
024600         AFTER ADVANCING 3 LINES.
024700     PERFORM 1200-LIST-ONE-ROW THRU 1200-EXIT
024800         VARYING exceptionRowIndex FROM 1 BY 1
024900         UNTIL exceptionRowIndex > exceptionRowCount.
025000 1000-EXIT.
025100     EXIT.
025200
025300 1100-LOAD-EXCEPTION-FILE.
025400     OPEN INPUT PRCEXIN.
025500     IF fileStatusPrcexin = '00'
025600         PERFORM 1150-READ-NEXT-EXCEPTION THRU 1150-EXIT
025700             UNTIL exceptionEndOfFile
025800     ELSE
025900         DISPLAY 'PRCXMNT  - NO EXCEPTION FILE ON INPUT, '
026000             'STARTING FROM AN EMPTY TABLE'
026100     END-IF.
026200     IF fileStatusPrcexin = '00' OR fileStatusPrcexin = '05'
026300         OR fileStatusPrcexin = '10'
026400         CLOSE PRCEXIN
026500     END-IF.
026600 1100-EXIT.
026700     EXIT.
026800
026900 1150-READ-NEXT-EXCEPTION.
027000     READ PRCEXIN INTO pricingExceptionRecord
027100         AT END
027200             SET exceptionEndOfFile TO TRUE
027300     END-READ.
027400     IF exceptionEndOfFile
027500         GO TO 1150-EXIT
027600     END-IF.
027620     IF exceptionRowCount >= 500
027640         DISPLAY 'PRCXMNT  - EXCEPTION FILE EXCEEDS 500 ROWS'
027660         GO TO 9900-ABEND
027680     END-IF.
027700     IF prcExCustomer NUMERIC AND prcExFactor NUMERIC
027800         AND prcExMinCharge NUMERIC AND prcExMaxCharge NUMERIC
028000         ADD 1 TO exceptionRowCount
028100         MOVE 'Y' TO rowActiveSwitch (exceptionRowCount)
028200         MOVE prcExCustomer  TO rowCustomer (exceptionRowCount)
028300         MOVE prcExFactor    TO rowFactor (exceptionRowCount)
028400         MOVE prcExMinCharge TO rowMinCharge (exceptionRowCount)
028500         MOVE prcExMaxCharge TO rowMaxCharge (exceptionRowCount)
028600         IF prcExEffectiveDate NUMERIC
028700             MOVE prcExEffectiveDate
028800                 TO rowEffDate (exceptionRowCount)
028900         ELSE
029000             MOVE ZEROS TO rowEffDate (exceptionRowCount)
029100         END-IF
029200     ELSE
029250         ADD 1 TO rowsDroppedCount
029300         DISPLAY 'PRCXMNT  - EXCEPTION RECORD DROPPED: '
029400             prcExInRecord
029500     END-IF.
029600 1150-EXIT.
029700     EXIT.
029800
029900 1200-LIST-ONE-ROW.
030000     IF NOT rowActive (exceptionRowIndex)
030100         GO TO 1200-EXIT
030200     END-IF.
030300     MOVE rowCustomer (exceptionRowIndex)  TO listCustomer.
030400     MOVE rowEffDate (exceptionRowIndex)   TO listEffDate.
030500     MOVE rowFactor (exceptionRowIndex)    TO listFactor.
030600     MOVE rowMinCharge (exceptionRowIndex) TO listMinCharge.
030700     MOVE rowMaxCharge (exceptionRowIndex) TO listMaxCharge.
030800     WRITE pxMntRptRecord FROM exceptionListingLine
030900         AFTER ADVANCING 1 LINES.
031000 1200-EXIT.
031100     EXIT.
031200
031202*-------------------------------------------------------------*
031204* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
031206* FORWARD AND PICK UP THE CHECK VALUE THIS TRAIL LAST ENDED    *
031208* ON; THE RUN'S FIRST AUDIT RECORD CHAINS FROM IT.  NO HISTORY *
031210* MEANS THE TRAIL STARTS HERE, FROM ZERO.                      *
031212*-------------------------------------------------------------*
031214 1900-LOAD-AUDIT-CHAIN.
031216     OPEN OUTPUT CHAINOUT.
031218     IF fileStatusChainout NOT = '00'
031220         DISPLAY 'PRCXMNT  - UNABLE TO OPEN CHAINOUT, STATUS='
031222             fileStatusChainout
031224         GO TO 9900-ABEND
031226     END-IF.
031228     OPEN INPUT CHAININ.
031230     IF fileStatusChainin = '00'
031232         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
031234             UNTIL chainControlAtEnd
031236     END-IF.
031238     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
031240         OR fileStatusChainin = '10'
031242         CLOSE CHAININ
031244     END-IF.
031246 1900-EXIT.
031248     EXIT.
031250
031252 1950-COPY-CHAIN-CONTROL.
031254     READ CHAININ INTO chainControlRecord
031256         AT END
031258             SET chainControlAtEnd TO TRUE
031260     END-READ.
031262     IF chainControlAtEnd
031264         GO TO 1950-EXIT
031266     END-IF.
031268     WRITE chainCtlOutRecord FROM chainControlRecord.
031270     IF chainCtlPriceExMaint
031272         MOVE chainCtlValue TO chainRunningValue
031274     END-IF.
031276 1950-EXIT.
031278     EXIT.
031280
031300*=============================================================*
031400* 2000-PROCESS-MAINT-CARDS -- ONE MAINTENANCE CARD PER PASS    *
031500*=============================================================*
031600 2000-PROCESS-MAINT-CARDS.
031700     READ PXMNTIN INTO maintCard
031800         AT END
031900             SET maintEndOfFile TO TRUE
032000     END-READ.
032100     IF NOT maintEndOfFile
032200         ADD 1 TO cardsReadCount
032300         PERFORM 2100-EDIT-MAINT-CARD THRU 2100-EXIT
032400         IF maintCardIsValid
032500             PERFORM 2200-APPLY-MAINT-CARD THRU 2200-EXIT
032600         ELSE
032700             ADD 1 TO cardsInErrorCount
032800             SET pxmResultBadCard TO TRUE
032900             PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
033000         END-IF
033100     END-IF.
033200 2000-EXIT.
033300     EXIT.
033400
033500*-------------------------------------------------------------*
033600* 2100-EDIT-MAINT-CARD -- A CARD MUST CARRY A KNOWN ACTION AND *
033700* A NUMERIC, NONZERO CUSTOMER.  AN ADD OR CHANGE MUST SET AT   *
033800* LEAST ONE OF FACTOR, FLOOR, AND CAP, EACH NUMERIC OR BLANK,  *
033900* AND A FLOOR MAY NOT SIT ABOVE ITS CAP.  A BLANK EFFECTIVE    *
034000* DATE MEANS IN FORCE FROM DAY ZERO.                           *
034100*-------------------------------------------------------------*
034200 2100-EDIT-MAINT-CARD.
034300     SET maintCardIsValid TO TRUE.
034400     MOVE ZEROS TO cardCustomerValue.
034500     MOVE ZEROS TO cardEffDateValue.
034600     MOVE ZEROS TO cardFactorValue.
034700     MOVE ZEROS TO cardMinChargeValue.
034800     MOVE ZEROS TO cardMaxChargeValue.
034900     IF NOT maintActionAdd AND NOT maintActionChange
035000         AND NOT maintActionDelete
035100         SET maintCardIsInvalid TO TRUE
035200     END-IF.
035300     IF maintCustomer NOT NUMERIC OR maintCustomer = '000000'
035400         SET maintCardIsInvalid TO TRUE
035500         GO TO 2100-EXIT
035600     END-IF.
035700     MOVE maintCustomer TO cardCustomerValue.
035800     IF maintEffDate NUMERIC
035900         MOVE maintEffDate TO cardEffDateValue
036000     ELSE
036100         IF maintEffDate NOT = SPACES
036200             SET maintCardIsInvalid TO TRUE
036300         END-IF
036400     END-IF.
036500     IF maintActionDelete
036600         GO TO 2100-EXIT
036700     END-IF.
036800     IF maintFactor NUMERIC
036900         MOVE maintFactor TO cardFactorAlpha
037000         MOVE cardFactorNum TO cardFactorValue
037100     ELSE
037200         IF maintFactor NOT = SPACES
037300             SET maintCardIsInvalid TO TRUE
037400         END-IF
037500     END-IF.
037600     IF maintMinCharge NUMERIC
037700         MOVE maintMinCharge TO cardChargeAlpha
037800         MOVE cardChargeNum TO cardMinChargeValue
037900     ELSE
038000         IF maintMinCharge NOT = SPACES
038100             SET maintCardIsInvalid TO TRUE
038200         END-IF
038300     END-IF.
038400     IF maintMaxCharge NUMERIC
038500         MOVE maintMaxCharge TO cardChargeAlpha
038600         MOVE cardChargeNum TO cardMaxChargeValue
038700     ELSE
038800         IF maintMaxCharge NOT = SPACES
038900             SET maintCardIsInvalid TO TRUE
039000         END-IF
039100     END-IF.
039200     IF cardFactorValue = ZEROS AND cardMinChargeValue = ZEROS
039300         AND cardMaxChargeValue = ZEROS
039400         SET maintCardIsInvalid TO TRUE
039500     END-IF.
039600     IF cardMinChargeValue > ZEROS AND cardMaxChargeValue > ZEROS
039700         AND cardMinChargeValue > cardMaxChargeValue
039800         SET maintCardIsInvalid TO TRUE
039900     END-IF.
040000 2100-EXIT.
040100     EXIT.
040200
040300 2200-APPLY-MAINT-CARD.
040400     PERFORM 2250-LOCATE-EXCEPTION-ROW THRU 2250-EXIT.
040500     IF maintActionAdd
040600         PERFORM 2300-ADD-EXCEPTION-ROW THRU 2300-EXIT
040700     ELSE
040800         IF maintActionChange
040900             PERFORM 2400-CHANGE-EXCEPTION-ROW THRU 2400-EXIT
041000         ELSE
041100             PERFORM 2500-DELETE-EXCEPTION-ROW THRU 2500-EXIT
041200         END-IF
041300     END-IF.
041400 2200-EXIT.
041500     EXIT.
041600
041700 2250-LOCATE-EXCEPTION-ROW.
041800     MOVE 'N' TO rowLocatedSwitch.
041900     MOVE ZEROS TO exceptionRowSlot.
042000     PERFORM 2270-MATCH-ONE-ROW THRU 2270-EXIT
042100         VARYING exceptionRowIndex FROM 1 BY 1
042200         UNTIL exceptionRowIndex > exceptionRowCount
042300         OR rowLocated.
042400 2250-EXIT.
042500     EXIT.
042600
042700 2270-MATCH-ONE-ROW.
042800     IF rowActive (exceptionRowIndex)
042900         AND rowCustomer (exceptionRowIndex) = cardCustomerValue
043000         AND rowEffDate (exceptionRowIndex) = cardEffDateValue
043100         SET rowLocated TO TRUE
043200         MOVE exceptionRowIndex TO exceptionRowSlot
043300     END-IF.
043400 2270-EXIT.
043500     EXIT.
043600
043700 2300-ADD-EXCEPTION-ROW.
043800     IF rowLocated
043900         ADD 1 TO cardsInErrorCount
044000         SET pxmResultDuplicate TO TRUE
044100         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
044200         GO TO 2300-EXIT
044300     END-IF.
044400     IF exceptionRowCount >= 500
044500         ADD 1 TO cardsInErrorCount
044600         SET pxmResultBadCard TO TRUE
044700         DISPLAY 'PRCXMNT  - EXCEPTION TABLE FULL, ADD DROPPED'
044800         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
044900         GO TO 2300-EXIT
045000     END-IF.
045100     ADD 1 TO exceptionRowCount.
045200     MOVE 'Y' TO rowActiveSwitch (exceptionRowCount).
045300     MOVE cardCustomerValue  TO rowCustomer (exceptionRowCount).
045400     MOVE cardEffDateValue   TO rowEffDate (exceptionRowCount).
045500     MOVE cardFactorValue    TO rowFactor (exceptionRowCount).
045600     MOVE cardMinChargeValue TO rowMinCharge (exceptionRowCount).
045700     MOVE cardMaxChargeValue TO rowMaxCharge (exceptionRowCount).
045800     ADD 1 TO cardsAddedCount.
045900     SET pxmResultApplied TO TRUE.
046000     PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT.
046100 2300-EXIT.
046200     EXIT.
046300
046400 2400-CHANGE-EXCEPTION-ROW.
046500     IF NOT rowLocated
046600         ADD 1 TO cardsInErrorCount
046700         SET pxmResultNotFound TO TRUE
046800         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
046900         GO TO 2400-EXIT
047000     END-IF.
047100     MOVE cardFactorValue    TO rowFactor (exceptionRowSlot).
047200     MOVE cardMinChargeValue TO rowMinCharge (exceptionRowSlot).
047300     MOVE cardMaxChargeValue TO rowMaxCharge (exceptionRowSlot).
047400     ADD 1 TO cardsChangedCount.
047500     SET pxmResultApplied TO TRUE.
047600     PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT.
047700 2400-EXIT.
047800     EXIT.
047900
048000 2500-DELETE-EXCEPTION-ROW.
048100     IF NOT rowLocated
048200         ADD 1 TO cardsInErrorCount
048300         SET pxmResultNotFound TO TRUE
048400         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
048500         GO TO 2500-EXIT
048600     END-IF.
048700     MOVE 'N' TO rowActiveSwitch (exceptionRowSlot).
048800     ADD 1 TO cardsDeletedCount.
048900     SET pxmResultApplied TO TRUE.
049000     PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT.
049100 2500-EXIT.
049200     EXIT.
049300
049400*-------------------------------------------------------------*
049500* 2900-WRITE-MAINT-AUDIT -- ONE AUDIT RECORD PER CARD, WITH    *
049600* THE RESULT CODE ALREADY SET BY THE CALLER, SO EVERY TOUCH    *
049700* OF A NEGOTIATED RATE CAN BE ACCOUNTED FOR AFTER THE FACT.    *
049800*-------------------------------------------------------------*
049900 2900-WRITE-MAINT-AUDIT.
050000     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
050100     ACCEPT currentTimeStamp FROM TIME.
050200     MOVE currentDateStamp TO pxmAuditDateStamp.
050300     MOVE currentTimeStamp TO pxmAuditTimeStamp.
050400     MOVE maintAction      TO pxmAuditAction.
050500     MOVE maintCustomer    TO pxmAuditCustomer.
050600     MOVE maintEffDate     TO pxmAuditEffDate.
050700     MOVE maintFactor      TO pxmAuditFactor.
050800     MOVE maintMinCharge   TO pxmAuditMinCharge.
050900     MOVE maintMaxCharge   TO pxmAuditMaxCharge.
050966     MOVE SPACE TO pxmAuditChainLink.
051032     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
051100 2900-EXIT.
051200     EXIT.
051206
051212*-------------------------------------------------------------*
051218* 2950-CHAIN-AND-WRITE -- EVERY AUDIT RECORD, THE SEAL         *
051224* INCLUDED, GOES OUT HERE CHAINED TO THE ONE BEFORE IT.        *
051230*-------------------------------------------------------------*
051236 2950-CHAIN-AND-WRITE.
051242     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
051248         chainRunningValue, maintAuditRecord,
051254         chainCoveredLength, chainNewValue.
051260     MOVE chainNewValue TO pxmAuditChainValue.
051266     MOVE chainNewValue TO chainRunningValue.
051272     WRITE pxMntAudRecord FROM maintAuditRecord.
051278     ADD 1 TO auditRecordsWritten.
051284 2950-EXIT.
051290     EXIT.
051300
051400*=============================================================*
051500* 4000-LIST-EXCEPTION-TABLE -- THE AFTER LISTING.              *
051600*=============================================================*
051700 4000-LIST-EXCEPTION-TABLE.
051800     MOVE SPACES TO reportDetailLine.
051900     MOVE 'EXCEPTIONS AFTER MAINTENANCE' TO reportFieldLabel.
052000     MOVE ZEROS TO rowsWrittenCount.
052100     PERFORM 4050-COUNT-ACTIVE-ROWS THRU 4050-EXIT
052200         VARYING exceptionRowIndex FROM 1 BY 1
052300         UNTIL exceptionRowIndex > exceptionRowCount.
052400     MOVE rowsWrittenCount TO reportFieldValue.
052500     WRITE pxMntRptRecord FROM reportDetailLine
052600         AFTER ADVANCING 3 LINES.
052700     PERFORM 1200-LIST-ONE-ROW THRU 1200-EXIT
052800         VARYING exceptionRowIndex FROM 1 BY 1
052900         UNTIL exceptionRowIndex > exceptionRowCount.
053000 4000-EXIT.
053100     EXIT.
053200
053300 4050-COUNT-ACTIVE-ROWS.
053400     IF rowActive (exceptionRowIndex)
053500         ADD 1 TO rowsWrittenCount
053600     END-IF.
053700 4050-EXIT.
053800     EXIT.
053900
054000*=============================================================*
054100* 4800-WRITE-EXCEPTION-FILE -- EVERY ACTIVE ROW, DELETED ROWS  *
054200* DROPPED, IN THE SHARED 40-BYTE LAYOUT THE CALCULATION        *
054300* MODULE LOADS.                                                *
054400*=============================================================*
054500 4800-WRITE-EXCEPTION-FILE.
054600     MOVE ZEROS TO rowsWrittenCount.
054700     PERFORM 4850-WRITE-ONE-ROW THRU 4850-EXIT
054800         VARYING exceptionRowIndex FROM 1 BY 1
054900         UNTIL exceptionRowIndex > exceptionRowCount.
055000 4800-EXIT.
055100     EXIT.
055200
055300 4850-WRITE-ONE-ROW.
055400     IF NOT rowActive (exceptionRowIndex)
055500         GO TO 4850-EXIT
055600     END-IF.
055700     MOVE SPACES TO pricingExceptionRecord.
055800     MOVE rowCustomer (exceptionRowIndex)  TO prcExCustomer.
055900     MOVE rowEffDate (exceptionRowIndex)   TO prcExEffectiveDate.
056000     MOVE rowFactor (exceptionRowIndex)    TO prcExFactor.
056100     MOVE rowMinCharge (exceptionRowIndex) TO prcExMinCharge.
056200     MOVE rowMaxCharge (exceptionRowIndex) TO prcExMaxCharge.
056300     WRITE prcExOutRecord FROM pricingExceptionRecord.
056400     ADD 1 TO rowsWrittenCount.
056500 4850-EXIT.
056600     EXIT.
056700
056800*=============================================================*
056900* 5000-PRODUCE-MAINT-REPORT -- END-OF-RUN CONTROL TOTALS       *
057000*=============================================================*
057100 5000-PRODUCE-MAINT-REPORT.
057200     MOVE SPACES TO reportDetailLine.
057300     MOVE 'MAINTENANCE CARDS READ' TO reportFieldLabel.
057400     MOVE cardsReadCount TO reportFieldValue.
057500     WRITE pxMntRptRecord FROM reportDetailLine
057600         AFTER ADVANCING 3 LINES.
057700
057800     MOVE SPACES TO reportDetailLine.
057900     MOVE 'EXCEPTIONS ADDED' TO reportFieldLabel.
058000     MOVE cardsAddedCount TO reportFieldValue.
058100     WRITE pxMntRptRecord FROM reportDetailLine
058200         AFTER ADVANCING 1 LINES.
058300
058400     MOVE SPACES TO reportDetailLine.
058500     MOVE 'EXCEPTIONS CHANGED' TO reportFieldLabel.
058600     MOVE cardsChangedCount TO reportFieldValue.
058700     WRITE pxMntRptRecord FROM reportDetailLine
058800         AFTER ADVANCING 1 LINES.
058900
059000     MOVE SPACES TO reportDetailLine.
059100     MOVE 'EXCEPTIONS DELETED' TO reportFieldLabel.
059200     MOVE cardsDeletedCount TO reportFieldValue.
059300     WRITE pxMntRptRecord FROM reportDetailLine
059400         AFTER ADVANCING 1 LINES.
059500
059600     MOVE SPACES TO reportDetailLine.
059700     MOVE 'CARDS IN ERROR' TO reportFieldLabel.
059800     MOVE cardsInErrorCount TO reportFieldValue.
059900     WRITE pxMntRptRecord FROM reportDetailLine
060000         AFTER ADVANCING 1 LINES.
060014
060028     MOVE SPACES TO reportDetailLine.
060042     MOVE 'EXCEPTION ROWS DROPPED' TO reportFieldLabel.
060056     MOVE rowsDroppedCount TO reportFieldValue.
060070     WRITE pxMntRptRecord FROM reportDetailLine
060084         AFTER ADVANCING 1 LINES.
060100
060200     MOVE SPACES TO reportDetailLine.
060300     MOVE 'EXCEPTION ROWS WRITTEN' TO reportFieldLabel.
060400     MOVE rowsWrittenCount TO reportFieldValue.
060500     WRITE pxMntRptRecord FROM reportDetailLine
060600         AFTER ADVANCING 1 LINES.
060700 5000-EXIT.
060800     EXIT.
060900
061000*=============================================================*
061100* 9000-TERMINATE -- CLOSE DOWN.  A BAD CARD OR A DROPPED       *
061200* EXCEPTION ROW HOLDS THE SCHEDULER WITH 8.                    *
061300*=============================================================*
061400 9000-TERMINATE.
061500     CLOSE PXMNTIN.
061600     CLOSE PRCEXOUT.
061650     PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT.
061700     CLOSE PXMNTAUD.
061800     CLOSE PXMNTRPT.
061900     IF cardsInErrorCount > 0 OR rowsDroppedCount > 0
062000         MOVE 8 TO RETURN-CODE
062100     ELSE
062200         MOVE 0 TO RETURN-CODE
062300     END-IF.
062400     DISPLAY 'PRCXMNT  - RUN COMPLETE, RETURN-CODE = '
062500         RETURN-CODE.
062600 9000-EXIT.
062700     EXIT.
062800
062803*-------------------------------------------------------------*
062806* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE RUN'S TRAIL WITH ITS      *
062809* SEAL, CHAINED LIKE ANY OTHER RECORD, AND RECORD THE SEAL'S   *
062812* VALUE ON THE CHAIN-CONTROL HISTORY FOR THE NEXT RUN TO CHAIN *
062815* FROM.                                                        *
062818*-------------------------------------------------------------*
062821 9050-SEAL-AUDIT-TRAIL.
062824     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
062827     ACCEPT currentTimeStamp FROM TIME.
062830     MOVE SPACES TO maintAuditRecord.
062833     MOVE currentDateStamp    TO pxmAuditDateStamp.
062836     MOVE currentTimeStamp    TO pxmAuditTimeStamp.
062839     MOVE 'S'                 TO pxmAuditAction.
062842     MOVE auditRecordsWritten TO pxmAuditSealCount.
062845     SET pxmAuditSeal TO TRUE.
062848     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
062851     MOVE SPACES TO chainControlRecord.
062854     SET chainCtlPriceExMaint TO TRUE.
062857     MOVE currentDateStamp    TO chainCtlDate.
062860     MOVE currentTimeStamp    TO chainCtlTimeStamp.
062863     MOVE pxmAuditSealCount   TO chainCtlRecords.
062866     MOVE chainRunningValue   TO chainCtlValue.
062869     WRITE chainCtlOutRecord FROM chainControlRecord.
062872     CLOSE CHAINOUT.
062875 9050-EXIT.
062878     EXIT.
062881
062900*=============================================================*
063000* 9900-ABEND -- FATAL SETUP FAILURE.                           *
063100*=============================================================*
063200 9900-ABEND.
063300     MOVE 16 TO RETURN-CODE.
063400     DISPLAY 'PRCXMNT  - ABEND CONDITION, RETURN-CODE = 16'.
063500     STOP RUN.
