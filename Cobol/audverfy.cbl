000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AuditVerify.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  AUDIT-CHAIN VERIFICATION *
001200*                  RUN.  WALKS THE LIVE AUDIT TRAIL FROM ITS  *
001300*                  FIRST RECORD, FOLLOWING EVERY HOUSEKEEPING *
001400*                  SUMMARY INTO THE AUDARCH ARCHIVES IT       *
001500*                  STANDS FOR, AND EACH MAINTENANCE AUDIT     *
001600*                  TRAIL PRESENTED, RECOMPUTING EVERY CHAINED *
001700*                  CHECK VALUE (MODULE AUDIT-CHAIN-VALUE),    *
001800*                  EVERY SEAL'S RECORD COUNT, AND EVERY       *
001900*                  SUMMARY'S COUNT AND TOTAL, THEN PROVES     *
002000*                  EACH TRAIL ENDS ON THE LAST SEAL THE       *
002100*                  CHAIN-CONTROL HISTORY HOLDS FOR IT.  THE   *
002200*                  FIRST BREAK IN EACH TRAIL IS REPORTED.     *
002300*                  RETURN-CODE 12 ON ANY BREAK, 4 WHEN        *
002400*                  SOMETHING COULD NOT BE PROVED, ELSE 0.     *
002420* 10/15/2026 TB    THE APPROVAL RUN'S DECISION AUDIT TRAIL    *
002440*                  (APRVAUD) IS NOW CHAINED AND SEALED, SO    *
002460*                  IT IS WALKED AND PROVED HERE AS A SIXTH    *
002480*                  TRAIL.                                     *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     C01 IS TO-NEW-PAGE.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS fileStatusChainin.
003700     SELECT AUDITIN  ASSIGN TO AUDITIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS fileStatusAuditin.
004000     SELECT OPTIONAL AUDARCH ASSIGN TO AUDARCH
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS fileStatusAudarch.
004300     SELECT OPTIONAL CMNTAUD ASSIGN TO CMNTAUD
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS fileStatusCmntaud.
004600     SELECT OPTIONAL RMNTAUD ASSIGN TO RMNTAUD
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS fileStatusRmntaud.
004900     SELECT OPTIONAL MRGAUD ASSIGN TO MRGAUD
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS fileStatusMrgaud.
005200     SELECT OPTIONAL PXMNTAUD ASSIGN TO PXMNTAUD
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS fileStatusPxmntaud.
005425     SELECT OPTIONAL APRVAUD ASSIGN TO APRVAUD
005450         ORGANIZATION IS SEQUENTIAL
005475         FILE STATUS IS fileStatusAprvaud.
005500     SELECT VERIFYRPT ASSIGN TO VERIFYRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS fileStatusVerifyrpt.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CHAININ
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 40 CHARACTERS.
006500 01  chainCtlInRecord          PIC X(40).
006600
006700 FD  AUDITIN
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 64 CHARACTERS.
007100 01  auditInRecord             PIC X(64).
007200
007300 FD  AUDARCH
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 64 CHARACTERS.
007700 01  audArchRecord             PIC X(64).
007800
007900 FD  CMNTAUD
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 78 CHARACTERS.
008300 01  cmntAudRecord             PIC X(78).
008400
008500 FD  RMNTAUD
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 51 CHARACTERS.
008900 01  rmntAudRecord             PIC X(51).
009000
009100 FD  MRGAUD
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 91 CHARACTERS.
009500 01  mrgAudRecord              PIC X(91).
009600
009700 FD  PXMNTAUD
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 71 CHARACTERS.
010100 01  pxMntAudRecord            PIC X(71).
010114
010128 FD  APRVAUD
010142     RECORDING MODE IS F
010156     LABEL RECORDS ARE STANDARD
010170     RECORD CONTAINS 71 CHARACTERS.
010184 01  aprvAudRecord             PIC X(71).
010200
010300 FD  VERIFYRPT
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  verifyRptRecord           PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000*-----------------------------------------------------------*
011100* THE SHARED AUDIT, CHAIN-CONTROL, AND REPORT LAYOUTS.       *
011200*-----------------------------------------------------------*
011300     COPY AUDITREC.
011400     COPY CHAINCTL.
011500     COPY RPTLINE.
011600
011700 01  fileStatusFields.
011800     05  fileStatusChainin     PIC X(02) VALUE SPACES.
011900     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
012000     05  fileStatusAudarch     PIC X(02) VALUE SPACES.
012100     05  fileStatusCmntaud     PIC X(02) VALUE SPACES.
012200     05  fileStatusRmntaud     PIC X(02) VALUE SPACES.
012300     05  fileStatusMrgaud      PIC X(02) VALUE SPACES.
012400     05  fileStatusPxmntaud    PIC X(02) VALUE SPACES.
012450     05  fileStatusAprvaud     PIC X(02) VALUE SPACES.
012500     05  fileStatusVerifyrpt   PIC X(02) VALUE SPACES.
012600
012700 01  programSwitches.
012800     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
012900         88  chainControlAtEnd           VALUE 'Y'.
013000     05  trailEofSwitch        PIC X(01) VALUE 'N'.
013100         88  trailAtEnd                  VALUE 'Y'.
013200     05  archiveEofSwitch      PIC X(01) VALUE 'N'.
013300         88  archiveAtEnd                VALUE 'Y'.
013400     05  archiveOpenSwitch     PIC X(01) VALUE 'N'.
013500         88  archivePresented            VALUE 'Y'.
013600     05  trailPresentSwitch    PIC X(01) VALUE 'N'.
013700         88  trailPresented              VALUE 'Y'.
013800     05  trailBrokenSwitch     PIC X(01) VALUE 'N'.
013900         88  trailBroken                 VALUE 'Y'.
014000     05  trailWarningSwitch    PIC X(01) VALUE 'N'.
014100         88  trailWarned                 VALUE 'Y'.
014200     05  lastSealSwitch        PIC X(01) VALUE 'N'.
014300         88  lastRecordWasSeal           VALUE 'Y'.
014400         88  lastRecordUnproved          VALUE 'U'.
014500     05  sealCountSwitch       PIC X(01) VALUE 'Y'.
014600         88  sealCountKnown              VALUE 'Y'.
014700
014800*-----------------------------------------------------------*
014900* THE TRAILS THIS RUN KNOWS, IN CHAIN-CONTROL KEY ORDER, AND *
015000* THE LAST SEAL THE HISTORY HOLDS FOR EACH.                  *
015100*-----------------------------------------------------------*
015200 01  trailNameValues.
015300     05  FILLER                PIC X(08) VALUE 'AUDITREC'.
015400     05  FILLER                PIC X(08) VALUE 'CMNTAUD '.
015500     05  FILLER                PIC X(08) VALUE 'RMNTAUD '.
015600     05  FILLER                PIC X(08) VALUE 'MRGAUD  '.
015700     05  FILLER                PIC X(08) VALUE 'PXMNTAUD'.
015750     05  FILLER                PIC X(08) VALUE 'APRVAUD '.
015800 01  trailNameTable REDEFINES trailNameValues.
015900     05  trailNameEntry        PIC X(08) OCCURS 6 TIMES.
016000
016100 01  trailHistoryTable.
016200     05  trailHistoryEntry OCCURS 6 TIMES.
016300         10  histSealDate      PIC 9(08).
016400         10  histSealValue     PIC 9(10).
016500         10  histFoundSwitch   PIC X(01).
016600             88  histFound               VALUE 'Y'.
016700
016800*-----------------------------------------------------------*
016900* THE RECORD UNDER CHECK, WHATEVER TRAIL IT CAME FROM, AND   *
017000* THE PIECES OF IT THE CHECK LOOKS AT.  EVERY TRAIL ENDS     *
017100* WITH THE LINK BYTE AND THE TEN-DIGIT CHECK VALUE.          *
017200*-----------------------------------------------------------*
017300 01  verifyRecordArea          PIC X(200).
017400
017500 01  chainCheckFields.
017600     05  checkLink             PIC X(01).
017700     05  checkStoredText       PIC X(10).
017800     05  checkStoredValue REDEFINES checkStoredText
017900                               PIC 9(10).
018000     05  checkSealText         PIC X(06).
018100     05  checkSealCount REDEFINES checkSealText
018200                               PIC 9(06).
018300
018400 01  breakFields.
018500     05  breakLocationLabel    PIC X(30).
018600     05  breakLocationNumber   PIC 9(08).
018700     05  breakReasonText       PIC X(60).
018800     05  currentLocationLabel  PIC X(30).
018900     05  currentLocationNumber PIC 9(08).
019000     05  breakReasonWork       PIC X(60).
019100     05  trailWarningText      PIC X(60).
019200
019300*-----------------------------------------------------------*
019400* TEXT PRINT LINE FOR THE TRAIL NAME, RESULT, AND REASONS.   *
019500*-----------------------------------------------------------*
019600 01  verifyTextLine.
019700     05  FILLER                PIC X(05) VALUE SPACES.
019800     05  verifyTextLabel       PIC X(30).
019900     05  FILLER                PIC X(02) VALUE SPACES.
020000     05  verifyTextValue       PIC X(60).
020100     05  FILLER                PIC X(35) VALUE SPACES.
020200
020300 77  trailIndex                PIC 9(02) VALUE ZEROS COMP.
020400 77  historyIndex              PIC 9(02) VALUE ZEROS COMP.
020500 77  trailRecordLength         PIC 9(04) VALUE ZEROS COMP.
020600 77  chainCoveredLength        PIC 9(04) VALUE ZEROS COMP.
020700 77  linkPosition              PIC 9(04) VALUE ZEROS COMP.
020800 77  valuePosition             PIC 9(04) VALUE ZEROS COMP.
020900 77  sealCountPosition         PIC 9(04) VALUE ZEROS COMP.
021000 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
021100 77  chainNewValue             PIC 9(10) VALUE ZEROS.
021200 77  trailRecordCount          PIC 9(08) VALUE ZEROS COMP.
021300 77  trailSealCount            PIC 9(08) VALUE ZEROS COMP.
021400 77  recordsSinceSeal          PIC 9(08) VALUE ZEROS COMP.
021500 77  archivedVerifiedCount     PIC 9(08) VALUE ZEROS COMP.
021600 77  archivedUnprovedCount     PIC 9(08) VALUE ZEROS COMP.
021700 77  archiveRecordNumber       PIC 9(08) VALUE ZEROS COMP.
021800 77  standInCount              PIC 9(06) VALUE ZEROS.
021900 77  standInTotal              PIC 9(06)V9(02) VALUE ZEROS.
022000 77  standInValue              PIC 9(10) VALUE ZEROS.
022100 77  standInConsumed           PIC 9(06) VALUE ZEROS COMP.
022200 77  archiveFloatSum           PIC 9(08)V9(02) VALUE ZEROS.
022300 77  trailsBrokenCount         PIC 9(02) VALUE ZEROS COMP.
022400 77  trailsWarnedCount         PIC 9(02) VALUE ZEROS COMP.
022500 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
022600
022700 PROCEDURE DIVISION.
022800*=============================================================*
022900* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
023000*=============================================================*
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     PERFORM 2000-VERIFY-AUDIT-TRAIL THRU 2000-EXIT.
023400     PERFORM 3100-VERIFY-CUST-MAINT THRU 3100-EXIT.
023500     PERFORM 3200-VERIFY-RATE-MAINT THRU 3200-EXIT.
023600     PERFORM 3300-VERIFY-MERGE-TRAIL THRU 3300-EXIT.
023700     PERFORM 3400-VERIFY-PRICE-EX-MAINT THRU 3400-EXIT.
023750     PERFORM 3500-VERIFY-APPROVAL-TRAIL THRU 3500-EXIT.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000
024100*=============================================================*
024200* 1000-INITIALIZE -- OPEN THE REPORT AND LOAD THE LAST SEAL    *
024300* OF EVERY TRAIL FROM THE CHAIN-CONTROL HISTORY               *
024400*=============================================================*
024500 1000-INITIALIZE.
024600     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
024700     OPEN OUTPUT VERIFYRPT.
024800     IF fileStatusVerifyrpt NOT = '00'
024900         DISPLAY 'AUDVERFY - UNABLE TO OPEN VERIFYRPT, STATUS='
025000             fileStatusVerifyrpt
025100         GO TO 9900-ABEND
025200     END-IF.
025300     MOVE 'AUDIT TRAIL CHAIN VERIFICATION -- RUN DATE' TO
025400         reportHeadingTitle.
025500     MOVE currentDateStamp TO reportHeadingDate.
025600     WRITE verifyRptRecord FROM reportHeadingLine
025700         AFTER ADVANCING TO-NEW-PAGE.
025800     PERFORM 1050-CLEAR-ONE-HISTORY THRU 1050-EXIT
025900         VARYING historyIndex FROM 1 BY 1
026000         UNTIL historyIndex > 6.
026100     OPEN INPUT CHAININ.
026200     IF fileStatusChainin = '00'
026300         PERFORM 1100-READ-CHAIN-CONTROL THRU 1100-EXIT
026400             UNTIL chainControlAtEnd
026500     ELSE
026600         DISPLAY 'AUDVERFY - NO CHAIN-CONTROL HISTORY, '
026700             'TRAIL ENDS CANNOT BE PROVED'
026800     END-IF.
026900     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
027000         OR fileStatusChainin = '10'
027100         CLOSE CHAININ
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.
027500
027600 1050-CLEAR-ONE-HISTORY.
027700     MOVE ZEROS TO histSealDate (historyIndex).
027800     MOVE ZEROS TO histSealValue (historyIndex).
027900     MOVE 'N' TO histFoundSwitch (historyIndex).
028000 1050-EXIT.
028100     EXIT.
028200
028300*-------------------------------------------------------------*
028400* 1100-READ-CHAIN-CONTROL -- THE HISTORY IS IN RUN ORDER, SO   *
028500* THE LAST ROW FOR A TRAIL IS THE SEAL IT MUST END ON.         *
028600*-------------------------------------------------------------*
028700 1100-READ-CHAIN-CONTROL.
028800     READ CHAININ INTO chainControlRecord
028900         AT END
029000             SET chainControlAtEnd TO TRUE
029100     END-READ.
029200     IF chainControlAtEnd
029300         GO TO 1100-EXIT
029400     END-IF.
029500     MOVE ZEROS TO trailIndex.
029600     PERFORM 1150-MATCH-ONE-TRAIL THRU 1150-EXIT
029700         VARYING historyIndex FROM 1 BY 1
029800         UNTIL historyIndex > 6
029900         OR trailIndex > ZEROS.
030000     IF trailIndex = ZEROS
030100         DISPLAY 'AUDVERFY - CHAIN-CONTROL ROW FOR UNKNOWN TRAIL '
030200             chainCtlTrail ' IGNORED'
030300         GO TO 1100-EXIT
030400     END-IF.
030500     MOVE chainCtlDate TO histSealDate (trailIndex).
030600     MOVE chainCtlValue TO histSealValue (trailIndex).
030700     MOVE 'Y' TO histFoundSwitch (trailIndex).
030800 1100-EXIT.
030900     EXIT.
031000
031100 1150-MATCH-ONE-TRAIL.
031200     IF trailNameEntry (historyIndex) = chainCtlTrail
031300         MOVE historyIndex TO trailIndex
031400     END-IF.
031500 1150-EXIT.
031600     EXIT.
031700
031800*=============================================================*
031900* 2000-VERIFY-AUDIT-TRAIL -- THE DAILY RUN'S TRAIL.  A          *
032000* HOUSEKEEPING SUMMARY RECORD (LINK 'A') IS FOLLOWED INTO THE  *
032100* ARCHIVE: ITS RECORDS MUST CHAIN ON FROM WHERE THE LIVE TRAIL *
032200* STOOD AND END ON THE VALUE THE SUMMARY CARRIES.  THE         *
032300* ARCHIVES ARE PRESENTED OLDEST FIRST, SO EVERY ARCHIVED       *
032400* RECORD IS TAKEN IN TURN AND NONE MAY BE LEFT OVER.           *
032500*=============================================================*
032600 2000-VERIFY-AUDIT-TRAIL.
032700     MOVE 1 TO trailIndex.
032800     MOVE 64 TO trailRecordLength.
032900     MOVE 27 TO sealCountPosition.
033000     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
033100     OPEN INPUT AUDITIN.
033200     IF fileStatusAuditin NOT = '00'
033300         DISPLAY 'AUDVERFY - UNABLE TO OPEN AUDITIN, STATUS='
033400             fileStatusAuditin
033500         GO TO 9900-ABEND
033600     END-IF.
033700     SET trailPresented TO TRUE.
033800     OPEN INPUT AUDARCH.
033900     IF fileStatusAudarch = '00'
034000         SET archivePresented TO TRUE
034100     END-IF.
034200     PERFORM 2100-READ-LIVE-AUDIT THRU 2100-EXIT
034300         UNTIL trailAtEnd OR trailBroken.
034400     IF archivePresented AND NOT trailBroken
034500         PERFORM 2300-CHECK-ARCHIVE-LEFTOVER THRU 2300-EXIT
034600     END-IF.
034700     CLOSE AUDITIN.
034800     IF fileStatusAudarch = '00' OR fileStatusAudarch = '05'
034900         OR fileStatusAudarch = '10'
035000         CLOSE AUDARCH
035100     END-IF.
035200     IF archivedUnprovedCount > ZEROS
035300         MOVE 'NO ARCHIVE PRESENTED -- RECORDS UNPROVED'
035400             TO trailWarningText
035500         PERFORM 7800-RECORD-WARNING THRU 7800-EXIT
035600     END-IF.
035700     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
035800     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
035900 2000-EXIT.
036000     EXIT.
036100
036200 2100-READ-LIVE-AUDIT.
036300     READ AUDITIN INTO verifyRecordArea
036400         AT END
036500             SET trailAtEnd TO TRUE
036600     END-READ.
036700     IF trailAtEnd
036800         GO TO 2100-EXIT
036900     END-IF.
037000     ADD 1 TO trailRecordCount.
037100     MOVE 'LIVE TRAIL RECORD' TO currentLocationLabel.
037200     MOVE trailRecordCount TO currentLocationNumber.
037300     IF verifyRecordArea (linkPosition:1) = 'A'
037400         PERFORM 2200-FOLLOW-ARCHIVE THRU 2200-EXIT
037500     ELSE
037600         PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT
037700     END-IF.
037800 2100-EXIT.
037900     EXIT.
038000
038100*-------------------------------------------------------------*
038200* 2200-FOLLOW-ARCHIVE -- PROVE ONE SUMMARY AGAINST THE         *
038300* ARCHIVED RECORDS IT STANDS FOR: THEIR COUNT, THEIR myFloat   *
038400* TOTAL (PEGGED THE WAY HOUSEKEEPING PEGS IT), AND THE CHECK   *
038500* VALUE THE LAST OF THEM ENDS ON.  WITH NO ARCHIVE PRESENTED   *
038600* THE CHAIN IS TAKEN UP AGAIN FROM THE SUMMARY'S VALUE AND     *
038700* THE RUN ENDS WITH A WARNING, NOT A BREAK.                    *
038800*-------------------------------------------------------------*
038900 2200-FOLLOW-ARCHIVE.
039000     MOVE verifyRecordArea (1:64) TO auditRecord.
039100     MOVE auditCounter TO standInCount.
039200     MOVE auditResult TO standInTotal.
039300     MOVE auditChainValue TO standInValue.
039400     IF NOT archivePresented
039500         ADD standInCount TO archivedUnprovedCount
039600         MOVE standInValue TO chainRunningValue
039700         MOVE 'N' TO sealCountSwitch
039800         MOVE 'U' TO lastSealSwitch
039900         GO TO 2200-EXIT
040000     END-IF.
040100     MOVE ZEROS TO standInConsumed.
040200     MOVE ZEROS TO archiveFloatSum.
040300     PERFORM 2250-FOLLOW-ONE-ARCHIVED THRU 2250-EXIT
040400         UNTIL standInConsumed NOT < standInCount
040500         OR trailBroken OR archiveAtEnd.
040600     IF trailBroken
040700         GO TO 2200-EXIT
040800     END-IF.
040900     MOVE 'LIVE TRAIL RECORD' TO currentLocationLabel.
041000     MOVE trailRecordCount TO currentLocationNumber.
041100     IF standInConsumed < standInCount
041200         MOVE 'ARCHIVE ENDS BEFORE THE SUMMARY RECORD COUNT'
041300             TO breakReasonWork
041400         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
041500         GO TO 2200-EXIT
041600     END-IF.
041700     IF chainRunningValue NOT = standInValue
041800         MOVE 'SUMMARY DOES NOT LINK TO THE ARCHIVED RECORDS'
041900             TO breakReasonWork
042000         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
042100         GO TO 2200-EXIT
042200     END-IF.
042300     IF archiveFloatSum > 999999.99
042400         MOVE 999999.99 TO archiveFloatSum
042500     END-IF.
042600     IF archiveFloatSum NOT = standInTotal
042700         MOVE 'SUMMARY TOTAL DOES NOT MATCH THE ARCHIVED RECORDS'
042800             TO breakReasonWork
042900         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
043000     END-IF.
043100 2200-EXIT.
043200     EXIT.
043300
043400 2250-FOLLOW-ONE-ARCHIVED.
043500     READ AUDARCH INTO verifyRecordArea
043600         AT END
043700             SET archiveAtEnd TO TRUE
043800     END-READ.
043900     IF archiveAtEnd
044000         GO TO 2250-EXIT
044100     END-IF.
044200     ADD 1 TO archiveRecordNumber.
044300     ADD 1 TO standInConsumed.
044400     MOVE 'ARCHIVE RECORD' TO currentLocationLabel.
044500     MOVE archiveRecordNumber TO currentLocationNumber.
044600     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
044700     IF trailBroken
044800         GO TO 2250-EXIT
044900     END-IF.
045000     ADD 1 TO archivedVerifiedCount.
045100     MOVE verifyRecordArea (1:64) TO auditRecord.
045200     ADD auditFloat TO archiveFloatSum.
045300 2250-EXIT.
045400     EXIT.
045500
045600*-------------------------------------------------------------*
045700* 2300-CHECK-ARCHIVE-LEFTOVER -- AN ARCHIVED RECORD NO SUMMARY *
045800* ACCOUNTS FOR MEANS A SUMMARY WAS REMOVED FROM THE LIVE TRAIL *
045900* OR THE WRONG ARCHIVES WERE PRESENTED.                        *
046000*-------------------------------------------------------------*
046100 2300-CHECK-ARCHIVE-LEFTOVER.
046200     READ AUDARCH INTO verifyRecordArea
046300         AT END
046400             SET archiveAtEnd TO TRUE
046500     END-READ.
046600     IF archiveAtEnd
046700         GO TO 2300-EXIT
046800     END-IF.
046900     ADD 1 TO archiveRecordNumber.
047000     MOVE 'ARCHIVE RECORD' TO currentLocationLabel.
047100     MOVE archiveRecordNumber TO currentLocationNumber.
047200     MOVE 'ARCHIVED RECORD NOT ACCOUNTED FOR BY ANY SUMMARY'
047300         TO breakReasonWork.
047400     PERFORM 7900-RECORD-BREAK THRU 7900-EXIT.
047500 2300-EXIT.
047600     EXIT.
047700
047800*=============================================================*
047880* 3100-3500 -- THE MAINTENANCE AND APPROVAL AUDIT TRAILS.     *
047960* EACH IS OPTIONAL ON THIS RUN; ONE NOT PRESENTED IS REPORTED *
048040* AS SUCH.  THE SEAL'S RECORD COUNT FOLLOWS THE ACTION BYTE   *
048120* IN EVERY ONE.                                               *
048200*=============================================================*
048300 3100-VERIFY-CUST-MAINT.
048400     MOVE 2 TO trailIndex.
048500     MOVE 78 TO trailRecordLength.
048600     MOVE 18 TO sealCountPosition.
048700     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
048800     OPEN INPUT CMNTAUD.
048900     IF fileStatusCmntaud = '00'
049000         SET trailPresented TO TRUE
049100         PERFORM 3150-READ-CUST-MAINT THRU 3150-EXIT
049200             UNTIL trailAtEnd OR trailBroken
049300     END-IF.
049400     IF fileStatusCmntaud = '00' OR fileStatusCmntaud = '05'
049500         OR fileStatusCmntaud = '10'
049600         CLOSE CMNTAUD
049700     END-IF.
049800     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
049900     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
050000 3100-EXIT.
050100     EXIT.
050200
050300 3150-READ-CUST-MAINT.
050400     READ CMNTAUD INTO verifyRecordArea
050500         AT END
050600             SET trailAtEnd TO TRUE
050700     END-READ.
050800     IF trailAtEnd
050900         GO TO 3150-EXIT
051000     END-IF.
051100     ADD 1 TO trailRecordCount.
051200     MOVE trailRecordCount TO currentLocationNumber.
051300     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
051400 3150-EXIT.
051500     EXIT.
051600
051700 3200-VERIFY-RATE-MAINT.
051800     MOVE 3 TO trailIndex.
051900     MOVE 51 TO trailRecordLength.
052000     MOVE 18 TO sealCountPosition.
052100     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
052200     OPEN INPUT RMNTAUD.
052300     IF fileStatusRmntaud = '00'
052400         SET trailPresented TO TRUE
052500         PERFORM 3250-READ-RATE-MAINT THRU 3250-EXIT
052600             UNTIL trailAtEnd OR trailBroken
052700     END-IF.
052800     IF fileStatusRmntaud = '00' OR fileStatusRmntaud = '05'
052900         OR fileStatusRmntaud = '10'
053000         CLOSE RMNTAUD
053100     END-IF.
053200     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
053300     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
053400 3200-EXIT.
053500     EXIT.
053600
053700 3250-READ-RATE-MAINT.
053800     READ RMNTAUD INTO verifyRecordArea
053900         AT END
054000             SET trailAtEnd TO TRUE
054100     END-READ.
054200     IF trailAtEnd
054300         GO TO 3250-EXIT
054400     END-IF.
054500     ADD 1 TO trailRecordCount.
054600     MOVE trailRecordCount TO currentLocationNumber.
054700     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
054800 3250-EXIT.
054900     EXIT.
055000
055100 3300-VERIFY-MERGE-TRAIL.
055200     MOVE 4 TO trailIndex.
055300     MOVE 91 TO trailRecordLength.
055400     MOVE 18 TO sealCountPosition.
055500     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
055600     OPEN INPUT MRGAUD.
055700     IF fileStatusMrgaud = '00'
055800         SET trailPresented TO TRUE
055900         PERFORM 3350-READ-MERGE-TRAIL THRU 3350-EXIT
056000             UNTIL trailAtEnd OR trailBroken
056100     END-IF.
056200     IF fileStatusMrgaud = '00' OR fileStatusMrgaud = '05'
056300         OR fileStatusMrgaud = '10'
056400         CLOSE MRGAUD
056500     END-IF.
056600     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
056700     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
056800 3300-EXIT.
056900     EXIT.
057000
057100 3350-READ-MERGE-TRAIL.
057200     READ MRGAUD INTO verifyRecordArea
057300         AT END
057400             SET trailAtEnd TO TRUE
057500     END-READ.
057600     IF trailAtEnd
057700         GO TO 3350-EXIT
057800     END-IF.
057900     ADD 1 TO trailRecordCount.
058000     MOVE trailRecordCount TO currentLocationNumber.
058100     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
058200 3350-EXIT.
058300     EXIT.
058400
058500 3400-VERIFY-PRICE-EX-MAINT.
058600     MOVE 5 TO trailIndex.
058700     MOVE 71 TO trailRecordLength.
058800     MOVE 18 TO sealCountPosition.
058900     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
059000     OPEN INPUT PXMNTAUD.
059100     IF fileStatusPxmntaud = '00'
059200         SET trailPresented TO TRUE
059300         PERFORM 3450-READ-PRICE-EX-MAINT THRU 3450-EXIT
059400             UNTIL trailAtEnd OR trailBroken
059500     END-IF.
059600     IF fileStatusPxmntaud = '00' OR fileStatusPxmntaud = '05'
059700         OR fileStatusPxmntaud = '10'
059800         CLOSE PXMNTAUD
059900     END-IF.
060000     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
060100     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
060200 3400-EXIT.
060300     EXIT.
060400
060500 3450-READ-PRICE-EX-MAINT.
060600     READ PXMNTAUD INTO verifyRecordArea
060700         AT END
060800             SET trailAtEnd TO TRUE
060900     END-READ.
061000     IF trailAtEnd
061100         GO TO 3450-EXIT
061200     END-IF.
061300     ADD 1 TO trailRecordCount.
061400     MOVE trailRecordCount TO currentLocationNumber.
061500     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
061600 3450-EXIT.
061700     EXIT.
061702
061704 3500-VERIFY-APPROVAL-TRAIL.
061706     MOVE 6 TO trailIndex.
061708     MOVE 71 TO trailRecordLength.
061710     MOVE 18 TO sealCountPosition.
061712     PERFORM 7100-START-TRAIL THRU 7100-EXIT.
061714     OPEN INPUT APRVAUD.
061716     IF fileStatusAprvaud = '00'
061718         SET trailPresented TO TRUE
061720         PERFORM 3550-READ-APPROVAL-TRAIL THRU 3550-EXIT
061722             UNTIL trailAtEnd OR trailBroken
061724     END-IF.
061726     IF fileStatusAprvaud = '00' OR fileStatusAprvaud = '05'
061728         OR fileStatusAprvaud = '10'
061730         CLOSE APRVAUD
061732     END-IF.
061734     PERFORM 7500-FINISH-TRAIL THRU 7500-EXIT.
061736     PERFORM 8000-REPORT-TRAIL THRU 8000-EXIT.
061738 3500-EXIT.
061740     EXIT.
061742
061744 3550-READ-APPROVAL-TRAIL.
061746     READ APRVAUD INTO verifyRecordArea
061748         AT END
061750             SET trailAtEnd TO TRUE
061752     END-READ.
061754     IF trailAtEnd
061756         GO TO 3550-EXIT
061758     END-IF.
061760     ADD 1 TO trailRecordCount.
061762     MOVE trailRecordCount TO currentLocationNumber.
061764     PERFORM 7000-CHECK-ONE-RECORD THRU 7000-EXIT.
061766 3550-EXIT.
061768     EXIT.
061800
061900*=============================================================*
062000* 7000-CHECK-ONE-RECORD -- RECOMPUTE THE RECORD'S CHECK VALUE  *
062100* FROM THE ONE BEFORE IT AND COMPARE.  A CHANGED, INSERTED,    *
062200* OR DROPPED RECORD BREAKS HERE.  A SEAL MUST ALSO COUNT THE   *
062300* RECORDS SINCE THE SEAL BEFORE IT, SO A RUN'S OUTPUT CUT      *
062400* SHORT AND RECHAINED STILL SHOWS.                             *
062500*=============================================================*
062600 7000-CHECK-ONE-RECORD.
062700     IF trailBroken
062800         GO TO 7000-EXIT
062900     END-IF.
063000     MOVE verifyRecordArea (linkPosition:1) TO checkLink.
063100     MOVE verifyRecordArea (valuePosition:10) TO checkStoredText.
063200     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
063300         chainRunningValue, verifyRecordArea,
063400         chainCoveredLength, chainNewValue.
063500     IF checkStoredText NOT NUMERIC
063600         OR checkStoredValue NOT = chainNewValue
063700         MOVE 'CHECK VALUE WRONG -- RECORD ALTERED/ADDED/DROPPED'
063800             TO breakReasonWork
063900         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
064000         GO TO 7000-EXIT
064100     END-IF.
064200     MOVE chainNewValue TO chainRunningValue.
064300     IF checkLink = SPACE
064400         ADD 1 TO recordsSinceSeal
064500         MOVE 'N' TO lastSealSwitch
064600         GO TO 7000-EXIT
064700     END-IF.
064800     IF checkLink NOT = 'S'
064900         MOVE 'UNRECOGNISED CHAIN LINK ON RECORD'
065000             TO breakReasonWork
065100         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
065200         GO TO 7000-EXIT
065300     END-IF.
065400     MOVE verifyRecordArea (sealCountPosition:6) TO checkSealText.
065500     IF sealCountKnown
065600         IF checkSealText NOT NUMERIC
065700             OR checkSealCount NOT = recordsSinceSeal
065800             MOVE 'SEAL COUNT DOES NOT MATCH THE RECORDS UNDER IT'
065900                 TO breakReasonWork
066000             PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
066100             GO TO 7000-EXIT
066200         END-IF
066300     END-IF.
066400     ADD 1 TO trailSealCount.
066500     MOVE ZEROS TO recordsSinceSeal.
066600     MOVE 'Y' TO sealCountSwitch.
066700     MOVE 'Y' TO lastSealSwitch.
066800 7000-EXIT.
066900     EXIT.
067000
067100*-------------------------------------------------------------*
067200* 7100-START-TRAIL -- EVERY TRAIL CHAINS FROM ZERO AT ITS      *
067300* FIRST RECORD.  THE LINK AND CHECK VALUE ARE ALWAYS THE LAST  *
067400* ELEVEN BYTES; THE VALUE COVERS EVERYTHING BEFORE ITSELF.     *
067500*-------------------------------------------------------------*
067600 7100-START-TRAIL.
067700     COMPUTE chainCoveredLength = trailRecordLength - 10.
067800     MOVE chainCoveredLength TO linkPosition.
067900     COMPUTE valuePosition = trailRecordLength - 9.
068000     MOVE ZEROS TO chainRunningValue.
068100     MOVE ZEROS TO trailRecordCount.
068200     MOVE ZEROS TO trailSealCount.
068300     MOVE ZEROS TO recordsSinceSeal.
068400     MOVE 'N' TO trailEofSwitch.
068500     MOVE 'N' TO trailPresentSwitch.
068600     MOVE 'N' TO trailBrokenSwitch.
068700     MOVE 'N' TO trailWarningSwitch.
068800     MOVE 'N' TO lastSealSwitch.
068900     MOVE 'Y' TO sealCountSwitch.
069000     MOVE SPACES TO breakFields.
069100     MOVE ZEROS TO breakLocationNumber.
069200     MOVE ZEROS TO currentLocationNumber.
069300     MOVE 'TRAIL RECORD' TO currentLocationLabel.
069400 7100-EXIT.
069500     EXIT.
069600
069700*-------------------------------------------------------------*
069800* 7500-FINISH-TRAIL -- A WHOLE TRAIL MUST END ON A SEAL, AND   *
069900* ON THE SEAL THE CHAIN-CONTROL HISTORY LAST RECORDED FOR IT;  *
070000* ANYTHING ELSE MEANS RECORDS OR WHOLE RUNS WERE ADDED TO OR   *
070100* CUT FROM THE END.                                            *
070200*-------------------------------------------------------------*
070300 7500-FINISH-TRAIL.
070400     IF NOT trailPresented
070500         IF histFound (trailIndex)
070600             MOVE 'NOT PRESENTED BUT CHAIN CONTROL HAS SEALS'
070700                 TO trailWarningText
070800             PERFORM 7800-RECORD-WARNING THRU 7800-EXIT
070900         END-IF
071000         GO TO 7500-EXIT
071100     END-IF.
071200     IF trailBroken
071300         GO TO 7500-EXIT
071400     END-IF.
071500     MOVE 'END OF TRAIL' TO currentLocationLabel.
071600     MOVE trailRecordCount TO currentLocationNumber.
071700     IF trailRecordCount > ZEROS
071800         AND NOT lastRecordWasSeal AND NOT lastRecordUnproved
071900         MOVE 'TRAIL DOES NOT END ON A SEAL RECORD'
072000             TO breakReasonWork
072100         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
072200         GO TO 7500-EXIT
072300     END-IF.
072400     IF NOT histFound (trailIndex)
072500         IF trailRecordCount > ZEROS
072600             MOVE 'NO CHAIN-CONTROL HISTORY -- TRAIL END UNPROVED'
072700                 TO trailWarningText
072800             PERFORM 7800-RECORD-WARNING THRU 7800-EXIT
072900         END-IF
073000         GO TO 7500-EXIT
073100     END-IF.
073200     IF chainRunningValue NOT = histSealValue (trailIndex)
073300         MOVE 'TRAIL END IS NOT THE LAST SEAL IN CHAIN CONTROL'
073400             TO breakReasonWork
073500         PERFORM 7900-RECORD-BREAK THRU 7900-EXIT
073600     END-IF.
073700 7500-EXIT.
073800     EXIT.
073900
074000 7800-RECORD-WARNING.
074100     IF NOT trailWarned
074200         SET trailWarned TO TRUE
074300         ADD 1 TO trailsWarnedCount
074400     END-IF.
074500 7800-EXIT.
074600     EXIT.
074700
074800*-------------------------------------------------------------*
074900* 7900-RECORD-BREAK -- ONLY THE FIRST BREAK IN A TRAIL IS      *
075000* KEPT; EVERYTHING AFTER IT FOLLOWS FROM IT.                   *
075100*-------------------------------------------------------------*
075200 7900-RECORD-BREAK.
075300     IF trailBroken
075400         GO TO 7900-EXIT
075500     END-IF.
075600     SET trailBroken TO TRUE.
075700     ADD 1 TO trailsBrokenCount.
075800     MOVE currentLocationLabel TO breakLocationLabel.
075900     MOVE currentLocationNumber TO breakLocationNumber.
076000     MOVE breakReasonWork TO breakReasonText.
076100     DISPLAY 'AUDVERFY - TRAIL ' trailNameEntry (trailIndex)
076200         ' BROKEN AT ' breakLocationLabel ' ' breakLocationNumber.
076300     DISPLAY 'AUDVERFY - ' breakReasonText.
076400 7900-EXIT.
076500     EXIT.
076600
076700*=============================================================*
076800* 8000-REPORT-TRAIL -- ONE BLOCK PER TRAIL: WHAT WAS WALKED,   *
076900* THE RESULT, AND THE FIRST BREAK OR WARNING.                  *
077000*=============================================================*
077100 8000-REPORT-TRAIL.
077200     MOVE SPACES TO verifyTextLine.
077300     MOVE 'AUDIT TRAIL' TO verifyTextLabel.
077400     MOVE trailNameEntry (trailIndex) TO verifyTextValue.
077500     WRITE verifyRptRecord FROM verifyTextLine
077600         AFTER ADVANCING 3 LINES.
077700
077800     MOVE SPACES TO verifyTextLine.
077900     MOVE 'RESULT' TO verifyTextLabel.
078000     IF NOT trailPresented
078100         MOVE 'NOT PRESENTED' TO verifyTextValue
078200     ELSE
078300         IF trailBroken
078400             MOVE 'BROKEN' TO verifyTextValue
078500         ELSE
078600             MOVE 'INTACT' TO verifyTextValue
078700         END-IF
078800     END-IF.
078900     WRITE verifyRptRecord FROM verifyTextLine
079000         AFTER ADVANCING 1 LINES.
079100     IF NOT trailPresented
079200         GO TO 8050-REPORT-WARNING
079300     END-IF.
079400
079500     MOVE SPACES TO reportDetailLine.
079600     MOVE 'RECORDS READ' TO reportFieldLabel.
079700     MOVE trailRecordCount TO reportFieldValue.
079800     WRITE verifyRptRecord FROM reportDetailLine
079900         AFTER ADVANCING 1 LINES.
080000
080100     MOVE SPACES TO reportDetailLine.
080200     MOVE 'SEALS VERIFIED' TO reportFieldLabel.
080300     MOVE trailSealCount TO reportFieldValue.
080400     WRITE verifyRptRecord FROM reportDetailLine
080500         AFTER ADVANCING 1 LINES.
080600
080700     IF trailIndex = 1
080800         MOVE SPACES TO reportDetailLine
080900         MOVE 'ARCHIVED RECORDS VERIFIED' TO reportFieldLabel
081000         MOVE archivedVerifiedCount TO reportFieldValue
081100         WRITE verifyRptRecord FROM reportDetailLine
081200             AFTER ADVANCING 1 LINES
081300         MOVE SPACES TO reportDetailLine
081400         MOVE 'ARCHIVED RECORDS UNPROVED' TO reportFieldLabel
081500         MOVE archivedUnprovedCount TO reportFieldValue
081600         WRITE verifyRptRecord FROM reportDetailLine
081700             AFTER ADVANCING 1 LINES
081800     END-IF.
081900
082000     IF trailBroken
082100         MOVE SPACES TO reportDetailLine
082200         MOVE breakLocationLabel TO reportFieldLabel
082300         MOVE breakLocationNumber TO reportFieldValue
082400         WRITE verifyRptRecord FROM reportDetailLine
082500             AFTER ADVANCING 1 LINES
082600         MOVE SPACES TO verifyTextLine
082700         MOVE 'FIRST BREAK' TO verifyTextLabel
082800         MOVE breakReasonText TO verifyTextValue
082900         WRITE verifyRptRecord FROM verifyTextLine
083000             AFTER ADVANCING 1 LINES
083100     END-IF.
083200 8050-REPORT-WARNING.
083300     IF trailWarned
083400         MOVE SPACES TO verifyTextLine
083500         MOVE 'WARNING' TO verifyTextLabel
083600         MOVE trailWarningText TO verifyTextValue
083700         WRITE verifyRptRecord FROM verifyTextLine
083800             AFTER ADVANCING 1 LINES
083900     END-IF.
084000 8000-EXIT.
084100     EXIT.
084200
084300*=============================================================*
084400* 9000-TERMINATE -- CLOSE DOWN.  12 FOR ANY BROKEN TRAIL SO    *
084500* THE SCHEDULER ALERTS, 4 WHEN SOMETHING COULD NOT BE PROVED.  *
084600*=============================================================*
084700 9000-TERMINATE.
084800     CLOSE VERIFYRPT.
084900     IF trailsBrokenCount > ZEROS
085000         MOVE 12 TO RETURN-CODE
085100     ELSE
085200         IF trailsWarnedCount > ZEROS
085300             MOVE 4 TO RETURN-CODE
085400         ELSE
085500             MOVE 0 TO RETURN-CODE
085600         END-IF
085700     END-IF.
085800     DISPLAY 'AUDVERFY - RUN COMPLETE, RETURN-CODE = '
085900         RETURN-CODE.
086000 9000-EXIT.
086100     EXIT.
086200
086300*=============================================================*
086400* 9900-ABEND -- FATAL SETUP FAILURE.                           *
086500*=============================================================*
086600 9900-ABEND.
086700     MOVE 16 TO RETURN-CODE.
086800     DISPLAY 'AUDVERFY - ABEND CONDITION, RETURN-CODE = 16'.
086900     STOP RUN.
