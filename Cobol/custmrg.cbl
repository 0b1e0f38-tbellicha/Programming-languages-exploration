000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustomerMerge.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  FOLDS A DUPLICATE        *
001200*                  CUSTOMER NUMBER INTO ITS SURVIVOR FROM     *
001300*                  "MERGE FROM INTO TO" CARDS: BOTH MUST BE   *
001400*                  ON THE MASTER AND TO MUST BE ACTIVE.  FROM *
001500*                  IS MARKED MERGED WITH A POINTER TO TO,     *
001600*                  OPEN SUSPENSE ITEMS ARE RE-KEYED TO THE    *
001700*                  SURVIVOR, AND THE CROSS-REFERENCE FILE     *
001800*                  THE STATEMENT RUN AND THE AUDIT REPORT     *
001900*                  READ IS CARRIED FORWARD.  EVERY CARD GETS  *
002000*                  A BEFORE AND AFTER LISTING AND AN AUDIT    *
002100*                  RECORD, APPLIED OR NOT.  RUNS BETWEEN      *
002200*                  CYCLES, AGAINST THE SUSPENSE FILE THE      *
002300*                  NEXT RECYCLE WILL READ.                    *
002309* 10/14/2026 TB    THE MERGE AUDIT TRAIL IS NOW CHAINED:      *
002318*                  EVERY RECORD CARRIES A CHECK VALUE OVER    *
002327*                  ITSELF AND THE RECORD BEFORE (MODULE       *
002336*                  AUDIT-CHAIN-VALUE), STARTING FROM THE      *
002345*                  VALUE THE TRAIL LAST ENDED ON PER THE      *
002354*                  CHAIN-CONTROL HISTORY (CHAININ, CARRIED    *
002363*                  TO CHAINOUT), AND THE RUN ENDS ITS TRAIL   *
002372*                  WITH A SEAL RECORD (ACTION S, THE RECORD   *
002381*                  COUNT UNDER IT) AND A NEW CHAIN-CONTROL    *
002390*                  ROW.  RECORD IS NOW 91 BYTES.              *
002391* 10/15/2026 TB    A FULL CROSS-REFERENCE TABLE NOW REFUSES   *
002392*                  THE CARD WITH RESULT 'FULL' BEFORE THE     *
002393*                  MASTER IS READ OR REWRITTEN, INSTEAD OF    *
002394*                  ABENDING AFTER THE REWRITE WITH THE        *
002395*                  MASTER UPDATED AND NO CROSS-REFERENCE      *
002396*                  ENTRY.  THE CARD COUNTS AS IN ERROR AND    *
002397*                  CAN BE RERUN ONCE THE TABLE IS ENLARGED.   *
002400*-----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     C01 IS TO-NEW-PAGE.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MRGIN    ASSIGN TO MRGIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS fileStatusMrgin.
003600     SELECT CUSTMST  ASSIGN TO CUSTMST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS custNumber
004000         FILE STATUS IS fileStatusCustmst.
004100     SELECT REJIN    ASSIGN TO REJIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS fileStatusRejin.
004400     SELECT REJOUT   ASSIGN TO REJOUT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS fileStatusRejout.
004700     SELECT OPTIONAL XREFIN ASSIGN TO XREFIN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS fileStatusXrefin.
005000     SELECT XREFOUT  ASSIGN TO XREFOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS fileStatusXrefout.
005300     SELECT MRGAUD   ASSIGN TO MRGAUD
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS fileStatusMrgaud.
005514     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
005528         ORGANIZATION IS SEQUENTIAL
005542         FILE STATUS IS fileStatusChainin.
005556     SELECT CHAINOUT ASSIGN TO CHAINOUT
005570         ORGANIZATION IS SEQUENTIAL
005584         FILE STATUS IS fileStatusChainout.
005600     SELECT MRGRPT   ASSIGN TO MRGRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS fileStatusMrgrpt.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MRGIN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  mrgInRecord               PIC X(80).
006700
006800 FD  CUSTMST
006900     RECORD CONTAINS 60 CHARACTERS.
007000     COPY CUSTREC.
007100
007200 FD  REJIN
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 45 CHARACTERS.
007600 01  rejInRecord               PIC X(45).
007700
007800 FD  REJOUT
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 45 CHARACTERS.
008200 01  rejOutRecord              PIC X(45).
008300
008400 FD  XREFIN
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 30 CHARACTERS.
008800 01  xrefInRecord              PIC X(30).
008900
009000 FD  XREFOUT
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 30 CHARACTERS.
009400 01  xrefOutRecord             PIC X(30).
009500
009600 FD  MRGAUD
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 91 CHARACTERS.
010000 01  mrgAudRecord              PIC X(91).
010007
010014 FD  CHAININ
010021     RECORDING MODE IS F
010028     LABEL RECORDS ARE STANDARD
010035     RECORD CONTAINS 40 CHARACTERS.
010042 01  chainCtlInRecord          PIC X(40).
010049
010056 FD  CHAINOUT
010063     RECORDING MODE IS F
010070     LABEL RECORDS ARE STANDARD
010077     RECORD CONTAINS 40 CHARACTERS.
010084 01  chainCtlOutRecord         PIC X(40).
010100
010200 FD  MRGRPT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 132 CHARACTERS.
010600 01  mrgRptRecord              PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------*
011000* THE SHARED SUSPENSE, CROSS-REFERENCE, AND REPORT LAYOUTS.  *
011100*-----------------------------------------------------------*
011200     COPY REJREC.
011300     COPY CUSTXREF.
011350     COPY CHAINCTL.
011400     COPY RPTLINE.
011500
011600 01  fileStatusFields.
011700     05  fileStatusMrgin       PIC X(02) VALUE SPACES.
011800     05  fileStatusCustmst     PIC X(02) VALUE SPACES.
011900     05  fileStatusRejin       PIC X(02) VALUE SPACES.
012000     05  fileStatusRejout      PIC X(02) VALUE SPACES.
012100     05  fileStatusXrefin      PIC X(02) VALUE SPACES.
012200     05  fileStatusXrefout     PIC X(02) VALUE SPACES.
012300     05  fileStatusMrgaud      PIC X(02) VALUE SPACES.
012400     05  fileStatusMrgrpt      PIC X(02) VALUE SPACES.
012433     05  fileStatusChainin     PIC X(02) VALUE SPACES.
012466     05  fileStatusChainout    PIC X(02) VALUE SPACES.
012500
012600 01  programSwitches.
012700     05  mergeEofSwitch        PIC X(01) VALUE 'N'.
012800         88  mergeEndOfFile              VALUE 'Y'.
012900     05  suspenseEofSwitch     PIC X(01) VALUE 'N'.
013000         88  suspenseEndOfFile           VALUE 'Y'.
013100     05  xrefEofSwitch         PIC X(01) VALUE 'N'.
013200         88  xrefEndOfFile               VALUE 'Y'.
013300     05  mergeCardEditSwitch   PIC X(01) VALUE 'Y'.
013400         88  mergeCardIsValid            VALUE 'Y'.
013500         88  mergeCardIsInvalid          VALUE 'N'.
013533     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
013566         88  chainControlAtEnd           VALUE 'Y'.
013600
013700*-----------------------------------------------------------*
013800* MERGE CARD -- 'M', THE RETIRING NUMBER, AND THE SURVIVOR.  *
013900*-----------------------------------------------------------*
014000 01  mergeCard.
014100     05  mergeAction           PIC X(01).
014200         88  mergeActionMerge            VALUE 'M'.
014300     05  mergeFromNumber       PIC X(06).
014400     05  mergeToNumber         PIC X(06).
014500     05  FILLER                PIC X(67).
014600
014700*-----------------------------------------------------------*
014800* MERGE AUDIT RECORD -- ONE PER CARD, WITH THE RESULT AND    *
014900* BOTH NAMES AS THE MASTER HELD THEM.  'INAC' REFUSES A      *
015000* SURVIVOR THAT IS NOT ACTIVE; 'MRGD' REFUSES A FROM NUMBER  *
015066* ALREADY MERGED AWAY; 'FULL' REFUSES ANY MERGE ONCE THE      *
015132* CROSS-REFERENCE TABLE HAS NO ROOM FOR ITS ENTRY.            *
015200*-----------------------------------------------------------*
015300 01  mergeAuditRecord.
015400     05  mergeAuditDateStamp   PIC 9(08).
015500     05  mergeAuditTimeStamp   PIC 9(08).
015600     05  mergeAuditAction      PIC X(01).
015700     05  mergeAuditFromNumber  PIC 9(06).
015800     05  mergeAuditToNumber    PIC 9(06).
015900     05  mergeAuditResult      PIC X(04).
016000         88  mergeResultApplied          VALUE 'OK  '.
016100         88  mergeResultNotFound         VALUE 'NOTF'.
016200         88  mergeResultNotActive        VALUE 'INAC'.
016300         88  mergeResultAlreadyMerged    VALUE 'MRGD'.
016400         88  mergeResultBadCard          VALUE 'BAD '.
016450         88  mergeResultXrefFull         VALUE 'FULL'.
016500     05  mergeAuditFromName    PIC X(20).
016600     05  mergeAuditToName      PIC X(20).
016700     05  FILLER                PIC X(07) VALUE SPACES.
016708     05  mergeAuditChainLink   PIC X(01).
016716         88  mergeAuditChained           VALUE SPACE.
016724         88  mergeAuditSeal              VALUE 'S'.
016732     05  mergeAuditChainValue  PIC 9(10).
016740
016748*    THE SEAL RECORD: ACTION S AND THE COUNT OF RECORDS UNDER
016756*    IT IN PLACE OF THE CARD FIELDS.
016764 01  mergeSealRecord REDEFINES mergeAuditRecord.
016772     05  FILLER                PIC X(17).
016780     05  mergeAuditSealCount   PIC 9(06).
016788     05  FILLER                PIC X(68).
016800
016900*-----------------------------------------------------------*
017000* THE WHOLE CROSS-REFERENCE HELD IN STORAGE FOR THE RUN, OLD *
017100* ENTRIES FIRST, TONIGHT'S MERGES APPENDED.                  *
017200*-----------------------------------------------------------*
017300 01  xrefTable.
017400     05  xrefEntry OCCURS 1000 TIMES.
017500         10  xrefTabFrom       PIC 9(06).
017600         10  xrefTabTo         PIC 9(06).
017700         10  xrefTabDate       PIC 9(08).
017800
017900 01  customerListingLine.
018000     05  FILLER                PIC X(05) VALUE SPACES.
018100     05  listTag               PIC X(07).
018200     05  FILLER                PIC X(01) VALUE SPACES.
018300     05  listNumber            PIC 9(06).
018400     05  FILLER                PIC X(02) VALUE SPACES.
018500     05  listName              PIC X(20).
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  listGreeting          PIC X(20).
018800     05  FILLER                PIC X(09) VALUE '  STATUS '.
018900     05  listStatus            PIC X(01).
019000     05  FILLER                PIC X(11) VALUE '  MAINT    '.
019100     05  listMaintDate         PIC 9(08).
019200     05  FILLER                PIC X(11) VALUE '  MERGED TO'.
019300     05  FILLER                PIC X(01) VALUE SPACES.
019400     05  listMergedInto        PIC X(06).
019500     05  FILLER                PIC X(22) VALUE SPACES.
019600
019700 01  cardResultLine.
019800     05  FILLER                PIC X(05) VALUE SPACES.
019900     05  FILLER                PIC X(06) VALUE 'MERGE '.
020000     05  resultFromNumber      PIC X(06).
020100     05  FILLER                PIC X(06) VALUE ' INTO '.
020200     05  resultToNumber        PIC X(06).
020300     05  FILLER                PIC X(09) VALUE '  RESULT '.
020400     05  resultCode            PIC X(04).
020500     05  FILLER                PIC X(90) VALUE SPACES.
020600
020700 77  xrefCount                 PIC 9(04) VALUE ZEROS COMP.
020800 77  xrefIndex                 PIC 9(04) VALUE ZEROS COMP.
020900 77  xrefSlot                  PIC 9(04) VALUE ZEROS COMP.
021000 77  cardsReadCount            PIC 9(06) VALUE ZEROS COMP.
021100 77  mergesAppliedCount        PIC 9(06) VALUE ZEROS COMP.
021200 77  cardsInErrorCount         PIC 9(06) VALUE ZEROS COMP.
021300 77  suspenseReadCount         PIC 9(06) VALUE ZEROS COMP.
021400 77  suspenseRekeyedCount      PIC 9(06) VALUE ZEROS COMP.
021500 77  xrefRepointedCount        PIC 9(06) VALUE ZEROS COMP.
021600 77  xrefWrittenCount          PIC 9(06) VALUE ZEROS COMP.
021700 77  fromCustomerNumber        PIC 9(06) VALUE ZEROS.
021800 77  toCustomerNumber          PIC 9(06) VALUE ZEROS.
021900 77  fromCustomerName          PIC X(20) VALUE SPACES.
022000 77  toCustomerName            PIC X(20) VALUE SPACES.
022100 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
022200 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
022220 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
022240 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
022260 77  chainNewValue             PIC 9(10) VALUE ZEROS.
022280 77  chainCoveredLength        PIC 9(04) VALUE 81 COMP.
022300
022400 PROCEDURE DIVISION.
022500*=============================================================*
022600* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
022700*=============================================================*
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-PROCESS-MERGE-CARDS THRU 2000-EXIT
023100         UNTIL mergeEndOfFile.
023200     PERFORM 3000-REKEY-SUSPENSE THRU 3000-EXIT
023300         UNTIL suspenseEndOfFile.
023400     PERFORM 4800-WRITE-XREF-FILE THRU 4800-EXIT.
023500     PERFORM 5000-PRODUCE-MERGE-REPORT THRU 5000-EXIT.
023600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023700     STOP RUN.
023800
023900*=============================================================*
024000* 1000-INITIALIZE -- OPEN FILES, LOAD THE CROSS-REFERENCE,    *
024100* AND START THE REPORT                                        *
024200*=============================================================*
024300 1000-INITIALIZE.
024400     OPEN INPUT MRGIN.
024500     IF fileStatusMrgin NOT = '00'
024600         DISPLAY 'CUSTMRG - UNABLE TO OPEN MRGIN, STATUS='
024700             fileStatusMrgin
024800         GO TO 9900-ABEND
024900     END-IF.
025000     OPEN I-O CUSTMST.
025100     IF fileStatusCustmst NOT = '00'
025200         DISPLAY 'CUSTMRG - UNABLE TO OPEN CUSTMST, STATUS='
025300             fileStatusCustmst
025400         GO TO 9900-ABEND
025500     END-IF.
025600     OPEN INPUT REJIN.
025700     IF fileStatusRejin NOT = '00'
025800         DISPLAY 'CUSTMRG - UNABLE TO OPEN REJIN, STATUS='
025900             fileStatusRejin
026000         GO TO 9900-ABEND
026100     END-IF.
026200     OPEN OUTPUT REJOUT.
026300     IF fileStatusRejout NOT = '00'
026400         DISPLAY 'CUSTMRG - UNABLE TO OPEN REJOUT, STATUS='
026500             fileStatusRejout
026600         GO TO 9900-ABEND
026700     END-IF.
026800     OPEN OUTPUT XREFOUT.
026900     IF fileStatusXrefout NOT = '00'
027000         DISPLAY 'CUSTMRG - UNABLE TO OPEN XREFOUT, STATUS='
027100             fileStatusXrefout
027200         GO TO 9900-ABEND
027300     END-IF.
027400     OPEN OUTPUT MRGAUD.
027500     IF fileStatusMrgaud NOT = '00'
027600         DISPLAY 'CUSTMRG - UNABLE TO OPEN MRGAUD, STATUS='
027700             fileStatusMrgaud
027800         GO TO 9900-ABEND
027900     END-IF.
027950     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
028000     OPEN OUTPUT MRGRPT.
028100     IF fileStatusMrgrpt NOT = '00'
028200         DISPLAY 'CUSTMRG - UNABLE TO OPEN MRGRPT, STATUS='
028300             fileStatusMrgrpt
028400         GO TO 9900-ABEND
028500     END-IF.
028600     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
028700     PERFORM 1100-LOAD-XREF-FILE THRU 1100-EXIT.
028800     MOVE SPACES TO reportDetailLine.
028900     MOVE 'CUSTOMER MERGE -- RUN REPORT' TO
029000         reportHeadingTitle.
029100     MOVE currentDateStamp TO reportHeadingDate.
029200     WRITE mrgRptRecord FROM reportHeadingLine
029300         AFTER ADVANCING TO-NEW-PAGE.
029400 1000-EXIT.
029500     EXIT.
029600
029700 1100-LOAD-XREF-FILE.
029800     OPEN INPUT XREFIN.
029900     IF fileStatusXrefin = '00'
030000         PERFORM 1150-READ-NEXT-XREF THRU 1150-EXIT
030100             UNTIL xrefEndOfFile
030200     ELSE
030300         DISPLAY 'CUSTMRG - NO CROSS-REFERENCE ON INPUT, '
030400             'STARTING A NEW ONE'
030500     END-IF.
030600     IF fileStatusXrefin = '00' OR fileStatusXrefin = '05'
030700         OR fileStatusXrefin = '10'
030800         CLOSE XREFIN
030900     END-IF.
031000 1100-EXIT.
031100     EXIT.
031200
031300 1150-READ-NEXT-XREF.
031400     READ XREFIN INTO customerXrefRecord
031500         AT END
031600             SET xrefEndOfFile TO TRUE
031700     END-READ.
031800     IF xrefEndOfFile
031900         GO TO 1150-EXIT
032000     END-IF.
032100     IF xrefFromNumber NOT NUMERIC OR xrefToNumber NOT NUMERIC
032200         DISPLAY 'CUSTMRG - CROSS-REFERENCE RECORD DROPPED: '
032300             xrefInRecord
032400         GO TO 1150-EXIT
032500     END-IF.
032600     IF xrefCount >= 1000
032700         DISPLAY 'CUSTMRG - CROSS-REFERENCE EXCEEDS 1000 ENTRIES'
032800         GO TO 9900-ABEND
032900     END-IF.
033000     ADD 1 TO xrefCount.
033100     MOVE xrefFromNumber TO xrefTabFrom (xrefCount).
033200     MOVE xrefToNumber   TO xrefTabTo (xrefCount).
033300     IF xrefMergeDate NUMERIC
033400         MOVE xrefMergeDate TO xrefTabDate (xrefCount)
033500     ELSE
033600         MOVE ZEROS TO xrefTabDate (xrefCount)
033700     END-IF.
033800 1150-EXIT.
033900     EXIT.
034000
034002*-------------------------------------------------------------*
034004* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
034006* FORWARD AND PICK UP THE CHECK VALUE THIS TRAIL LAST ENDED    *
034008* ON; THE RUN'S FIRST AUDIT RECORD CHAINS FROM IT.  NO HISTORY *
034010* MEANS THE TRAIL STARTS HERE, FROM ZERO.                      *
034012*-------------------------------------------------------------*
034014 1900-LOAD-AUDIT-CHAIN.
034016     OPEN OUTPUT CHAINOUT.
034018     IF fileStatusChainout NOT = '00'
034020         DISPLAY 'CUSTMRG - UNABLE TO OPEN CHAINOUT, STATUS='
034022             fileStatusChainout
034024         GO TO 9900-ABEND
034026     END-IF.
034028     OPEN INPUT CHAININ.
034030     IF fileStatusChainin = '00'
034032         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
034034             UNTIL chainControlAtEnd
034036     END-IF.
034038     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
034040         OR fileStatusChainin = '10'
034042         CLOSE CHAININ
034044     END-IF.
034046 1900-EXIT.
034048     EXIT.
034050
034052 1950-COPY-CHAIN-CONTROL.
034054     READ CHAININ INTO chainControlRecord
034056         AT END
034058             SET chainControlAtEnd TO TRUE
034060     END-READ.
034062     IF chainControlAtEnd
034064         GO TO 1950-EXIT
034066     END-IF.
034068     WRITE chainCtlOutRecord FROM chainControlRecord.
034070     IF chainCtlMergeTrail
034072         MOVE chainCtlValue TO chainRunningValue
034074     END-IF.
034076 1950-EXIT.
034078     EXIT.
034080
034100*=============================================================*
034200* 2000-PROCESS-MERGE-CARDS -- ONE MERGE CARD PER PASS          *
034300*=============================================================*
034400 2000-PROCESS-MERGE-CARDS.
034500     READ MRGIN INTO mergeCard
034600         AT END
034700             SET mergeEndOfFile TO TRUE
034800     END-READ.
034900     IF NOT mergeEndOfFile
035000         ADD 1 TO cardsReadCount
035100         MOVE SPACES TO fromCustomerName
035200         MOVE SPACES TO toCustomerName
035300         PERFORM 2100-EDIT-MERGE-CARD THRU 2100-EXIT
035400         IF mergeCardIsValid
035500             PERFORM 2200-APPLY-MERGE-CARD THRU 2200-EXIT
035600         ELSE
035700             ADD 1 TO cardsInErrorCount
035800             SET mergeResultBadCard TO TRUE
035900             PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
036000         END-IF
036100     END-IF.
036200 2000-EXIT.
036300     EXIT.
036400
036500*-------------------------------------------------------------*
036600* 2100-EDIT-MERGE-CARD -- A CARD MUST CARRY THE MERGE ACTION   *
036700* AND TWO DIFFERENT NUMERIC, NONZERO CUSTOMER NUMBERS.         *
036800*-------------------------------------------------------------*
036900 2100-EDIT-MERGE-CARD.
037000     SET mergeCardIsValid TO TRUE.
037100     MOVE ZEROS TO fromCustomerNumber.
037200     MOVE ZEROS TO toCustomerNumber.
037300     IF NOT mergeActionMerge
037400         SET mergeCardIsInvalid TO TRUE
037500     END-IF.
037600     IF mergeFromNumber NOT NUMERIC OR mergeFromNumber = '000000'
037700         SET mergeCardIsInvalid TO TRUE
037800     ELSE
037900         MOVE mergeFromNumber TO fromCustomerNumber
038000     END-IF.
038100     IF mergeToNumber NOT NUMERIC OR mergeToNumber = '000000'
038200         SET mergeCardIsInvalid TO TRUE
038300     ELSE
038400         MOVE mergeToNumber TO toCustomerNumber
038500     END-IF.
038600     IF mergeFromNumber = mergeToNumber
038700         SET mergeCardIsInvalid TO TRUE
038800     END-IF.
038900 2100-EXIT.
039000     EXIT.
039100
039200*-------------------------------------------------------------*
039300* 2200-APPLY-MERGE-CARD -- BOTH NUMBERS MUST BE ON THE MASTER, *
039400* TO MUST BE ACTIVE, AND FROM MUST NOT ALREADY BE MERGED.      *
039500* THE BEFORE LISTING SHOWS BOTH RECORDS AS FOUND; ONLY FROM IS *
039550* REWRITTEN, AND THE AFTER LISTING SHOWS BOTH AGAIN.  THE      *
039600* CROSS-REFERENCE ROOM IS CHECKED FIRST: A MERGE WHOSE ENTRY   *
039650* COULD NOT BE KEPT MUST NEVER REACH THE MASTER.               *
039700*-------------------------------------------------------------*
039800 2200-APPLY-MERGE-CARD.
039811     IF xrefCount >= 1000
039822         DISPLAY 'CUSTMRG - CROSS-REFERENCE TABLE FULL, CARD '
039833             'REFUSED'
039844         ADD 1 TO cardsInErrorCount
039855         SET mergeResultXrefFull TO TRUE
039866         PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
039877         GO TO 2200-EXIT
039888     END-IF.
039900     MOVE fromCustomerNumber TO custNumber.
040000     READ CUSTMST
040100         INVALID KEY
040200             ADD 1 TO cardsInErrorCount
040300             SET mergeResultNotFound TO TRUE
040400             PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
040500             GO TO 2200-EXIT
040600     END-READ.
040700     MOVE custName TO fromCustomerName.
040800     MOVE 'BEFORE' TO listTag.
040900     PERFORM 2700-LIST-CUSTOMER THRU 2700-EXIT.
041000     IF custMerged
041100         ADD 1 TO cardsInErrorCount
041200         SET mergeResultAlreadyMerged TO TRUE
041300         PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
041400         GO TO 2200-EXIT
041500     END-IF.
041600     MOVE toCustomerNumber TO custNumber.
041700     READ CUSTMST
041800         INVALID KEY
041900             ADD 1 TO cardsInErrorCount
042000             SET mergeResultNotFound TO TRUE
042100             PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
042200             GO TO 2200-EXIT
042300     END-READ.
042400     MOVE custName TO toCustomerName.
042500     MOVE 'BEFORE' TO listTag.
042600     PERFORM 2700-LIST-CUSTOMER THRU 2700-EXIT.
042700     IF NOT custActive
042800         ADD 1 TO cardsInErrorCount
042900         SET mergeResultNotActive TO TRUE
043000         PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
043100         GO TO 2200-EXIT
043200     END-IF.
043300     MOVE 'AFTER' TO listTag.
043400     PERFORM 2700-LIST-CUSTOMER THRU 2700-EXIT.
043500     MOVE fromCustomerNumber TO custNumber.
043600     READ CUSTMST
043700         INVALID KEY
043800             ADD 1 TO cardsInErrorCount
043900             SET mergeResultNotFound TO TRUE
044000             PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
044100             GO TO 2200-EXIT
044200     END-READ.
044300     SET custMerged TO TRUE.
044400     MOVE toCustomerNumber TO custMergedInto.
044500     MOVE 'N' TO custReactPending.
044600     MOVE currentDateStamp TO custLastMaintDate.
044700     REWRITE customerRecord
044800         INVALID KEY
044900             ADD 1 TO cardsInErrorCount
045000             SET mergeResultNotFound TO TRUE
045100             PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT
045200             GO TO 2200-EXIT
045300     END-REWRITE.
045400     MOVE 'AFTER' TO listTag.
045500     PERFORM 2700-LIST-CUSTOMER THRU 2700-EXIT.
045600     PERFORM 2500-RECORD-XREF-ENTRY THRU 2500-EXIT.
045700     ADD 1 TO mergesAppliedCount.
045800     SET mergeResultApplied TO TRUE.
045900     PERFORM 2900-WRITE-MERGE-AUDIT THRU 2900-EXIT.
046000 2200-EXIT.
046100     EXIT.
046200
046300*-------------------------------------------------------------*
046400* 2500-RECORD-XREF-ENTRY -- RE-POINT ANY EARLIER ENTRY THAT    *
046466* LANDED ON THE NUMBER BEING RETIRED, THEN ADD TONIGHT'S.  THE *
046532* ROOM FOR IT WAS PROVED BEFORE THE MASTER WAS TOUCHED.        *
046600*-------------------------------------------------------------*
046700 2500-RECORD-XREF-ENTRY.
046800     PERFORM 2550-REPOINT-ONE-ENTRY THRU 2550-EXIT
046900         VARYING xrefIndex FROM 1 BY 1
047000         UNTIL xrefIndex > xrefCount.
047500     ADD 1 TO xrefCount.
047600     MOVE fromCustomerNumber TO xrefTabFrom (xrefCount).
047700     MOVE toCustomerNumber   TO xrefTabTo (xrefCount).
047800     MOVE currentDateStamp   TO xrefTabDate (xrefCount).
047900 2500-EXIT.
048000     EXIT.
048100
048200 2550-REPOINT-ONE-ENTRY.
048300     IF xrefTabTo (xrefIndex) = fromCustomerNumber
048400         MOVE toCustomerNumber TO xrefTabTo (xrefIndex)
048500         ADD 1 TO xrefRepointedCount
048600     END-IF.
048700 2550-EXIT.
048800     EXIT.
048900
049000 2700-LIST-CUSTOMER.
049100     MOVE custNumber        TO listNumber.
049200     MOVE custName          TO listName.
049300     MOVE custGreeting      TO listGreeting.
049400     MOVE custStatus        TO listStatus.
049500     MOVE custLastMaintDate TO listMaintDate.
049600     IF custMerged
049700         MOVE custMergedInto TO listMergedInto
049800     ELSE
049900         MOVE SPACES TO listMergedInto
050000     END-IF.
050100     WRITE mrgRptRecord FROM customerListingLine
050200         AFTER ADVANCING 1 LINES.
050300 2700-EXIT.
050400     EXIT.
050500
050600*-------------------------------------------------------------*
050700* 2900-WRITE-MERGE-AUDIT -- ONE AUDIT RECORD PER CARD, WITH    *
050800* THE RESULT CODE ALREADY SET BY THE CALLER, AND THE RESULT    *
050900* ECHOED TO THE REPORT UNDER THE CARD'S LISTING.               *
051000*-------------------------------------------------------------*
051100 2900-WRITE-MERGE-AUDIT.
051200     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
051300     ACCEPT currentTimeStamp FROM TIME.
051400     MOVE currentDateStamp   TO mergeAuditDateStamp.
051500     MOVE currentTimeStamp   TO mergeAuditTimeStamp.
051600     MOVE mergeAction        TO mergeAuditAction.
051700     MOVE fromCustomerNumber TO mergeAuditFromNumber.
051800     MOVE toCustomerNumber   TO mergeAuditToNumber.
051900     MOVE fromCustomerName   TO mergeAuditFromName.
052000     MOVE toCustomerName     TO mergeAuditToName.
052066     MOVE SPACE TO mergeAuditChainLink.
052132     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
052200     MOVE mergeFromNumber    TO resultFromNumber.
052300     MOVE mergeToNumber      TO resultToNumber.
052400     MOVE mergeAuditResult   TO resultCode.
052500     WRITE mrgRptRecord FROM cardResultLine
052600         AFTER ADVANCING 1 LINES.
052700     MOVE SPACES TO reportDetailLine.
052800     WRITE mrgRptRecord FROM reportDetailLine
052900         AFTER ADVANCING 1 LINES.
053000 2900-EXIT.
053100     EXIT.
053106
053112*-------------------------------------------------------------*
053118* 2950-CHAIN-AND-WRITE -- EVERY AUDIT RECORD, THE SEAL         *
053124* INCLUDED, GOES OUT HERE CHAINED TO THE ONE BEFORE IT.        *
053130*-------------------------------------------------------------*
053136 2950-CHAIN-AND-WRITE.
053142     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
053148         chainRunningValue, mergeAuditRecord,
053154         chainCoveredLength, chainNewValue.
053160     MOVE chainNewValue TO mergeAuditChainValue.
053166     MOVE chainNewValue TO chainRunningValue.
053172     WRITE mrgAudRecord FROM mergeAuditRecord.
053178     ADD 1 TO auditRecordsWritten.
053184 2950-EXIT.
053190     EXIT.
053200
053300*=============================================================*
053400* 3000-REKEY-SUSPENSE -- ONE SUSPENSE ITEM PER PASS, COPIED    *
053500* FORWARD WITH A RETIRED CUSTOMER NUMBER REPLACED BY ITS       *
053600* SURVIVOR, SO A CORRECTION OR RECYCLE POSTS TO THE NUMBER     *
053700* THAT IS STILL LIVE.                                          *
053800*=============================================================*
053900 3000-REKEY-SUSPENSE.
054000     READ REJIN INTO rejectRecord
054100         AT END
054200             SET suspenseEndOfFile TO TRUE
054300     END-READ.
054400     IF suspenseEndOfFile
054500         GO TO 3000-EXIT
054600     END-IF.
054700     ADD 1 TO suspenseReadCount.
054800     MOVE ZEROS TO xrefSlot.
054900     IF rejectCustomerNumber NUMERIC
055000         AND rejectCustomerNumber NOT = ZEROS
055100         PERFORM 3050-MATCH-ONE-XREF THRU 3050-EXIT
055200             VARYING xrefIndex FROM 1 BY 1
055300             UNTIL xrefIndex > xrefCount
055400             OR xrefSlot > ZEROS
055500     END-IF.
055600     IF xrefSlot > ZEROS
055700         MOVE xrefTabTo (xrefSlot) TO rejectCustomerNumber
055800         ADD 1 TO suspenseRekeyedCount
055900     END-IF.
056000     WRITE rejOutRecord FROM rejectRecord.
056100 3000-EXIT.
056200     EXIT.
056300
056400 3050-MATCH-ONE-XREF.
056500     IF xrefTabFrom (xrefIndex) = rejectCustomerNumber
056600         MOVE xrefIndex TO xrefSlot
056700     END-IF.
056800 3050-EXIT.
056900     EXIT.
057000
057100*=============================================================*
057200* 4800-WRITE-XREF-FILE -- THE WHOLE CROSS-REFERENCE, CARRIED   *
057300* FORWARD WITH TONIGHT'S MERGES.                               *
057400*=============================================================*
057500 4800-WRITE-XREF-FILE.
057600     PERFORM 4850-WRITE-ONE-XREF THRU 4850-EXIT
057700         VARYING xrefIndex FROM 1 BY 1
057800         UNTIL xrefIndex > xrefCount.
057900 4800-EXIT.
058000     EXIT.
058100
058200 4850-WRITE-ONE-XREF.
058300     MOVE SPACES TO customerXrefRecord.
058400     MOVE xrefTabFrom (xrefIndex) TO xrefFromNumber.
058500     MOVE xrefTabTo (xrefIndex)   TO xrefToNumber.
058600     MOVE xrefTabDate (xrefIndex) TO xrefMergeDate.
058700     WRITE xrefOutRecord FROM customerXrefRecord.
058800     ADD 1 TO xrefWrittenCount.
058900 4850-EXIT.
059000     EXIT.
059100
059200*=============================================================*
059300* 5000-PRODUCE-MERGE-REPORT -- END-OF-RUN CONTROL TOTALS       *
059400*=============================================================*
059500 5000-PRODUCE-MERGE-REPORT.
059600     MOVE SPACES TO reportDetailLine.
059700     MOVE 'MERGE CARDS READ' TO reportFieldLabel.
059800     MOVE cardsReadCount TO reportFieldValue.
059900     WRITE mrgRptRecord FROM reportDetailLine
060000         AFTER ADVANCING 3 LINES.
060100
060200     MOVE SPACES TO reportDetailLine.
060300     MOVE 'CUSTOMERS MERGED' TO reportFieldLabel.
060400     MOVE mergesAppliedCount TO reportFieldValue.
060500     WRITE mrgRptRecord FROM reportDetailLine
060600         AFTER ADVANCING 1 LINES.
060700
060800     MOVE SPACES TO reportDetailLine.
060900     MOVE 'CARDS IN ERROR' TO reportFieldLabel.
061000     MOVE cardsInErrorCount TO reportFieldValue.
061100     WRITE mrgRptRecord FROM reportDetailLine
061200         AFTER ADVANCING 1 LINES.
061300
061400     MOVE SPACES TO reportDetailLine.
061500     MOVE 'SUSPENSE ITEMS READ' TO reportFieldLabel.
061600     MOVE suspenseReadCount TO reportFieldValue.
061700     WRITE mrgRptRecord FROM reportDetailLine
061800         AFTER ADVANCING 1 LINES.
061900
062000     MOVE SPACES TO reportDetailLine.
062100     MOVE 'SUSPENSE ITEMS RE-KEYED' TO reportFieldLabel.
062200     MOVE suspenseRekeyedCount TO reportFieldValue.
062300     WRITE mrgRptRecord FROM reportDetailLine
062400         AFTER ADVANCING 1 LINES.
062500
062600     MOVE SPACES TO reportDetailLine.
062700     MOVE 'CROSS-REFERENCES RE-POINTED' TO reportFieldLabel.
062800     MOVE xrefRepointedCount TO reportFieldValue.
062900     WRITE mrgRptRecord FROM reportDetailLine
063000         AFTER ADVANCING 1 LINES.
063100
063200     MOVE SPACES TO reportDetailLine.
063300     MOVE 'CROSS-REFERENCES WRITTEN' TO reportFieldLabel.
063400     MOVE xrefWrittenCount TO reportFieldValue.
063500     WRITE mrgRptRecord FROM reportDetailLine
063600         AFTER ADVANCING 1 LINES.
063700 5000-EXIT.
063800     EXIT.
063900
064000*=============================================================*
064100* 9000-TERMINATE -- CLOSE DOWN AND TELL THE SCHEDULER WHETHER  *
064200* ANY CARD FAILED TO APPLY.                                    *
064300*=============================================================*
064400 9000-TERMINATE.
064500     CLOSE MRGIN.
064600     CLOSE CUSTMST.
064700     CLOSE REJIN.
064800     CLOSE REJOUT.
064900     CLOSE XREFOUT.
064950     PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT.
065000     CLOSE MRGAUD.
065100     CLOSE MRGRPT.
065200     IF cardsInErrorCount > 0
065300         MOVE 8 TO RETURN-CODE
065400     ELSE
065500         MOVE 0 TO RETURN-CODE
065600     END-IF.
065700     DISPLAY 'CUSTMRG - RUN COMPLETE, RETURN-CODE = '
065800         RETURN-CODE.
065900 9000-EXIT.
066000     EXIT.
066100
066103*-------------------------------------------------------------*
066106* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE RUN'S TRAIL WITH ITS      *
066109* SEAL, CHAINED LIKE ANY OTHER RECORD, AND RECORD THE SEAL'S   *
066112* VALUE ON THE CHAIN-CONTROL HISTORY FOR THE NEXT RUN TO CHAIN *
066115* FROM.                                                        *
066118*-------------------------------------------------------------*
066121 9050-SEAL-AUDIT-TRAIL.
066124     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
066127     ACCEPT currentTimeStamp FROM TIME.
066130     MOVE SPACES TO mergeAuditRecord.
066133     MOVE currentDateStamp    TO mergeAuditDateStamp.
066136     MOVE currentTimeStamp    TO mergeAuditTimeStamp.
066139     MOVE 'S'                 TO mergeAuditAction.
066142     MOVE auditRecordsWritten TO mergeAuditSealCount.
066145     SET mergeAuditSeal TO TRUE.
066148     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
066151     MOVE SPACES TO chainControlRecord.
066154     SET chainCtlMergeTrail TO TRUE.
066157     MOVE currentDateStamp    TO chainCtlDate.
066160     MOVE currentTimeStamp    TO chainCtlTimeStamp.
066163     MOVE mergeAuditSealCount TO chainCtlRecords.
066166     MOVE chainRunningValue   TO chainCtlValue.
066169     WRITE chainCtlOutRecord FROM chainControlRecord.
066172     CLOSE CHAINOUT.
066175 9050-EXIT.
066178     EXIT.
066181
066200*=============================================================*
066300* 9900-ABEND -- FATAL SETUP FAILURE.                           *
066400*=============================================================*
066500 9900-ABEND.
066600     MOVE 16 TO RETURN-CODE.
066700     DISPLAY 'CUSTMRG - ABEND CONDITION, RETURN-CODE = 16'.
066800     STOP RUN.
