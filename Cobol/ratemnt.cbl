001900*                  PRINTS A BEFORE AND AFTER LISTING, AND    *
002000*                  WRITES AN AUDIT RECORD FOR EVERY CARD,    *
002100*                  APPLIED OR NOT.                           *
002109* 10/14/2026 TB    THE RATE MAINTENANCE AUDIT TRAIL IS NOW    *
002118*                  CHAINED: EVERY RECORD CARRIES A CHECK      *
002127*                  VALUE OVER ITSELF AND THE RECORD BEFORE    *
002136*                  (MODULE AUDIT-CHAIN-VALUE), STARTING FROM  *
002145*                  THE VALUE THE TRAIL LAST ENDED ON PER THE  *
002154*                  CHAIN-CONTROL HISTORY (CHAININ, CARRIED    *
002163*                  TO CHAINOUT), AND THE RUN ENDS ITS TRAIL   *
002172*                  WITH A SEAL RECORD (ACTION S, THE RECORD   *
002181*                  COUNT UNDER IT) AND A NEW CHAIN-CONTROL    *
002190*                  ROW.  RECORD IS NOW 51 BYTES.              *
002200*-----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
004000     SELECT RMNTAUD  ASSIGN TO RMNTAUD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS fileStatusRmntaud.
004214     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
004228         ORGANIZATION IS SEQUENTIAL
004242         FILE STATUS IS fileStatusChainin.
004256     SELECT CHAINOUT ASSIGN TO CHAINOUT
004270         ORGANIZATION IS SEQUENTIAL
004284         FILE STATUS IS fileStatusChainout.
004300     SELECT RMNTRPT  ASSIGN TO RMNTRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS fileStatusRmntrpt.
006700 FD  RMNTAUD
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 51 CHARACTERS.
007100 01  rmntAudRecord             PIC X(51).
007107
007114 FD  CHAININ
007121     RECORDING MODE IS F
007128     LABEL RECORDS ARE STANDARD
007135     RECORD CONTAINS 40 CHARACTERS.
007142 01  chainCtlInRecord          PIC X(40).
007149
007156 FD  CHAINOUT
007163     RECORDING MODE IS F
007170     LABEL RECORDS ARE STANDARD
007177     RECORD CONTAINS 40 CHARACTERS.
007184 01  chainCtlOutRecord         PIC X(40).
007200
007300 FD  RMNTRPT
007400     RECORDING MODE IS F
008100* THE SHARED RATE AND REPORT LAYOUTS.                        *
008200*-----------------------------------------------------------*
008300     COPY RATEREC.
008350     COPY CHAINCTL.
008400     COPY RPTLINE.
008500
008600 01  fileStatusFields.
008900     05  fileStatusRateout     PIC X(02) VALUE SPACES.
009000     05  fileStatusRmntaud     PIC X(02) VALUE SPACES.
009100     05  fileStatusRmntrpt     PIC X(02) VALUE SPACES.
009133     05  fileStatusChainin     PIC X(02) VALUE SPACES.
009166     05  fileStatusChainout    PIC X(02) VALUE SPACES.
009200
009300 01  programSwitches.
009400     05  maintEofSwitch        PIC X(01) VALUE 'N'.
011000         88  gapOpen                     VALUE 'Y'.
011100     05  valueCoveredSwitch    PIC X(01) VALUE 'N'.
011200         88  valueCovered                VALUE 'Y'.
011233     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
011266         88  chainControlAtEnd           VALUE 'Y'.
011300
011400*-----------------------------------------------------------*
011500* THE WHOLE RATE FILE HELD IN STORAGE FOR THE RUN.  A        *
016000         88  rmntResultOverlap           VALUE 'OVLP'.
016100         88  rmntResultBadCard           VALUE 'BAD '.
016200     05  FILLER                PIC X(01).
016208     05  rmntAuditChainLink    PIC X(01).
016216         88  rmntAuditChained            VALUE SPACE.
016224         88  rmntAuditSeal               VALUE 'S'.
016232     05  rmntAuditChainValue   PIC 9(10).
016240
016248*    THE SEAL RECORD: ACTION S AND THE COUNT OF RECORDS UNDER
016256*    IT IN PLACE OF THE CARD FIELDS.
016264 01  rmntSealRecord REDEFINES maintAuditRecord.
016272     05  FILLER                PIC X(17).
016280     05  rmntAuditSealCount    PIC 9(06).
016288     05  FILLER                PIC X(28).
016300
016400 01  rateListingLine.
016500     05  FILLER                PIC X(05) VALUE SPACES.
019700 77  rowsWrittenCount          PIC 9(06) VALUE ZEROS COMP.
019800 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
019900 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
019920 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
019940 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
019960 77  chainNewValue             PIC 9(10) VALUE ZEROS.
019980 77  chainCoveredLength        PIC 9(04) VALUE 41 COMP.
020000 77  cardEffDateValue          PIC 9(08) VALUE ZEROS.
020100 77  cardFactorValue           PIC 9(02)V9(04) VALUE ZEROS.
020200 77  gapScanValue              PIC 9(02) VALUE ZEROS.
024600             fileStatusRmntaud
024700         GO TO 9900-ABEND
024800     END-IF.
024850     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
024900     OPEN OUTPUT RMNTRPT.
025000     IF fileStatusRmntrpt NOT = '00'
025100         DISPLAY 'RATEMNT  - UNABLE TO OPEN RMNTRPT, STATUS='
032800 1200-EXIT.
032900     EXIT.
033000
033002*-------------------------------------------------------------*
033004* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
033006* FORWARD AND PICK UP THE CHECK VALUE THIS TRAIL LAST ENDED    *
033008* ON; THE RUN'S FIRST AUDIT RECORD CHAINS FROM IT.  NO HISTORY *
033010* MEANS THE TRAIL STARTS HERE, FROM ZERO.                      *
033012*-------------------------------------------------------------*
033014 1900-LOAD-AUDIT-CHAIN.
033016     OPEN OUTPUT CHAINOUT.
033018     IF fileStatusChainout NOT = '00'
033020         DISPLAY 'RATEMNT  - UNABLE TO OPEN CHAINOUT, STATUS='
033022             fileStatusChainout
033024         GO TO 9900-ABEND
033026     END-IF.
033028     OPEN INPUT CHAININ.
033030     IF fileStatusChainin = '00'
033032         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
033034             UNTIL chainControlAtEnd
033036     END-IF.
033038     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
033040         OR fileStatusChainin = '10'
033042         CLOSE CHAININ
033044     END-IF.
033046 1900-EXIT.
033048     EXIT.
033050
033052 1950-COPY-CHAIN-CONTROL.
033054     READ CHAININ INTO chainControlRecord
033056         AT END
033058             SET chainControlAtEnd TO TRUE
033060     END-READ.
033062     IF chainControlAtEnd
033064         GO TO 1950-EXIT
033066     END-IF.
033068     WRITE chainCtlOutRecord FROM chainControlRecord.
033070     IF chainCtlRateMaint
033072         MOVE chainCtlValue TO chainRunningValue
033074     END-IF.
033076 1950-EXIT.
033078     EXIT.
033080
033100*=============================================================*
033200* 2000-PROCESS-MAINT-CARDS -- ONE MAINTENANCE CARD PER PASS    *
033300*=============================================================*
052500     MOVE maintHigh        TO rmntAuditHigh.
052600     MOVE maintEffDate     TO rmntAuditEffDate.
052700     MOVE maintFactor      TO rmntAuditFactor.
052766     MOVE SPACE TO rmntAuditChainLink.
052832     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
052900 2900-EXIT.
053000     EXIT.
053006
053012*-------------------------------------------------------------*
053018* 2950-CHAIN-AND-WRITE -- EVERY AUDIT RECORD, THE SEAL         *
053024* INCLUDED, GOES OUT HERE CHAINED TO THE ONE BEFORE IT.        *
053030*-------------------------------------------------------------*
053036 2950-CHAIN-AND-WRITE.
053042     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
053048         chainRunningValue, maintAuditRecord,
053054         chainCoveredLength, chainNewValue.
053060     MOVE chainNewValue TO rmntAuditChainValue.
053066     MOVE chainNewValue TO chainRunningValue.
053072     WRITE rmntAudRecord FROM maintAuditRecord.
053078     ADD 1 TO auditRecordsWritten.
053084 2950-EXIT.
053090     EXIT.
053100
053200*=============================================================*
053300* 3000-SCAN-FOR-OVERLAPS -- THE CARD EDIT STOPS A NEW OVERLAP  *
078000 9000-TERMINATE.
078100     CLOSE RMNTIN.
078200     CLOSE RATEOUT.
078250     PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT.
078300     CLOSE RMNTAUD.
078400     CLOSE RMNTRPT.
078500     IF cardsInErrorCount > 0 OR overlapFound
079600 9000-EXIT.
079700     EXIT.
079800
079803*-------------------------------------------------------------*
079806* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE RUN'S TRAIL WITH ITS      *
079809* SEAL, CHAINED LIKE ANY OTHER RECORD, AND RECORD THE SEAL'S   *
079812* VALUE ON THE CHAIN-CONTROL HISTORY FOR THE NEXT RUN TO CHAIN *
079815* FROM.                                                        *
079818*-------------------------------------------------------------*
079821 9050-SEAL-AUDIT-TRAIL.
079824     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
079827     ACCEPT currentTimeStamp FROM TIME.
079830     MOVE SPACES TO maintAuditRecord.
079833     MOVE currentDateStamp    TO rmntAuditDateStamp.
079836     MOVE currentTimeStamp    TO rmntAuditTimeStamp.
079839     MOVE 'S'                 TO rmntAuditAction.
079842     MOVE auditRecordsWritten TO rmntAuditSealCount.
079845     SET rmntAuditSeal TO TRUE.
079848     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
079851     MOVE SPACES TO chainControlRecord.
079854     SET chainCtlRateMaint TO TRUE.
079857     MOVE currentDateStamp    TO chainCtlDate.
079860     MOVE currentTimeStamp    TO chainCtlTimeStamp.
079863     MOVE rmntAuditSealCount  TO chainCtlRecords.
079866     MOVE chainRunningValue   TO chainCtlValue.
079869     WRITE chainCtlOutRecord FROM chainControlRecord.
079872     CLOSE CHAINOUT.
079875 9050-EXIT.
079878     EXIT.
079881
079900*=============================================================*
080000* 9900-ABEND -- FATAL SETUP FAILURE.                           *
080100*=============================================================*
