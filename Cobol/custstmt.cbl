001900*                  COUNTS, AND, ON REQUEST, A DORMANT         *
002000*                  SECTION OF ACTIVE CUSTOMERS WITH NO        *
002100*                  ACTIVITY IN THE MONTH.                     *
002116* 10/14/2026 TB    AUDIT RECORD WIDENED TO 53 BYTES -- IT     *
002132*                  NOW CARRIES THE PRICING BASIS THE          *
002148*                  CALCULATION MODULE RETURNS FOR NEGOTIATED  *
002164*                  CUSTOMER RATES.  NO LOGIC CHANGE HERE      *
002180*                  BEYOND THE RECORD LENGTH.                  *
002182* 10/14/2026 TB    ACTIVITY UNDER A CUSTOMER NUMBER THE       *
002184*                  MERGE RUN HAS RETIRED NOW PRINTS ON THE    *
002186*                  SURVIVOR'S STATEMENT: THE MERGE            *
002188*                  CROSS-REFERENCE IS LOADED AT STARTUP AND   *
002190*                  EACH RETIRED NUMBER ON THE TRAIL IS        *
002192*                  SWAPPED FOR ITS SURVIVOR BEFORE GROUPING.  *
002194*                  THE SUMMARY PAGE COUNTS THE SWAPS.         *
002195* 10/14/2026 TB    AUDIT RECORD WIDENED TO 64 BYTES -- IT     *
002196*                  NOW CARRIES THE CHAINED CHECK VALUE.  NO   *
002197*                  LOGIC CHANGE HERE BEYOND THE RECORD        *
002198*                  LENGTH.                                    *
002200*-----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
004200     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS fileStatusParmfile.
004425     SELECT OPTIONAL CUSTXREF ASSIGN TO CUSTXREF
004450         ORGANIZATION IS SEQUENTIAL
004475         FILE STATUS IS fileStatusCustxref.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDITIN
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 64 CHARACTERS.
005200 01  auditInRecord             PIC X(64).
005300
005400 FD  CUSTMST
005500     RECORD CONTAINS 60 CHARACTERS.
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  parmFileRecord            PIC X(80).
006810
006820 FD  CUSTXREF
006832     RECORDING MODE IS F
006848     LABEL RECORDS ARE STANDARD
006864     RECORD CONTAINS 30 CHARACTERS.
006880 01  custXrefRecord            PIC X(30).
006900
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------*
007200* THE SHARED AUDIT, MERGE CROSS-REFERENCE, AND REPORT        *
007250* LAYOUTS.                                                   *
007300*-----------------------------------------------------------*
007400     COPY AUDITREC.
007450     COPY CUSTXREF.
007500     COPY RPTLINE.
007600
007700 01  fileStatusFields.
007900     05  fileStatusCustmst     PIC X(02) VALUE SPACES.
008000     05  fileStatusStmtrpt     PIC X(02) VALUE SPACES.
008100     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
008150     05  fileStatusCustxref    PIC X(02) VALUE SPACES.
008200
008300 01  programSwitches.
008400     05  auditEofSwitch        PIC X(01) VALUE 'N'.
009300         88  customerHadActivity         VALUE 'Y'.
009400     05  dormantOptionSwitch   PIC X(01) VALUE 'N'.
009500         88  dormantSectionWanted        VALUE 'Y'.
009533     05  xrefEofSwitch         PIC X(01) VALUE 'N'.
009566         88  xrefEndOfFile               VALUE 'Y'.
009600
009700*-----------------------------------------------------------*
009800* STATEMENT CONTROL CARD -- THE STATEMENT MONTH AND THE      *
012100             15  custTranFloat PIC 9(02)V9(02).
012200             15  custTranResult PIC 9(06)V9(02).
012300
012310*-----------------------------------------------------------*
012320* RETIRED CUSTOMER NUMBERS AND THEIR SURVIVORS, FROM THE     *
012330* MERGE RUN.  THE MERGE RUN KEEPS CHAINS COLLAPSED, SO ONE   *
012340* LOOKUP ALWAYS LANDS ON A LIVE NUMBER.                      *
012350*-----------------------------------------------------------*
012360 01  xrefTable.
012370     05  xrefEntry OCCURS 1000 TIMES.
012380         10  xrefTabFrom       PIC 9(06).
012390         10  xrefTabTo         PIC 9(06).
012426
012462 01  stmtHeadingLine.
012500     05  FILLER                PIC X(05) VALUE SPACES.
012600     05  FILLER                PIC X(09) VALUE 'CUSTOMER '.
012700     05  stmtHeadNumber        PIC 9(06).
017100 77  customerSlot              PIC 9(03) VALUE ZEROS COMP.
017200 77  tranIndex                 PIC 9(03) VALUE ZEROS COMP.
017300 77  statementMonth            PIC 9(06) VALUE ZEROS.
017320 77  xrefCount                 PIC 9(04) VALUE ZEROS COMP.
017340 77  xrefIndex                 PIC 9(04) VALUE ZEROS COMP.
017360 77  xrefSlot                  PIC 9(04) VALUE ZEROS COMP.
017380 77  mergedActivityCount       PIC 9(08) VALUE ZEROS.
017400 77  auditRecordsReadCount     PIC 9(08) VALUE ZEROS.
017500 77  transReportedCount        PIC 9(08) VALUE ZEROS.
017600 77  noCustomerCount           PIC 9(08) VALUE ZEROS.
020300 1000-INITIALIZE.
020400     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
020500     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
020550     PERFORM 1200-LOAD-MERGE-XREF THRU 1200-EXIT.
020600     IF statementMonth = ZEROS
020700         MOVE currentDateStamp (1:6) TO statementMonth
020800     END-IF.
025400 1100-EXIT.
025500     EXIT.
025600
025602*-------------------------------------------------------------*
025604* 1200-LOAD-MERGE-XREF -- NO CROSS-REFERENCE SIMPLY MEANS NO   *
025606* CUSTOMER HAS BEEN MERGED YET.                                *
025608*-------------------------------------------------------------*
025610 1200-LOAD-MERGE-XREF.
025612     OPEN INPUT CUSTXREF.
025614     IF fileStatusCustxref = '00'
025616         PERFORM 1250-READ-NEXT-XREF THRU 1250-EXIT
025618             UNTIL xrefEndOfFile
025620     END-IF.
025622     IF fileStatusCustxref = '00' OR fileStatusCustxref = '05'
025624         OR fileStatusCustxref = '10'
025626         CLOSE CUSTXREF
025628     END-IF.
025630 1200-EXIT.
025632     EXIT.
025634
025636 1250-READ-NEXT-XREF.
025638     READ CUSTXREF INTO customerXrefRecord
025640         AT END
025642             SET xrefEndOfFile TO TRUE
025644     END-READ.
025646     IF xrefEndOfFile
025648         GO TO 1250-EXIT
025650     END-IF.
025652     IF xrefFromNumber NOT NUMERIC OR xrefToNumber NOT NUMERIC
025654         GO TO 1250-EXIT
025656     END-IF.
025658     IF xrefCount >= 1000
025660         DISPLAY 'CUSTSTMT - MERGE CROSS-REFERENCE EXCEEDS 1000 '
025662             'ENTRIES'
025664         GO TO 9900-ABEND
025666     END-IF.
025668     ADD 1 TO xrefCount.
025670     MOVE xrefFromNumber TO xrefTabFrom (xrefCount).
025672     MOVE xrefToNumber   TO xrefTabTo (xrefCount).
025674 1250-EXIT.
025676     EXIT.
025717
025758*=============================================================*
025800* 2000-PROCESS-AUDIT-TRAIL -- ONE AUDIT RECORD PER PASS: KEEP  *
025900* THE MONTH'S POSTED TRANS RECORDS, GROUPED BY CUSTOMER        *
026000*=============================================================*
027700         ADD 1 TO noCustomerCount
027800         GO TO 2000-EXIT
027900     END-IF.
027950     PERFORM 2050-APPLY-MERGE-XREF THRU 2050-EXIT.
028000     PERFORM 2100-LOCATE-CUSTOMER-SLOT THRU 2100-EXIT.
028100     IF customerSlot = ZEROS
028200         GO TO 2000-EXIT
030000 2000-EXIT.
030100     EXIT.
030200
030204*-------------------------------------------------------------*
030208* 2050-APPLY-MERGE-XREF -- A RETIRED NUMBER'S ACTIVITY GOES    *
030212* ONTO ITS SURVIVOR'S STATEMENT.                               *
030216*-------------------------------------------------------------*
030220 2050-APPLY-MERGE-XREF.
030224     MOVE ZEROS TO xrefSlot.
030228     PERFORM 2060-MATCH-ONE-XREF THRU 2060-EXIT
030232         VARYING xrefIndex FROM 1 BY 1
030236         UNTIL xrefIndex > xrefCount
030240         OR xrefSlot > ZEROS.
030244     IF xrefSlot > ZEROS
030248         MOVE xrefTabTo (xrefSlot) TO auditCustomer
030252         ADD 1 TO mergedActivityCount
030256     END-IF.
030260 2050-EXIT.
030264     EXIT.
030268
030272 2060-MATCH-ONE-XREF.
030276     IF xrefTabFrom (xrefIndex) = auditCustomer
030280         MOVE xrefIndex TO xrefSlot
030284     END-IF.
030288 2060-EXIT.
030292     EXIT.
030296
030300 2100-LOCATE-CUSTOMER-SLOT.
030400     MOVE ZEROS TO customerSlot.
030500     PERFORM 2150-SCAN-CUSTOMER-TABLE THRU 2150-EXIT
048000     WRITE stmtRptRecord FROM reportDetailLine
048100         AFTER ADVANCING 1 LINES.
048200
048210     MOVE SPACES TO reportDetailLine.
048220     MOVE 'ACTIVITY FROM MERGED NUMBERS' TO reportFieldLabel.
048230     MOVE mergedActivityCount TO reportFieldValue.
048240     WRITE stmtRptRecord FROM reportDetailLine
048250         AFTER ADVANCING 1 LINES.
048260
048300     MOVE SPACES TO reportDetailLine.
048400     MOVE 'TRANSACTIONS TRUNCATED' TO reportFieldLabel.
048500     MOVE truncatedTranCount TO reportFieldValue.
