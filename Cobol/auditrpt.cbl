001870*                  DAY ROWS; ONLY THE WHOLE-DAY ROWS FEED     *
001880*                  THE RECONCILIATION, SO A DATE IS NEVER     *
001890*                  COUNTED TWICE.                             *
001891* 10/14/2026 TB    AUDIT RECORD WIDENED TO 53 BYTES -- IT     *
001892*                  NOW CARRIES THE PRICING BASIS THE          *
001893*                  CALCULATION MODULE RETURNS FOR NEGOTIATED  *
001894*                  CUSTOMER RATES.  NO LOGIC CHANGE HERE      *
001895*                  BEYOND THE RECORD LENGTH.                  *
001908* 10/14/2026 TB    THE REPORT NOW LOADS THE CUSTOMER MERGE    *
001921*                  CROSS-REFERENCE AND ADDS A MERGED          *
001934*                  CUSTOMER ACTIVITY SECTION: TRANS RECORDS   *
001947*                  STILL CARRYING A RETIRED NUMBER ARE        *
001960*                  COUNTED AND TOTALLED AGAINST THE NUMBER    *
001973*                  THAT SURVIVED IT.                          *
001975* 10/14/2026 TB    AUDIT RECORD WIDENED TO 64 BYTES -- IT     *
001977*                  NOW CARRIES THE CHAINED CHECK VALUE.  THE  *
001979*                  DAILY SEAL RECORDS SHOW AS THEIR OWN SEAL  *
001981*                  GROUP FOR EACH DATE.  NO LOGIC CHANGE      *
001983*                  HERE BEYOND THE RECORD LENGTH.             *
001986*-----------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003400     SELECT AUDRPT   ASSIGN TO AUDRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS fileStatusAudrpt.
003625     SELECT OPTIONAL CUSTXREF ASSIGN TO CUSTXREF
003650         ORGANIZATION IS SEQUENTIAL
003675         FILE STATUS IS fileStatusCustxref.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUDITIN
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 64 CHARACTERS.
004400 01  auditInRecord             PIC X(64).
004500
004600 FD  BALIN
004700     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 132 CHARACTERS.
005600 01  audRptRecord              PIC X(132).
005614
005628 FD  CUSTXREF
005642     RECORDING MODE IS F
005656     LABEL RECORDS ARE STANDARD
005670     RECORD CONTAINS 30 CHARACTERS.
005684 01  custXrefRecord            PIC X(30).
005700
005800 WORKING-STORAGE SECTION.
005900*-----------------------------------------------------------*
005966* THE SHARED AUDIT, BALANCE, MERGE CROSS-REFERENCE, AND      *
006032* REPORT LAYOUTS.                                            *
006100*-----------------------------------------------------------*
006200     COPY AUDITREC.
006300     COPY BALREC.
006350     COPY CUSTXREF.
006400     COPY RPTLINE.
006500
006600 01  fileStatusFields.
006700     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
006800     05  fileStatusBalin       PIC X(02) VALUE SPACES.
006900     05  fileStatusAudrpt      PIC X(02) VALUE SPACES.
006950     05  fileStatusCustxref    PIC X(02) VALUE SPACES.
007000
007100 01  programSwitches.
007200     05  auditEofSwitch        PIC X(01) VALUE 'N'.
008160         88  postedFigureFound           VALUE 'Y'.
008170     05  balHistOverflowSwitch PIC X(01) VALUE 'N'.
008180         88  balanceHistOverflowed       VALUE 'Y'.
008186     05  xrefEofSwitch         PIC X(01) VALUE 'N'.
008192         88  xrefEndOfFile               VALUE 'Y'.
008200
008300*-----------------------------------------------------------*
008400* ACTIVITY GROUPS -- ONE ENTRY PER DATE AND SOURCE TAG SEEN  *
009900     05  balanceHistEntry OCCURS 366 TIMES.
010000         10  balHistDate       PIC 9(08).
010100         10  balHistPosted     PIC 9(08).
010108
010116*-----------------------------------------------------------*
010124* RETIRED CUSTOMER NUMBERS FROM THE MERGE RUN, WITH THE      *
010132* TRANS ACTIVITY STILL CARRIED UNDER EACH ON THE TRAIL.      *
010140*-----------------------------------------------------------*
010148 01  xrefTable.
010156     05  xrefEntry OCCURS 1000 TIMES.
010164         10  xrefTabFrom       PIC 9(06).
010172         10  xrefTabTo         PIC 9(06).
010180         10  xrefTabCount      PIC 9(06).
010188         10  xrefTabFloat      PIC 9(08)V9(02).
010200
010300 01  activityDetailLine.
010400     05  FILLER                PIC X(05) VALUE SPACES.
013300     05  FILLER                PIC X(03) VALUE SPACES.
013400     05  reconLineFlag         PIC X(16).
013500     05  FILLER                PIC X(70) VALUE SPACES.
013506
013512 01  mergedDetailLine.
013518     05  FILLER                PIC X(05) VALUE SPACES.
013524     05  FILLER                PIC X(08) VALUE 'RETIRED '.
013530     05  mergedLineFrom        PIC 9(06).
013536     05  FILLER                PIC X(03) VALUE SPACES.
013542     05  FILLER                PIC X(04) VALUE 'NOW '.
013548     05  mergedLineTo          PIC 9(06).
013554     05  FILLER                PIC X(03) VALUE SPACES.
013560     05  FILLER                PIC X(06) VALUE 'COUNT '.
013566     05  mergedLineCount       PIC Z(05)9.
013572     05  FILLER                PIC X(03) VALUE SPACES.
013578     05  FILLER                PIC X(06) VALUE 'FLOAT '.
013584     05  mergedLineFloat       PIC Z(07)9.99.
013590     05  FILLER                PIC X(65) VALUE SPACES.
013600
013700 77  activityCount             PIC 9(03) VALUE ZEROS COMP.
013800 77  activityIndex             PIC 9(03) VALUE ZEROS COMP.
014700 77  reconScanIndex            PIC 9(03) VALUE ZEROS COMP.
014800 77  reconTransCount           PIC 9(08) VALUE ZEROS.
014900 77  reconPostedCount          PIC 9(08) VALUE ZEROS.
014940 77  xrefCount                 PIC 9(04) VALUE ZEROS COMP.
014980 77  xrefIndex                 PIC 9(04) VALUE ZEROS COMP.
015020 77  xrefSlot                  PIC 9(04) VALUE ZEROS COMP.
015060 77  mergedActivityCount       PIC 9(08) VALUE ZEROS.
015100 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
015200
015300 PROCEDURE DIVISION.
017900         GO TO 9900-ABEND
018000     END-IF.
018100     PERFORM 1100-LOAD-BALANCE-HISTORY THRU 1100-EXIT.
018150     PERFORM 1200-LOAD-MERGE-XREF THRU 1200-EXIT.
018200     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
018300     MOVE SPACES TO reportDetailLine.
018400     MOVE 'AUDIT TRAIL -- DAILY ACTIVITY REPORT' TO
022290         TO balanceHistEntry (balanceHistIndex).
022300 1160-EXIT.
022310     EXIT.
022312
022314*-------------------------------------------------------------*
022316* 1200-LOAD-MERGE-XREF -- NO CROSS-REFERENCE SIMPLY MEANS NO   *
022318* CUSTOMER HAS BEEN MERGED YET.                                *
022320*-------------------------------------------------------------*
022322 1200-LOAD-MERGE-XREF.
022324     OPEN INPUT CUSTXREF.
022326     IF fileStatusCustxref = '00'
022328         PERFORM 1250-READ-NEXT-XREF THRU 1250-EXIT
022330             UNTIL xrefEndOfFile
022332     END-IF.
022334     IF fileStatusCustxref = '00' OR fileStatusCustxref = '05'
022336         OR fileStatusCustxref = '10'
022338         CLOSE CUSTXREF
022340     END-IF.
022342 1200-EXIT.
022344     EXIT.
022346
022348 1250-READ-NEXT-XREF.
022350     READ CUSTXREF INTO customerXrefRecord
022352         AT END
022354             SET xrefEndOfFile TO TRUE
022356     END-READ.
022358     IF xrefEndOfFile
022360         GO TO 1250-EXIT
022362     END-IF.
022364     IF xrefFromNumber NOT NUMERIC OR xrefToNumber NOT NUMERIC
022366         GO TO 1250-EXIT
022368     END-IF.
022370     IF xrefCount >= 1000
022372         DISPLAY 'AUDITRPT - MERGE CROSS-REFERENCE EXCEEDS 1000 '
022374             'ENTRIES'
022376         GO TO 9900-ABEND
022378     END-IF.
022380     ADD 1 TO xrefCount.
022382     MOVE xrefFromNumber TO xrefTabFrom (xrefCount).
022384     MOVE xrefToNumber   TO xrefTabTo (xrefCount).
022386     MOVE ZEROS          TO xrefTabCount (xrefCount).
022388     MOVE ZEROS          TO xrefTabFloat (xrefCount).
022390 1250-EXIT.
022392     EXIT.
022400
022500*=============================================================*
022600* 2000-PROCESS-AUDIT-TRAIL -- ONE AUDIT RECORD PER PASS:       *
024200         ADD auditFloat TO actFloatTotal (activitySlot)
024300     END-IF.
024400     PERFORM 2200-WIDEN-BATCH-WINDOW THRU 2200-EXIT.
024425     IF auditSourceTag (1:5) = 'TRANS' AND xrefCount > ZEROS
024450         PERFORM 2300-TALLY-MERGED-ACTIVITY THRU 2300-EXIT
024475     END-IF.
024500 2000-EXIT.
024600     EXIT.
024700
029300     END-IF.
029400 2200-EXIT.
029500     EXIT.
029503
029506*-------------------------------------------------------------*
029509* 2300-TALLY-MERGED-ACTIVITY -- A TRANS RECORD UNDER A NUMBER  *
029512* THE MERGE RUN HAS SINCE RETIRED COUNTS AGAINST THAT NUMBER'S *
029515* CROSS-REFERENCE ENTRY.                                       *
029518*-------------------------------------------------------------*
029521 2300-TALLY-MERGED-ACTIVITY.
029524     MOVE ZEROS TO xrefSlot.
029527     PERFORM 2350-MATCH-ONE-XREF THRU 2350-EXIT
029530         VARYING xrefIndex FROM 1 BY 1
029533         UNTIL xrefIndex > xrefCount
029536         OR xrefSlot > ZEROS.
029539     IF xrefSlot > ZEROS
029542         ADD 1 TO xrefTabCount (xrefSlot)
029545         ADD auditFloat TO xrefTabFloat (xrefSlot)
029548         ADD 1 TO mergedActivityCount
029551     END-IF.
029554 2300-EXIT.
029557     EXIT.
029560
029563 2350-MATCH-ONE-XREF.
029566     IF xrefTabFrom (xrefIndex) = auditCustomer
029569         MOVE xrefIndex TO xrefSlot
029572     END-IF.
029575 2350-EXIT.
029578     EXIT.
029600
029700*=============================================================*
029800* 5000-PRODUCE-ACTIVITY-REPORT -- THE GROUP BREAKDOWN, THE     *
029866* BATCH WINDOW, THE TRANS-VERSUS-POSTED RECONCILIATION, AND    *
029932* ACTIVITY STILL CARRIED UNDER MERGED CUSTOMER NUMBERS.        *
030000*=============================================================*
030100 5000-PRODUCE-ACTIVITY-REPORT.
030200     MOVE SPACES TO reportDetailLine.
033300     PERFORM 5200-RECONCILE-ONE-DATE THRU 5200-EXIT
033400         VARYING activityIndex FROM 1 BY 1
033500         UNTIL activityIndex > activityCount.
033510
033520     MOVE SPACES TO reportDetailLine.
033530     MOVE 'MERGED CUSTOMER ACTIVITY' TO reportFieldLabel.
033540     MOVE mergedActivityCount TO reportFieldValue.
033550     WRITE audRptRecord FROM reportDetailLine
033560         AFTER ADVANCING 2 LINES.
033570     PERFORM 5300-REPORT-ONE-MERGED THRU 5300-EXIT
033580         VARYING xrefIndex FROM 1 BY 1
033590         UNTIL xrefIndex > xrefCount.
033600 5000-EXIT.
033700     EXIT.
033800
041800     END-IF.
041900 5260-EXIT.
042000     EXIT.
042007
042014 5300-REPORT-ONE-MERGED.
042021     IF xrefTabCount (xrefIndex) = ZEROS
042028         GO TO 5300-EXIT
042035     END-IF.
042042     MOVE xrefTabFrom (xrefIndex)  TO mergedLineFrom.
042049     MOVE xrefTabTo (xrefIndex)    TO mergedLineTo.
042056     MOVE xrefTabCount (xrefIndex) TO mergedLineCount.
042063     MOVE xrefTabFloat (xrefIndex) TO mergedLineFloat.
042070     WRITE audRptRecord FROM mergedDetailLine
042077         AFTER ADVANCING 1 LINES.
042084 5300-EXIT.
042091     EXIT.
042100
042200*=============================================================*
042300* 9000-TERMINATE -- CLOSE DOWN AND FLAG ANY RECONCILIATION     *
