000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLJournal.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  GENERAL LEDGER JOURNAL   *
001200*                  INTERFACE: TURNS ONE BUSINESS DATE'S PER-  *
001300*                  BRANCH BALANCE ROWS AND THE REVERSALS      *
001400*                  TAKEN THAT DAY INTO JOURNAL LINES THROUGH  *
001500*                  THE BRANCH-TO-GL-ACCOUNT MAP, PROVES       *
001600*                  DEBITS EQUAL CREDITS AND THAT THE JOURNAL  *
001700*                  TIES TO THE WHOLE-DAY BALANCE ROW, AND     *
001800*                  ONLY THEN RELEASES THE FIXED-FORMAT FILE   *
001900*                  TO THE LEDGER.  A JOURNAL CONTROL FILE     *
002000*                  CARRIED ACROSS RUNS REFUSES ANY DATE       *
002100*                  ALREADY JOURNALED.  REPLACES THE JOURNAL   *
002200*                  ACCOUNTING KEYED BY HAND FROM THE SUMMARY  *
002300*                  REPORT.                                    *
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
003300     SELECT BALIN    ASSIGN TO BALIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS fileStatusBalin.
003600     SELECT AUDITIN  ASSIGN TO AUDITIN
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS fileStatusAuditin.
003900     SELECT GLMAP    ASSIGN TO GLMAP
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS fileStatusGlmap.
004200     SELECT OPTIONAL GLCTLIN ASSIGN TO GLCTLIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS fileStatusGlctlin.
004500     SELECT GLCTLOUT ASSIGN TO GLCTLOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS fileStatusGlctlout.
004800     SELECT GLJRNL   ASSIGN TO GLJRNL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS fileStatusGljrnl.
005100     SELECT GLRPT    ASSIGN TO GLRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS fileStatusGlrpt.
005400     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS fileStatusParmfile.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BALIN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 32 CHARACTERS.
006400 01  balInRecord               PIC X(32).
006500
006600 FD  AUDITIN
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 64 CHARACTERS.
007000 01  auditInRecord             PIC X(64).
007100
007200 FD  GLMAP
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 40 CHARACTERS.
007600 01  glMapInRecord             PIC X(40).
007700
007800 FD  GLCTLIN
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 32 CHARACTERS.
008200 01  glCtlInRecord             PIC X(32).
008300
008400 FD  GLCTLOUT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 32 CHARACTERS.
008800 01  glCtlOutRecord            PIC X(32).
008900
009000 FD  GLJRNL
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  glJrnlOutRecord           PIC X(80).
009500
009600 FD  GLRPT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 132 CHARACTERS.
010000 01  glRptRecord               PIC X(132).
010100
010200 FD  PARMFILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  parmFileRecord            PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------*
011000* THE SHARED BALANCE, AUDIT, GL MAP, JOURNAL, JOURNAL-       *
011100* CONTROL, AND REPORT LAYOUTS.                               *
011200*-----------------------------------------------------------*
011300     COPY BALREC.
011400     COPY AUDITREC.
011500     COPY GLMAPREC.
011600     COPY GLJRNREC.
011700     COPY GLCTLREC.
011800     COPY RPTLINE.
011900
012000 01  fileStatusFields.
012100     05  fileStatusBalin       PIC X(02) VALUE SPACES.
012200     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
012300     05  fileStatusGlmap       PIC X(02) VALUE SPACES.
012400     05  fileStatusGlctlin     PIC X(02) VALUE SPACES.
012500     05  fileStatusGlctlout    PIC X(02) VALUE SPACES.
012600     05  fileStatusGljrnl      PIC X(02) VALUE SPACES.
012700     05  fileStatusGlrpt       PIC X(02) VALUE SPACES.
012800     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
012900
013000 01  programSwitches.
013100     05  balanceEofSwitch      PIC X(01) VALUE 'N'.
013200         88  balanceEndOfFile            VALUE 'Y'.
013300     05  auditEofSwitch        PIC X(01) VALUE 'N'.
013400         88  auditEndOfFile              VALUE 'Y'.
013500     05  glMapEofSwitch        PIC X(01) VALUE 'N'.
013600         88  glMapEndOfFile              VALUE 'Y'.
013700     05  glCtlEofSwitch        PIC X(01) VALUE 'N'.
013800         88  glControlAtEnd              VALUE 'Y'.
013900     05  parmFileFoundSwitch   PIC X(01) VALUE 'N'.
014000         88  parmFileFound               VALUE 'Y'.
014100     05  journalRefusedSwitch  PIC X(01) VALUE 'N'.
014200         88  journalRefused              VALUE 'Y'.
014300     05  alreadyJournaledSwitch PIC X(01) VALUE 'N'.
014400         88  dateAlreadyJournaled        VALUE 'Y'.
014500     05  wholeDayFoundSwitch   PIC X(01) VALUE 'N'.
014600         88  wholeDayRowFound            VALUE 'Y'.
014700     05  unmappedSeenSwitch    PIC X(01) VALUE 'N'.
014800         88  unmappedBranchSeen          VALUE 'Y'.
014900     05  orphanSeenSwitch      PIC X(01) VALUE 'N'.
015000         88  orphanReversalSeen          VALUE 'Y'.
015100     05  overflowSeenSwitch    PIC X(01) VALUE 'N'.
015200         88  tableOverflowSeen           VALUE 'Y'.
015300     05  duplicateDaySwitch    PIC X(01) VALUE 'N'.
015400         88  duplicateWholeDayRow        VALUE 'Y'.
015500     05  debitCreditSwitch     PIC X(01) VALUE 'Y'.
015600         88  debitsEqualCredits          VALUE 'Y'.
015700     05  tieOutSwitch          PIC X(01) VALUE 'Y'.
015800         88  journalTiesToBalance        VALUE 'Y'.
015900
016000*-----------------------------------------------------------*
016100* JOURNAL CONTROL CARD -- THE BUSINESS DATE TO JOURNAL.  NO  *
016200* CARD MEANS THE LATEST WHOLE-DAY ROW ON THE BALANCE FILE,   *
016300* THE NORMAL CASE FOR A RUN SCHEDULED AFTER THE DAILY RUN.   *
016400*-----------------------------------------------------------*
016500 01  journalControlCard.
016600     05  journalDateParm       PIC X(08).
016700     05  FILLER                PIC X(72).
016800
016900*-----------------------------------------------------------*
017000* THE BRANCH-TO-GL-ACCOUNT MAP, LOADED WHOLE AT STARTUP.     *
017100*-----------------------------------------------------------*
017200 01  glMapTable.
017300     05  glMapEntry OCCURS 100 TIMES.
017400         10  glMapTabBranch    PIC X(03).
017500         10  glMapTabClearing  PIC X(10).
017600         10  glMapTabIncome    PIC X(10).
017700
017800*-----------------------------------------------------------*
017900* THE JOURNAL DATE'S FIGURES BY BRANCH: THE NET myFloat THE  *
018000* DAILY RUN POSTED TO THE BRANCH'S BALANCE ROW AND THE       *
018100* REVERSALS TAKEN OUT OF IT.  THE GROSS POSTED IS THE TWO    *
018200* ADDED BACK TOGETHER.                                       *
018300*-----------------------------------------------------------*
018400 01  branchJournalTable.
018500     05  branchJournalEntry OCCURS 50 TIMES.
018600         10  brnJrnId          PIC X(03).
018700         10  brnJrnRowSwitch   PIC X(01).
018800             88  brnJrnRowSeen          VALUE 'Y'.
018900         10  brnJrnNetFloat    PIC 9(07)V9(02).
019000         10  brnJrnReversed    PIC 9(07)V9(02).
019100         10  brnJrnGross       PIC 9(07)V9(02).
019200         10  brnJrnMapSlot     PIC 9(03) COMP.
019300
019400*-----------------------------------------------------------*
019500* THE JOURNAL LINES, BUILT AND PROVED IN STORAGE BEFORE ONE  *
019600* BYTE GOES TO THE LEDGER FILE.                              *
019700*-----------------------------------------------------------*
019800 01  journalLineTable.
019900     05  journalLineEntry OCCURS 200 TIMES.
020000         10  jrnTabAccount     PIC X(10).
020100         10  jrnTabBranch      PIC X(03).
020200         10  jrnTabDebitCredit PIC X(01).
020300         10  jrnTabAmount      PIC 9(07)V9(02).
020400         10  jrnTabEntryType   PIC X(04).
020500         10  jrnTabDescription PIC X(30).
020600
020700 01  branchJournalLine.
020800     05  FILLER                PIC X(05) VALUE SPACES.
020900     05  FILLER                PIC X(07) VALUE 'BRANCH '.
021000     05  brnLineId             PIC X(03).
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  brnLineClearing       PIC X(10).
021300     05  FILLER                PIC X(02) VALUE SPACES.
021400     05  brnLineIncome         PIC X(10).
021500     05  FILLER                PIC X(09) VALUE '  POSTED '.
021600     05  brnLineGross          PIC ZZZZZZ9.99.
021700     05  FILLER                PIC X(11) VALUE '  REVERSED '.
021800     05  brnLineReversed       PIC ZZZZZZ9.99.
021900     05  FILLER                PIC X(06) VALUE '  NET '.
022000     05  brnLineNet            PIC ZZZZZZ9.99.
022100     05  FILLER                PIC X(02) VALUE SPACES.
022200     05  brnLineFlag           PIC X(20).
022300     05  FILLER                PIC X(15) VALUE SPACES.
022400
022500 01  journalTotalLine.
022600     05  FILLER                PIC X(05) VALUE SPACES.
022700     05  totLineLabel          PIC X(30).
022800     05  FILLER                PIC X(02) VALUE SPACES.
022900     05  totLineAmount         PIC ZZZZZZZZ9.99.
023000     05  FILLER                PIC X(83) VALUE SPACES.
023100
023200 01  journalWorkFields.
023300     05  journalDate           PIC 9(08) VALUE ZEROS.
023400     05  latestWholeDayDate    PIC 9(08) VALUE ZEROS.
023500     05  wholeDayFloatTotal    PIC 9(07)V9(02) VALUE ZEROS.
023600     05  journalDebitTotal     PIC 9(09)V9(02) VALUE ZEROS.
023700     05  journalCreditTotal    PIC 9(09)V9(02) VALUE ZEROS.
023800     05  journalPostedTotal    PIC 9(09)V9(02) VALUE ZEROS.
023900     05  journalReversedTotal  PIC 9(09)V9(02) VALUE ZEROS.
024000     05  journalNetTotal       PIC S9(09)V9(02) VALUE ZEROS.
024100     05  reversalBranch        PIC X(03) VALUE SPACES.
024200
024300 77  glMapCount                PIC 9(03) VALUE ZEROS COMP.
024400 77  glMapIndex                PIC 9(03) VALUE ZEROS COMP.
024500 77  glMapSlot                 PIC 9(03) VALUE ZEROS COMP.
024600 77  branchJournalCount        PIC 9(03) VALUE ZEROS COMP.
024700 77  branchJournalIndex        PIC 9(03) VALUE ZEROS COMP.
024800 77  branchJournalSlot         PIC 9(03) VALUE ZEROS COMP.
024900 77  journalLineCount          PIC 9(03) VALUE ZEROS COMP.
025000 77  journalLineIndex          PIC 9(03) VALUE ZEROS COMP.
025100 77  journalLineSlot           PIC 9(03) VALUE ZEROS COMP.
025200 77  balanceRowsReadCount      PIC 9(06) VALUE ZEROS COMP.
025300 77  branchRowsUsedCount       PIC 9(06) VALUE ZEROS COMP.
025400 77  auditRecordsReadCount     PIC 9(06) VALUE ZEROS COMP.
025500 77  reversalsTakenCount       PIC 9(06) VALUE ZEROS COMP.
025600 77  unstampedReversalCount    PIC 9(06) VALUE ZEROS COMP.
025700 77  controlsCarriedCount      PIC 9(06) VALUE ZEROS COMP.
025800 77  journalRecordsWritten     PIC 9(06) VALUE ZEROS COMP.
025900 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
026000 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
026100
026200 PROCEDURE DIVISION.
026300*=============================================================*
026400* 0000-MAINLINE -- DRIVES THE WHOLE RUN                       *
026500*=============================================================*
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     PERFORM 2000-ROLL-JOURNAL-CONTROL THRU 2000-EXIT
026900         UNTIL glControlAtEnd.
027000     IF NOT journalRefused
027100         PERFORM 3000-LOAD-BALANCE-ROWS THRU 3000-EXIT
027200             UNTIL balanceEndOfFile
027300         PERFORM 3500-LOAD-REVERSALS THRU 3500-EXIT
027400             UNTIL auditEndOfFile
027500         PERFORM 4000-BUILD-JOURNAL THRU 4000-EXIT
027600         PERFORM 4500-PROVE-JOURNAL THRU 4500-EXIT
027700     END-IF.
027800     PERFORM 6000-RELEASE-JOURNAL THRU 6000-EXIT.
027900     PERFORM 7000-PRODUCE-JOURNAL-REPORT THRU 7000-EXIT.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200
028300*=============================================================*
028400* 1000-INITIALIZE -- READ THE CONTROL CARD, SETTLE THE        *
028500* JOURNAL DATE, LOAD THE GL MAP, AND OPEN EVERYTHING          *
028600*=============================================================*
028700 1000-INITIALIZE.
028800     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
028900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
029000     IF journalDate = ZEROS
029100         PERFORM 1200-FIND-LATEST-DATE THRU 1200-EXIT
029200         MOVE latestWholeDayDate TO journalDate
029300     END-IF.
029400     OPEN INPUT BALIN.
029500     IF fileStatusBalin NOT = '00'
029600         DISPLAY 'GLJRNL   - UNABLE TO OPEN BALIN, STATUS='
029700             fileStatusBalin
029800         GO TO 9900-ABEND
029900     END-IF.
030000     OPEN INPUT AUDITIN.
030100     IF fileStatusAuditin NOT = '00'
030200         DISPLAY 'GLJRNL   - UNABLE TO OPEN AUDITIN, STATUS='
030300             fileStatusAuditin
030400         GO TO 9900-ABEND
030500     END-IF.
030600     OPEN INPUT GLCTLIN.
030700     IF fileStatusGlctlin NOT = '00'
030800         SET glControlAtEnd TO TRUE
030900     END-IF.
031000     OPEN OUTPUT GLCTLOUT.
031100     IF fileStatusGlctlout NOT = '00'
031200         DISPLAY 'GLJRNL   - UNABLE TO OPEN GLCTLOUT, STATUS='
031300             fileStatusGlctlout
031400         GO TO 9900-ABEND
031500     END-IF.
031600     OPEN OUTPUT GLJRNL.
031700     IF fileStatusGljrnl NOT = '00'
031800         DISPLAY 'GLJRNL   - UNABLE TO OPEN GLJRNL, STATUS='
031900             fileStatusGljrnl
032000         GO TO 9900-ABEND
032100     END-IF.
032200     OPEN OUTPUT GLRPT.
032300     IF fileStatusGlrpt NOT = '00'
032400         DISPLAY 'GLJRNL   - UNABLE TO OPEN GLRPT, STATUS='
032500             fileStatusGlrpt
032600         GO TO 9900-ABEND
032700     END-IF.
032800     PERFORM 1300-LOAD-GL-MAP THRU 1300-EXIT.
032900     IF journalDate = ZEROS
033000         SET journalRefused TO TRUE
033100         DISPLAY 'GLJRNL   - NO WHOLE-DAY BALANCE ROW ON FILE, '
033200             'NOTHING TO JOURNAL'
033300     END-IF.
033400     MOVE SPACES TO reportDetailLine.
033500     MOVE 'GENERAL LEDGER JOURNAL -- DAILY INTERFACE' TO
033600         reportHeadingTitle.
033700     MOVE currentDateStamp TO reportHeadingDate.
033800     WRITE glRptRecord FROM reportHeadingLine
033900         AFTER ADVANCING TO-NEW-PAGE.
034000     MOVE SPACES TO reportDetailLine.
034100     MOVE 'BUSINESS DATE JOURNALED' TO reportFieldLabel.
034200     MOVE journalDate TO reportFieldValue.
034300     WRITE glRptRecord FROM reportDetailLine
034400         AFTER ADVANCING 2 LINES.
034500 1000-EXIT.
034600     EXIT.
034700
034800 1100-READ-PARM-CARD.
034900     OPEN INPUT PARMFILE.
035000     IF fileStatusParmfile = '00'
035100         READ PARMFILE INTO journalControlCard
035200             AT END
035300                 MOVE 'N' TO parmFileFoundSwitch
035400         END-READ
035500     END-IF.
035600     IF fileStatusParmfile = '00'
035700         SET parmFileFound TO TRUE
035800         IF journalDateParm NUMERIC
035900             MOVE journalDateParm TO journalDate
036000         END-IF
036100     ELSE
036200         DISPLAY 'GLJRNL   - NO SYSIN CONTROL CARD, JOURNALING '
036300             'THE LATEST DATE ON THE BALANCE FILE'
036400     END-IF.
036500     IF fileStatusParmfile = '00' OR fileStatusParmfile = '10'
036600         OR fileStatusParmfile = '05'
036700         CLOSE PARMFILE
036800     END-IF.
036900 1100-EXIT.
037000     EXIT.
037100
037200*-------------------------------------------------------------*
037300* 1200-FIND-LATEST-DATE -- A FIRST PASS OVER THE BALANCE FILE  *
037400* FOR THE LAST WHOLE-DAY ROW.  THE FILE IS RE-OPENED FOR THE   *
037500* REAL PASS ONCE THE DATE IS KNOWN.                            *
037600*-------------------------------------------------------------*
037700 1200-FIND-LATEST-DATE.
037800     OPEN INPUT BALIN.
037900     IF fileStatusBalin NOT = '00'
038000         DISPLAY 'GLJRNL   - UNABLE TO OPEN BALIN, STATUS='
038100             fileStatusBalin
038200         GO TO 9900-ABEND
038300     END-IF.
038400     PERFORM 1250-SCAN-ONE-BALANCE THRU 1250-EXIT
038500         UNTIL balanceEndOfFile.
038600     CLOSE BALIN.
038700     MOVE 'N' TO balanceEofSwitch.
038800 1200-EXIT.
038900     EXIT.
039000
039100 1250-SCAN-ONE-BALANCE.
039200     READ BALIN INTO balanceRecord
039300         AT END
039400             SET balanceEndOfFile TO TRUE
039500     END-READ.
039600     IF balanceEndOfFile
039700         GO TO 1250-EXIT
039800     END-IF.
039900     IF balWholeDayRow AND balDate > latestWholeDayDate
040000         MOVE balDate TO latestWholeDayDate
040100     END-IF.
040200 1250-EXIT.
040300     EXIT.
040400
040500 1300-LOAD-GL-MAP.
040600     OPEN INPUT GLMAP.
040700     IF fileStatusGlmap NOT = '00'
040800         DISPLAY 'GLJRNL   - UNABLE TO OPEN GLMAP, STATUS='
040900             fileStatusGlmap
041000         GO TO 9900-ABEND
041100     END-IF.
041200     PERFORM 1350-READ-NEXT-MAP THRU 1350-EXIT
041300         UNTIL glMapEndOfFile.
041400     CLOSE GLMAP.
041500 1300-EXIT.
041600     EXIT.
041700
041800 1350-READ-NEXT-MAP.
041900     READ GLMAP INTO glMapRecord
042000         AT END
042100             SET glMapEndOfFile TO TRUE
042200     END-READ.
042300     IF glMapEndOfFile
042400         GO TO 1350-EXIT
042500     END-IF.
042600     IF glMapBranch = SPACES OR glMapClearingAccount = SPACES
042700         OR glMapIncomeAccount = SPACES
042800         DISPLAY 'GLJRNL   - GL MAP RECORD DROPPED: '
042900             glMapInRecord
043000         GO TO 1350-EXIT
043100     END-IF.
043200     IF glMapCount >= 100
043300         DISPLAY 'GLJRNL   - GL MAP EXCEEDS 100 BRANCHES'
043400         GO TO 9900-ABEND
043500     END-IF.
043600     ADD 1 TO glMapCount.
043700     MOVE glMapBranch          TO glMapTabBranch (glMapCount).
043800     MOVE glMapClearingAccount TO glMapTabClearing (glMapCount).
043900     MOVE glMapIncomeAccount   TO glMapTabIncome (glMapCount).
044000 1350-EXIT.
044100     EXIT.
044200
044300*=============================================================*
044400* 2000-ROLL-JOURNAL-CONTROL -- CARRY EVERY JOURNAL-CONTROL     *
044500* RECORD FORWARD.  ONE FOR THE JOURNAL DATE MEANS THE DATE IS  *
044600* ALREADY ON THE LEDGER AND THE RUN IS REFUSED.                *
044700*=============================================================*
044800 2000-ROLL-JOURNAL-CONTROL.
044900     READ GLCTLIN INTO glControlRecord
045000         AT END
045100             SET glControlAtEnd TO TRUE
045200     END-READ.
045300     IF glControlAtEnd
045400         GO TO 2000-EXIT
045500     END-IF.
045600     ADD 1 TO controlsCarriedCount.
045700     WRITE glCtlOutRecord FROM glControlRecord.
045800     IF glCtlDate = journalDate
045900         SET dateAlreadyJournaled TO TRUE
046000         SET journalRefused TO TRUE
046100         DISPLAY 'GLJRNL   - BUSINESS DATE ' journalDate
046200             ' ALREADY JOURNALED, RUN REFUSED'
046300     END-IF.
046400 2000-EXIT.
046500     EXIT.
046600
046700*=============================================================*
046800* 3000-LOAD-BALANCE-ROWS -- THE JOURNAL DATE'S PER-BRANCH ROWS *
046900* INTO THE BRANCH TABLE AND ITS WHOLE-DAY ROW INTO THE TIE-OUT *
047000* FIGURE.  CLOSED-MONTH ROWS AND OTHER DATES ARE PASSED BY.    *
047100*=============================================================*
047200 3000-LOAD-BALANCE-ROWS.
047300     READ BALIN INTO balanceRecord
047400         AT END
047500             SET balanceEndOfFile TO TRUE
047600     END-READ.
047700     IF balanceEndOfFile
047800         GO TO 3000-EXIT
047900     END-IF.
048000     ADD 1 TO balanceRowsReadCount.
048100     IF balDate NOT = journalDate OR balMonthSummaryRow
048200         GO TO 3000-EXIT
048300     END-IF.
048400     IF balWholeDayRow
048500         IF wholeDayRowFound
048600             SET duplicateWholeDayRow TO TRUE
048700         END-IF
048800         SET wholeDayRowFound TO TRUE
048900         MOVE balFloatTotal TO wholeDayFloatTotal
049000         GO TO 3000-EXIT
049100     END-IF.
049200     ADD 1 TO branchRowsUsedCount.
049300     MOVE balSourceId TO reversalBranch.
049400     PERFORM 3200-LOCATE-BRANCH-SLOT THRU 3200-EXIT.
049500     IF branchJournalSlot > ZEROS
049600         SET brnJrnRowSeen (branchJournalSlot) TO TRUE
049700         ADD balFloatTotal TO brnJrnNetFloat (branchJournalSlot)
049800     END-IF.
049900 3000-EXIT.
050000     EXIT.
050100
050200*-------------------------------------------------------------*
050300* 3200-LOCATE-BRANCH-SLOT -- FIND OR OPEN THE TABLE ENTRY FOR   *
050400* THE BRANCH IN reversalBranch.  A FULL TABLE REFUSES THE       *
050500* JOURNAL RATHER THAN LEAVE A BRANCH OFF THE LEDGER.            *
050600*-------------------------------------------------------------*
050700 3200-LOCATE-BRANCH-SLOT.
050800     MOVE ZEROS TO branchJournalSlot.
050900     PERFORM 3250-SCAN-BRANCH-TABLE THRU 3250-EXIT
051000         VARYING branchJournalIndex FROM 1 BY 1
051100         UNTIL branchJournalIndex > branchJournalCount
051200         OR branchJournalSlot > ZEROS.
051300     IF branchJournalSlot > ZEROS
051400         GO TO 3200-EXIT
051500     END-IF.
051600     IF branchJournalCount >= 50
051700         IF NOT tableOverflowSeen
051800             SET tableOverflowSeen TO TRUE
051900             DISPLAY 'GLJRNL   - MORE THAN 50 BRANCHES FOR THE '
052000                 'DATE, JOURNAL REFUSED'
052100         END-IF
052200         GO TO 3200-EXIT
052300     END-IF.
052400     ADD 1 TO branchJournalCount.
052500     MOVE branchJournalCount TO branchJournalSlot.
052600     MOVE reversalBranch TO brnJrnId (branchJournalSlot).
052700     MOVE 'N'   TO brnJrnRowSwitch (branchJournalSlot).
052800     MOVE ZEROS TO brnJrnNetFloat (branchJournalSlot).
052900     MOVE ZEROS TO brnJrnReversed (branchJournalSlot).
053000     MOVE ZEROS TO brnJrnGross (branchJournalSlot).
053100     MOVE ZEROS TO brnJrnMapSlot (branchJournalSlot).
053200 3200-EXIT.
053300     EXIT.
053400
053500 3250-SCAN-BRANCH-TABLE.
053600     IF brnJrnId (branchJournalIndex) = reversalBranch
053700         MOVE branchJournalIndex TO branchJournalSlot
053800     END-IF.
053900 3250-EXIT.
054000     EXIT.
054100
054200*=============================================================*
054300* 3500-LOAD-REVERSALS -- EVERY REVERSAL-TAGGED AUDIT RECORD    *
054400* FOR THE JOURNAL DATE ADDS BACK TO ITS BRANCH.  THE DAILY RUN *
054500* TOOK IT OFF THE BRANCH'S BALANCE ROW, SO THE JOURNAL SHOWS   *
054600* THE GROSS POSTING AND THE REVERSAL AS SEPARATE LINES.        *
054700*=============================================================*
054800 3500-LOAD-REVERSALS.
054900     READ AUDITIN INTO auditRecord
055000         AT END
055100             SET auditEndOfFile TO TRUE
055200     END-READ.
055300     IF auditEndOfFile
055400         GO TO 3500-EXIT
055500     END-IF.
055600     ADD 1 TO auditRecordsReadCount.
055700     IF auditDateStamp NOT = journalDate
055800         OR auditSourceTag (1:5) NOT = 'RVRSL'
055900         GO TO 3500-EXIT
056000     END-IF.
056100     ADD 1 TO reversalsTakenCount.
056200*    AN UNSTAMPED REVERSAL CAME OFF THE WHOLE-DAY ROW ONLY; IT
056300*    HAS NO BRANCH TO JOURNAL AGAINST AND WILL SHOW AS A TIE-OUT
056400*    BREAK.
056500     IF auditSourceTag (6:1) NOT = '-'
056600         ADD 1 TO unstampedReversalCount
056700         GO TO 3500-EXIT
056800     END-IF.
056900     MOVE auditSourceTag (7:3) TO reversalBranch.
057000     PERFORM 3200-LOCATE-BRANCH-SLOT THRU 3200-EXIT.
057100     IF branchJournalSlot > ZEROS
057200         ADD auditFloat TO brnJrnReversed (branchJournalSlot)
057300     END-IF.
057400 3500-EXIT.
057500     EXIT.
057600
057700*=============================================================*
057800* 4000-BUILD-JOURNAL -- TWO LINES PER BRANCH FOR THE GROSS     *
057900* POSTING (DEBIT CLEARING, CREDIT INCOME) AND TWO MORE FOR ANY *
058000* REVERSALS (DEBIT INCOME, CREDIT CLEARING), SO THE CLEARING   *
058100* ACCOUNT NETS TO THE BRANCH'S BALANCE ROW.                    *
058200*=============================================================*
058300 4000-BUILD-JOURNAL.
058400     IF NOT wholeDayRowFound
058500         SET journalRefused TO TRUE
058600         DISPLAY 'GLJRNL   - NO WHOLE-DAY BALANCE ROW FOR '
058700             journalDate ', JOURNAL REFUSED'
058800     END-IF.
058900     IF duplicateWholeDayRow
059000         SET journalRefused TO TRUE
059100         DISPLAY 'GLJRNL   - MORE THAN ONE WHOLE-DAY BALANCE ROW '
059200             'FOR ' journalDate ', JOURNAL REFUSED'
059300     END-IF.
059400     IF tableOverflowSeen
059500         SET journalRefused TO TRUE
059600     END-IF.
059700     PERFORM 4100-JOURNAL-ONE-BRANCH THRU 4100-EXIT
059800         VARYING branchJournalIndex FROM 1 BY 1
059900         UNTIL branchJournalIndex > branchJournalCount.
060000 4000-EXIT.
060100     EXIT.
060200
060300 4100-JOURNAL-ONE-BRANCH.
060400     MOVE branchJournalIndex TO branchJournalSlot.
060500     COMPUTE brnJrnGross (branchJournalSlot) =
060600         brnJrnNetFloat (branchJournalSlot)
060700         + brnJrnReversed (branchJournalSlot).
060800     IF NOT brnJrnRowSeen (branchJournalSlot)
060900         SET orphanReversalSeen TO TRUE
061000         SET journalRefused TO TRUE
061100         GO TO 4100-EXIT
061200     END-IF.
061300     MOVE ZEROS TO glMapSlot.
061400     PERFORM 4150-SCAN-GL-MAP THRU 4150-EXIT
061500         VARYING glMapIndex FROM 1 BY 1
061600         UNTIL glMapIndex > glMapCount
061700         OR glMapSlot > ZEROS.
061800     IF glMapSlot = ZEROS
061900         SET unmappedBranchSeen TO TRUE
062000         SET journalRefused TO TRUE
062100         GO TO 4100-EXIT
062200     END-IF.
062300     MOVE glMapSlot TO brnJrnMapSlot (branchJournalSlot).
062400     IF brnJrnGross (branchJournalSlot) > ZEROS
062500         PERFORM 4200-ADD-JOURNAL-LINE THRU 4200-EXIT
062600         IF journalLineSlot > ZEROS
062700             MOVE glMapTabClearing (glMapSlot)
062800                 TO jrnTabAccount (journalLineSlot)
062900             MOVE 'D' TO jrnTabDebitCredit (journalLineSlot)
063000             MOVE brnJrnGross (branchJournalSlot)
063100                 TO jrnTabAmount (journalLineSlot)
063200             MOVE 'POST' TO jrnTabEntryType (journalLineSlot)
063300             MOVE 'DAILY POSTINGS - CLEARING'
063400                 TO jrnTabDescription (journalLineSlot)
063500         END-IF
063600         PERFORM 4200-ADD-JOURNAL-LINE THRU 4200-EXIT
063700         IF journalLineSlot > ZEROS
063800             MOVE glMapTabIncome (glMapSlot)
063900                 TO jrnTabAccount (journalLineSlot)
064000             MOVE 'C' TO jrnTabDebitCredit (journalLineSlot)
064100             MOVE brnJrnGross (branchJournalSlot)
064200                 TO jrnTabAmount (journalLineSlot)
064300             MOVE 'POST' TO jrnTabEntryType (journalLineSlot)
064400             MOVE 'DAILY POSTINGS - INCOME'
064500                 TO jrnTabDescription (journalLineSlot)
064600         END-IF
064700     END-IF.
064800     IF brnJrnReversed (branchJournalSlot) > ZEROS
064900         PERFORM 4200-ADD-JOURNAL-LINE THRU 4200-EXIT
065000         IF journalLineSlot > ZEROS
065100             MOVE glMapTabIncome (glMapSlot)
065200                 TO jrnTabAccount (journalLineSlot)
065300             MOVE 'D' TO jrnTabDebitCredit (journalLineSlot)
065400             MOVE brnJrnReversed (branchJournalSlot)
065500                 TO jrnTabAmount (journalLineSlot)
065600             MOVE 'RVSL' TO jrnTabEntryType (journalLineSlot)
065700             MOVE 'REVERSALS TAKEN - INCOME'
065800                 TO jrnTabDescription (journalLineSlot)
065900         END-IF
066000         PERFORM 4200-ADD-JOURNAL-LINE THRU 4200-EXIT
066100         IF journalLineSlot > ZEROS
066200             MOVE glMapTabClearing (glMapSlot)
066300                 TO jrnTabAccount (journalLineSlot)
066400             MOVE 'C' TO jrnTabDebitCredit (journalLineSlot)
066500             MOVE brnJrnReversed (branchJournalSlot)
066600                 TO jrnTabAmount (journalLineSlot)
066700             MOVE 'RVSL' TO jrnTabEntryType (journalLineSlot)
066800             MOVE 'REVERSALS TAKEN - CLEARING'
066900                 TO jrnTabDescription (journalLineSlot)
067000         END-IF
067100     END-IF.
067200 4100-EXIT.
067300     EXIT.
067400
067500 4150-SCAN-GL-MAP.
067600     IF glMapTabBranch (glMapIndex) = brnJrnId (branchJournalSlot)
067700         MOVE glMapIndex TO glMapSlot
067800     END-IF.
067900 4150-EXIT.
068000     EXIT.
068100
068200*-------------------------------------------------------------*
068300* 4200-ADD-JOURNAL-LINE -- OPEN THE NEXT JOURNAL LINE FOR THE   *
068400* CURRENT BRANCH.  A FULL TABLE LEAVES journalLineSlot AT ZERO *
068500* FOR THE CALLER AND REFUSES THE JOURNAL.                       *
068600*-------------------------------------------------------------*
068700 4200-ADD-JOURNAL-LINE.
068800     IF journalLineCount >= 200
068900         IF NOT tableOverflowSeen
069000             SET tableOverflowSeen TO TRUE
069100             DISPLAY 'GLJRNL   - MORE THAN 200 JOURNAL LINES, '
069200                 'JOURNAL REFUSED'
069300         END-IF
069400         SET journalRefused TO TRUE
069500         MOVE ZEROS TO journalLineSlot
069600         GO TO 4200-EXIT
069700     END-IF.
069800     ADD 1 TO journalLineCount.
069900     MOVE journalLineCount TO journalLineSlot.
070000     MOVE SPACES TO journalLineEntry (journalLineSlot).
070100     MOVE brnJrnId (branchJournalSlot)
070200         TO jrnTabBranch (journalLineSlot).
070300     MOVE ZEROS TO jrnTabAmount (journalLineSlot).
070400 4200-EXIT.
070500     EXIT.
070600
070700*=============================================================*
070800* 4500-PROVE-JOURNAL -- THE TWO CHECKS THAT MUST HOLD BEFORE   *
070900* THE LEDGER SEES THE FILE: DEBITS EQUAL CREDITS, AND POSTINGS *
071000* LESS REVERSALS EQUAL THE WHOLE-DAY BALANCE ROW.              *
071100*=============================================================*
071200 4500-PROVE-JOURNAL.
071300     PERFORM 4550-TOTAL-ONE-LINE THRU 4550-EXIT
071400         VARYING journalLineIndex FROM 1 BY 1
071500         UNTIL journalLineIndex > journalLineCount.
071600     IF journalDebitTotal NOT = journalCreditTotal
071700         MOVE 'N' TO debitCreditSwitch
071800         SET journalRefused TO TRUE
071900         DISPLAY 'GLJRNL   - DEBITS DO NOT EQUAL CREDITS, '
072000             'JOURNAL REFUSED'
072100     END-IF.
072200     COMPUTE journalNetTotal =
072300         journalPostedTotal - journalReversedTotal.
072400     IF journalNetTotal NOT = wholeDayFloatTotal
072500         MOVE 'N' TO tieOutSwitch
072600         SET journalRefused TO TRUE
072700         DISPLAY 'GLJRNL   - JOURNAL DOES NOT TIE TO THE '
072800             'WHOLE-DAY BALANCE ROW, JOURNAL REFUSED'
072900     END-IF.
073000 4500-EXIT.
073100     EXIT.
073200
073300 4550-TOTAL-ONE-LINE.
073400     IF jrnTabDebitCredit (journalLineIndex) = 'D'
073500         ADD jrnTabAmount (journalLineIndex) TO journalDebitTotal
073600     ELSE
073700         ADD jrnTabAmount (journalLineIndex) TO journalCreditTotal
073800     END-IF.
073900*    THE CLEARING SIDE CARRIES THE DAY: ITS POSTING DEBITS LESS
074000*    ITS REVERSAL CREDITS MUST COME BACK TO THE WHOLE-DAY ROW.
074100     IF jrnTabEntryType (journalLineIndex) = 'POST'
074200         AND jrnTabDebitCredit (journalLineIndex) = 'D'
074300         ADD jrnTabAmount (journalLineIndex) TO journalPostedTotal
074400     END-IF.
074500     IF jrnTabEntryType (journalLineIndex) = 'RVSL'
074600         AND jrnTabDebitCredit (journalLineIndex) = 'C'
074700         ADD jrnTabAmount (journalLineIndex)
074800             TO journalReversedTotal
074900     END-IF.
075000 4550-EXIT.
075100     EXIT.
075200
075300*=============================================================*
075400* 6000-RELEASE-JOURNAL -- A PROVED JOURNAL GOES OUT HEADER,    *
075500* DETAILS, TRAILER, AND THE DATE IS ADDED TO JOURNAL CONTROL.  *
075600* A REFUSED JOURNAL LEAVES THE LEDGER FILE EMPTY AND JOURNAL   *
075700* CONTROL AS IT WAS, SO THE DATE CAN BE RUN AGAIN ONCE FIXED.  *
075800*=============================================================*
075900 6000-RELEASE-JOURNAL.
076000     IF journalRefused
076100         GO TO 6000-EXIT
076200     END-IF.
076300     ACCEPT currentTimeStamp FROM TIME.
076400     MOVE SPACES TO glJournalRecord.
076500     SET glJrnHeader TO TRUE.
076600     MOVE journalDate      TO glJrnBusinessDate.
076700     MOVE 'HELLOWLD'       TO glJrnSourceSystem.
076800     MOVE currentDateStamp TO glJrnCreatedDate.
076900     MOVE currentTimeStamp TO glJrnCreatedTime.
077000     WRITE glJrnlOutRecord FROM glJournalRecord.
077100     ADD 1 TO journalRecordsWritten.
077200     PERFORM 6100-WRITE-ONE-LINE THRU 6100-EXIT
077300         VARYING journalLineIndex FROM 1 BY 1
077400         UNTIL journalLineIndex > journalLineCount.
077500     MOVE SPACES TO glJournalRecord.
077600     SET glJrnTrailer TO TRUE.
077700     MOVE journalDate        TO glJrnBusinessDate.
077800     MOVE journalLineCount   TO glJrnLineCount.
077900     MOVE journalDebitTotal  TO glJrnDebitTotal.
078000     MOVE journalCreditTotal TO glJrnCreditTotal.
078100     WRITE glJrnlOutRecord FROM glJournalRecord.
078200     ADD 1 TO journalRecordsWritten.
078300     MOVE journalDate        TO glCtlDate.
078400     MOVE journalLineCount   TO glCtlLineCount.
078500     MOVE journalDebitTotal  TO glCtlDebitTotal.
078600     MOVE currentTimeStamp   TO glCtlTimeStamp.
078700     WRITE glCtlOutRecord FROM glControlRecord.
078800 6000-EXIT.
078900     EXIT.
079000
079100 6100-WRITE-ONE-LINE.
079200     MOVE SPACES TO glJournalRecord.
079300     SET glJrnDetail TO TRUE.
079400     MOVE journalDate      TO glJrnBusinessDate.
079500     MOVE journalLineIndex TO glJrnLineNumber.
079600     MOVE jrnTabAccount (journalLineIndex)     TO glJrnAccount.
079700     MOVE jrnTabBranch (journalLineIndex)      TO glJrnBranch.
079800     MOVE jrnTabDebitCredit (journalLineIndex)
079900         TO glJrnDebitCredit.
080000     MOVE jrnTabAmount (journalLineIndex)      TO glJrnAmount.
080100     MOVE jrnTabEntryType (journalLineIndex)   TO glJrnEntryType.
080200     MOVE jrnTabDescription (journalLineIndex)
080300         TO glJrnDescription.
080400     WRITE glJrnlOutRecord FROM glJournalRecord.
080500     ADD 1 TO journalRecordsWritten.
080600 6100-EXIT.
080700     EXIT.
080800
080900*=============================================================*
081000* 7000-PRODUCE-JOURNAL-REPORT -- THE BRANCH BREAKDOWN, THE     *
081100* PROOF FIGURES, AND THE VERDICT.                              *
081200*=============================================================*
081300 7000-PRODUCE-JOURNAL-REPORT.
081400     MOVE SPACES TO reportDetailLine.
081500     MOVE 'JOURNAL BY BRANCH' TO reportFieldLabel.
081600     WRITE glRptRecord FROM reportDetailLine
081700         AFTER ADVANCING 2 LINES.
081800     PERFORM 7100-REPORT-ONE-BRANCH THRU 7100-EXIT
081900         VARYING branchJournalIndex FROM 1 BY 1
082000         UNTIL branchJournalIndex > branchJournalCount.
082100
082200     MOVE 'TOTAL DEBITS' TO totLineLabel.
082300     MOVE journalDebitTotal TO totLineAmount.
082400     WRITE glRptRecord FROM journalTotalLine
082500         AFTER ADVANCING 2 LINES.
082600     MOVE 'TOTAL CREDITS' TO totLineLabel.
082700     MOVE journalCreditTotal TO totLineAmount.
082800     WRITE glRptRecord FROM journalTotalLine
082900         AFTER ADVANCING 1 LINES.
083000     MOVE 'POSTINGS LESS REVERSALS' TO totLineLabel.
083100     IF journalNetTotal < ZEROS
083200         MOVE ZEROS TO totLineAmount
083300     ELSE
083400         MOVE journalNetTotal TO totLineAmount
083500     END-IF.
083600     WRITE glRptRecord FROM journalTotalLine
083700         AFTER ADVANCING 1 LINES.
083800     MOVE 'WHOLE-DAY BALANCE ROW' TO totLineLabel.
083900     MOVE wholeDayFloatTotal TO totLineAmount.
084000     WRITE glRptRecord FROM journalTotalLine
084100         AFTER ADVANCING 1 LINES.
084200
084300     MOVE SPACES TO reportDetailLine.
084400     MOVE 'BALANCE ROWS READ' TO reportFieldLabel.
084500     MOVE balanceRowsReadCount TO reportFieldValue.
084600     WRITE glRptRecord FROM reportDetailLine
084700         AFTER ADVANCING 2 LINES.
084800
084900     MOVE SPACES TO reportDetailLine.
085000     MOVE 'BRANCH ROWS JOURNALED' TO reportFieldLabel.
085100     MOVE branchRowsUsedCount TO reportFieldValue.
085200     WRITE glRptRecord FROM reportDetailLine
085300         AFTER ADVANCING 1 LINES.
085400
085500     MOVE SPACES TO reportDetailLine.
085600     MOVE 'REVERSALS TAKEN' TO reportFieldLabel.
085700     MOVE reversalsTakenCount TO reportFieldValue.
085800     WRITE glRptRecord FROM reportDetailLine
085900         AFTER ADVANCING 1 LINES.
086000
086100     MOVE SPACES TO reportDetailLine.
086200     MOVE 'REVERSALS WITH NO BRANCH' TO reportFieldLabel.
086300     MOVE unstampedReversalCount TO reportFieldValue.
086400     WRITE glRptRecord FROM reportDetailLine
086500         AFTER ADVANCING 1 LINES.
086600
086700     MOVE SPACES TO reportDetailLine.
086800     MOVE 'JOURNAL LINES' TO reportFieldLabel.
086900     MOVE journalLineCount TO reportFieldValue.
087000     WRITE glRptRecord FROM reportDetailLine
087100         AFTER ADVANCING 1 LINES.
087200
087300     MOVE SPACES TO reportDetailLine.
087400     MOVE 'JOURNAL RECORDS WRITTEN' TO reportFieldLabel.
087500     MOVE journalRecordsWritten TO reportFieldValue.
087600     WRITE glRptRecord FROM reportDetailLine
087700         AFTER ADVANCING 1 LINES.
087800
087900     MOVE SPACES TO reportDetailLine.
088000     IF journalRefused
088100         IF dateAlreadyJournaled
088200             MOVE '** DATE ALREADY JOURNALED **'
088300                 TO reportFieldLabel
088400         ELSE
088500             MOVE '** JOURNAL NOT RELEASED **' TO reportFieldLabel
088600         END-IF
088700     ELSE
088800         MOVE 'JOURNAL RELEASED TO LEDGER' TO reportFieldLabel
088900     END-IF.
089000     WRITE glRptRecord FROM reportDetailLine
089100         AFTER ADVANCING 2 LINES.
089200 7000-EXIT.
089300     EXIT.
089400
089500 7100-REPORT-ONE-BRANCH.
089600     MOVE branchJournalIndex TO branchJournalSlot.
089700     MOVE brnJrnId (branchJournalSlot) TO brnLineId.
089800     MOVE SPACES TO brnLineClearing.
089900     MOVE SPACES TO brnLineIncome.
090000     MOVE brnJrnMapSlot (branchJournalSlot) TO glMapSlot.
090100     IF glMapSlot > ZEROS
090200         MOVE glMapTabClearing (glMapSlot) TO brnLineClearing
090300         MOVE glMapTabIncome (glMapSlot)   TO brnLineIncome
090400     END-IF.
090500     MOVE brnJrnGross (branchJournalSlot)    TO brnLineGross.
090600     MOVE brnJrnReversed (branchJournalSlot) TO brnLineReversed.
090700     MOVE brnJrnNetFloat (branchJournalSlot) TO brnLineNet.
090800     IF NOT brnJrnRowSeen (branchJournalSlot)
090900         MOVE '** NO BALANCE ROW' TO brnLineFlag
091000     ELSE
091100         IF glMapSlot = ZEROS
091200             MOVE '** NO GL MAPPING' TO brnLineFlag
091300         ELSE
091400             MOVE SPACES TO brnLineFlag
091500         END-IF
091600     END-IF.
091700     WRITE glRptRecord FROM branchJournalLine
091800         AFTER ADVANCING 1 LINES.
091900 7100-EXIT.
092000     EXIT.
092100
092200*=============================================================*
092300* 9000-TERMINATE -- CLOSE DOWN.  A REFUSED JOURNAL HOLDS THE   *
092400* SCHEDULER WITH 8 SO THE LEDGER LOAD DOES NOT RUN.            *
092500*=============================================================*
092600 9000-TERMINATE.
092700     CLOSE BALIN.
092800     CLOSE AUDITIN.
092900     IF fileStatusGlctlin = '00' OR fileStatusGlctlin = '05'
093000         OR fileStatusGlctlin = '10'
093100         CLOSE GLCTLIN
093200     END-IF.
093300     CLOSE GLCTLOUT.
093400     CLOSE GLJRNL.
093500     CLOSE GLRPT.
093600     IF journalRefused
093700         MOVE 8 TO RETURN-CODE
093800     ELSE
093900         MOVE 0 TO RETURN-CODE
094000     END-IF.
094100     DISPLAY 'GLJRNL   - RUN COMPLETE, RETURN-CODE = '
094200         RETURN-CODE.
094300 9000-EXIT.
094400     EXIT.
094500
094600*=============================================================*
094700* 9900-ABEND -- FATAL SETUP FAILURE.                           *
094800*=============================================================*
094900 9900-ABEND.
095000     MOVE 16 TO RETURN-CODE.
095100     DISPLAY 'GLJRNL   - ABEND CONDITION, RETURN-CODE = 16'.
095200     STOP RUN.
