000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MailHouse.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/15/2026 TB    INITIAL VERSION.  SPLITS THE DAILY RUN'S   *
001200*                  LETTER ROUTING FILE (LTRROUTE) THREE WAYS: *
001300*                  MAILED LETTERS, SORTED BY POSTAL CODE,     *
001400*                  EACH UNDER ITS ADDRESS BLOCK WITH A PIECE  *
001500*                  NUMBER AND A PIECE-COUNT CONTROL PAGE FOR  *
001600*                  THE MAIL HOUSE (MAILHSE); E-MAIL LETTERS   *
001700*                  FOR THE ELECTRONIC DELIVERY SERVICE        *
001800*                  (EDELIVER); AND A LIST OF THE SUPPRESSED   *
001900*                  LETTERS AND WHY (LTRSUPP).  THE REPORT     *
002000*                  (MHRPT) RECONCILES LETTERS GENERATED       *
002100*                  AGAINST MAILED, SENT ELECTRONICALLY, AND   *
002200*                  SUPPRESSED.  REPLACES MATCHING THE LETTERS *
002300*                  PAGES TO ENVELOPES BY HAND.                *
002400*-----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     C01 IS TO-NEW-PAGE.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LTRROUTE ASSIGN TO LTRROUTE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS fileStatusLtrroute.
003600     SELECT MAILHSE  ASSIGN TO MAILHSE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS fileStatusMailhse.
003900     SELECT EDELIVER ASSIGN TO EDELIVER
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS fileStatusEdeliver.
004200     SELECT LTRSUPP  ASSIGN TO LTRSUPP
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS fileStatusLtrsupp.
004500     SELECT MHRPT    ASSIGN TO MHRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS fileStatusMhrpt.
004800     SELECT SORTWK   ASSIGN TO SORTWK.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LTRROUTE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 180 CHARACTERS.
005600 01  ltrRouteInRecord          PIC X(180).
005700
005800 FD  MAILHSE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 132 CHARACTERS.
006200 01  mailHouseRecord           PIC X(132).
006300
006400 FD  EDELIVER
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 180 CHARACTERS.
006800 01  eDeliverRecord            PIC X(180).
006900
007000 FD  LTRSUPP
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  ltrSuppRecord             PIC X(132).
007500
007600 FD  MHRPT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 132 CHARACTERS.
008000 01  mhRptRecord               PIC X(132).
008100
008200*    THE MAILED LETTERS ON THEIR WAY TO THE MAIL HOUSE: EVERY
008300*    RECORD OF A LETTER CARRIES THE LETTER'S POSTAL CODE AND ITS
008400*    PLACE IN THE ROUTING FILE, SO THE ADDRESS RECORD AND ITS
008500*    LINES SORT TOGETHER AND IN ORDER.
008600 SD  SORTWK
008700     RECORD CONTAINS 205 CHARACTERS.
008800 01  sortMailRecord.
008900     05  sortPostalCode        PIC X(10).
009000     05  sortCustomer          PIC 9(06).
009100     05  sortLetterSeq         PIC 9(06).
009200     05  sortLineSeq           PIC 9(03).
009300     05  sortRouteData         PIC X(180).
009400
009500 WORKING-STORAGE SECTION.
009600*-----------------------------------------------------------*
009700* THE SHARED ROUTING AND REPORT LAYOUTS.                     *
009800*-----------------------------------------------------------*
009900     COPY LTRRTREC.
010000     COPY RPTLINE.
010100
010200 01  fileStatusFields.
010300     05  fileStatusLtrroute    PIC X(02) VALUE SPACES.
010400     05  fileStatusMailhse     PIC X(02) VALUE SPACES.
010500     05  fileStatusEdeliver    PIC X(02) VALUE SPACES.
010600     05  fileStatusLtrsupp     PIC X(02) VALUE SPACES.
010700     05  fileStatusMhrpt       PIC X(02) VALUE SPACES.
010800
010900 01  programSwitches.
011000     05  routeEofSwitch        PIC X(01) VALUE 'N'.
011100         88  routeFileAtEnd              VALUE 'Y'.
011200     05  sortEofSwitch         PIC X(01) VALUE 'N'.
011300         88  sortedAtEnd                 VALUE 'Y'.
011400     05  letterOpenSwitch      PIC X(01) VALUE 'N'.
011500         88  letterInProgress            VALUE 'Y'.
011600     05  currentRoute          PIC X(01) VALUE SPACE.
011700         88  currentMailed               VALUE 'M'.
011800         88  currentElectronic           VALUE 'E'.
011900         88  currentSuppressed           VALUE 'S'.
012000     05  routingBalanceSwitch  PIC X(01) VALUE 'Y'.
012100         88  routingInBalance            VALUE 'Y'.
012200
012300*-----------------------------------------------------------*
012400* MAIL-HOUSE PRINT LINES -- ONE PAGE PER PIECE: THE PIECE     *
012500* LINE THE INSERTER READS, THE ADDRESS BLOCK IN THE ENVELOPE  *
012600* WINDOW, THEN THE LETTER AS THE DAILY RUN PRINTED IT.        *
012700*-----------------------------------------------------------*
012800 01  mailPieceLine.
012900     05  FILLER                PIC X(10) VALUE SPACES.
013000     05  FILLER                PIC X(06) VALUE 'PIECE '.
013100     05  mailPieceNumber       PIC Z(05)9.
013200     05  FILLER                PIC X(03) VALUE SPACES.
013300     05  FILLER                PIC X(12) VALUE 'POSTAL CODE '.
013400     05  mailPiecePostal       PIC X(10).
013500     05  FILLER                PIC X(03) VALUE SPACES.
013600     05  FILLER                PIC X(09) VALUE 'CUSTOMER '.
013700     05  mailPieceCustomer     PIC 9(06).
013800     05  FILLER                PIC X(03) VALUE SPACES.
013900     05  FILLER                PIC X(05) VALUE 'TYPE '.
014000     05  mailPieceType         PIC X(03).
014100     05  FILLER                PIC X(56) VALUE SPACES.
014200
014300 01  mailAddressLine.
014400     05  FILLER                PIC X(10) VALUE SPACES.
014500     05  mailAddrText          PIC X(60).
014600     05  FILLER                PIC X(62) VALUE SPACES.
014700
014800*-----------------------------------------------------------*
014900* SUPPRESSED-LETTER LIST LINES.                              *
015000*-----------------------------------------------------------*
015100 01  suppColumnLine.
015200     05  FILLER                PIC X(05) VALUE SPACES.
015300     05  FILLER                PIC X(09) VALUE 'CUSTOMER '.
015400     05  FILLER                PIC X(23) VALUE 'NAME'.
015500     05  FILLER                PIC X(06) VALUE 'TYPE'.
015600     05  FILLER                PIC X(07) VALUE 'CODE'.
015700     05  FILLER                PIC X(30) VALUE 'REASON'.
015800     05  FILLER                PIC X(52) VALUE SPACES.
015900
016000 01  suppDetailLine.
016100     05  FILLER                PIC X(05) VALUE SPACES.
016200     05  suppLineCustomer      PIC 9(06).
016300     05  FILLER                PIC X(03) VALUE SPACES.
016400     05  suppLineName          PIC X(20).
016500     05  FILLER                PIC X(03) VALUE SPACES.
016600     05  suppLineType          PIC X(03).
016700     05  FILLER                PIC X(03) VALUE SPACES.
016800     05  suppLineReason        PIC X(04).
016900     05  FILLER                PIC X(03) VALUE SPACES.
017000     05  suppLineReasonText    PIC X(30).
017100     05  FILLER                PIC X(52) VALUE SPACES.
017200
017300 77  lettersReadCount          PIC 9(06) VALUE ZEROS COMP.
017400 77  linesReadCount            PIC 9(06) VALUE ZEROS COMP.
017500 77  lettersMailedCount        PIC 9(06) VALUE ZEROS COMP.
017600 77  lettersEmailedCount       PIC 9(06) VALUE ZEROS COMP.
017700 77  lettersSuppressedCount    PIC 9(06) VALUE ZEROS COMP.
017800 77  lettersAccountedTotal     PIC 9(06) VALUE ZEROS COMP.
017900 77  mailedNoEmailCount        PIC 9(06) VALUE ZEROS COMP.
018000 77  suppressedOptOutCount     PIC 9(06) VALUE ZEROS COMP.
018100 77  suppressedUndelivCount    PIC 9(06) VALUE ZEROS COMP.
018200 77  suppressedNoAddrCount     PIC 9(06) VALUE ZEROS COMP.
018300 77  unroutableCount           PIC 9(06) VALUE ZEROS COMP.
018400 77  strayRecordCount          PIC 9(06) VALUE ZEROS COMP.
018500 77  lineCountErrorCount       PIC 9(06) VALUE ZEROS COMP.
018600 77  piecesPrintedCount        PIC 9(06) VALUE ZEROS COMP.
018700 77  mailLinesPrinted          PIC 9(06) VALUE ZEROS COMP.
018800 77  electronicRecordsWritten  PIC 9(06) VALUE ZEROS COMP.
018900 77  letterSequence            PIC 9(06) VALUE ZEROS COMP.
019000 77  currentLineSeq            PIC 9(03) VALUE ZEROS COMP.
019100 77  currentDeclaredLines      PIC 9(03) VALUE ZEROS COMP.
019200 77  currentCustomer           PIC 9(06) VALUE ZEROS.
019300 77  currentPostal             PIC X(10) VALUE SPACES.
019400 77  mailAdvanceLines          PIC 9(02) VALUE ZEROS COMP.
019500 77  businessDateValue         PIC 9(08) VALUE ZEROS.
019600 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
019700
019800 PROCEDURE DIVISION.
019900*=============================================================*
020000* 0000-MAINLINE -- DRIVES THE WHOLE RUN.  THE SORT'S INPUT     *
020100* SIDE SPLITS THE ROUTING FILE; ITS OUTPUT SIDE PRINTS THE     *
020200* MAILED LETTERS IN POSTAL ORDER.                              *
020300*=============================================================*
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     SORT SORTWK
020700         ON ASCENDING KEY sortPostalCode sortCustomer
020800                          sortLetterSeq sortLineSeq
020900         INPUT PROCEDURE IS 2000-SPLIT-ROUTES THRU 2000-EXIT
021000         OUTPUT PROCEDURE IS 3000-PRINT-MAIL-HOUSE THRU 3000-EXIT.
021100     IF SORT-RETURN NOT = ZERO
021200         DISPLAY 'MAILHSE  - POSTAL SORT FAILED, SORT-RETURN='
021300             SORT-RETURN
021400         GO TO 9900-ABEND
021500     END-IF.
021600     PERFORM 5000-PRODUCE-ROUTING-REPORT THRU 5000-EXIT.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     STOP RUN.
021900
022000*=============================================================*
022100* 1000-INITIALIZE -- OPEN EVERYTHING AND HEAD THE SUPPRESSED   *
022200* LIST                                                         *
022300*=============================================================*
022400 1000-INITIALIZE.
022500     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
022600     OPEN INPUT LTRROUTE.
022700     IF fileStatusLtrroute NOT = '00'
022800         DISPLAY 'MAILHSE  - UNABLE TO OPEN LTRROUTE, STATUS='
022900             fileStatusLtrroute
023000         GO TO 9900-ABEND
023100     END-IF.
023200     OPEN OUTPUT MAILHSE.
023300     IF fileStatusMailhse NOT = '00'
023400         DISPLAY 'MAILHSE  - UNABLE TO OPEN MAILHSE, STATUS='
023500             fileStatusMailhse
023600         GO TO 9900-ABEND
023700     END-IF.
023800     OPEN OUTPUT EDELIVER.
023900     IF fileStatusEdeliver NOT = '00'
024000         DISPLAY 'MAILHSE  - UNABLE TO OPEN EDELIVER, STATUS='
024100             fileStatusEdeliver
024200         GO TO 9900-ABEND
024300     END-IF.
024400     OPEN OUTPUT LTRSUPP.
024500     IF fileStatusLtrsupp NOT = '00'
024600         DISPLAY 'MAILHSE  - UNABLE TO OPEN LTRSUPP, STATUS='
024700             fileStatusLtrsupp
024800         GO TO 9900-ABEND
024900     END-IF.
025000     OPEN OUTPUT MHRPT.
025100     IF fileStatusMhrpt NOT = '00'
025200         DISPLAY 'MAILHSE  - UNABLE TO OPEN MHRPT, STATUS='
025300             fileStatusMhrpt
025400         GO TO 9900-ABEND
025500     END-IF.
025600     MOVE SPACES TO reportDetailLine.
025700     MOVE 'SUPPRESSED LETTERS -- NOT MAILED OR SENT'
025800         TO reportHeadingTitle.
025900     MOVE currentDateStamp TO reportHeadingDate.
026000     WRITE ltrSuppRecord FROM reportHeadingLine
026100         AFTER ADVANCING TO-NEW-PAGE.
026200     WRITE ltrSuppRecord FROM suppColumnLine
026300         AFTER ADVANCING 2 LINES.
026400 1000-EXIT.
026500     EXIT.
026600
026700*=============================================================*
026800* 2000-SPLIT-ROUTES -- THE SORT'S INPUT PROCEDURE.  EACH       *
026900* LETTER GOES WHERE ITS ADDRESS RECORD SAYS: MAILED LETTERS TO *
027000* THE SORT, E-MAIL LETTERS STRAIGHT TO EDELIVER, SUPPRESSED    *
027100* LETTERS ONTO THE LIST.  EVERY LETTER'S LINES ARE COUNTED     *
027200* AGAINST ITS HEADER WHICHEVER WAY IT GOES.                    *
027300*=============================================================*
027400 2000-SPLIT-ROUTES.
027500     PERFORM 2100-READ-ROUTE-RECORD THRU 2100-EXIT
027600         UNTIL routeFileAtEnd.
027700     PERFORM 2400-CLOSE-LETTER THRU 2400-EXIT.
027800     MOVE SPACES TO reportDetailLine.
027900     MOVE 'LETTERS SUPPRESSED' TO reportFieldLabel.
028000     MOVE lettersSuppressedCount TO reportFieldValue.
028100     WRITE ltrSuppRecord FROM reportDetailLine
028200         AFTER ADVANCING 2 LINES.
028300 2000-EXIT.
028400     EXIT.
028500
028600 2100-READ-ROUTE-RECORD.
028700     READ LTRROUTE INTO letterRouteRecord
028800         AT END
028900             SET routeFileAtEnd TO TRUE
029000     END-READ.
029100     IF routeFileAtEnd
029200         GO TO 2100-EXIT
029300     END-IF.
029400     EVALUATE TRUE
029500         WHEN ltrRteAddressRec
029600             PERFORM 2200-START-LETTER THRU 2200-EXIT
029700         WHEN ltrRteLineRec
029800             PERFORM 2300-ROUTE-LETTER-LINE THRU 2300-EXIT
029900         WHEN OTHER
030000             ADD 1 TO strayRecordCount
030100             DISPLAY 'MAILHSE  - UNKNOWN ROUTING RECORD TYPE '
030200                 ltrRteRecType
030300     END-EVALUATE.
030400 2100-EXIT.
030500     EXIT.
030600
030700*-------------------------------------------------------------*
030800* 2200-START-LETTER -- AN ADDRESS RECORD CLOSES THE LETTER     *
030900* BEFORE IT AND SETS THE ROUTE FOR THE LINES THAT FOLLOW.      *
031000*-------------------------------------------------------------*
031100 2200-START-LETTER.
031200     PERFORM 2400-CLOSE-LETTER THRU 2400-EXIT.
031300     ADD 1 TO lettersReadCount.
031400     ADD 1 TO letterSequence.
031500     IF businessDateValue = ZEROS AND ltrRteDate NUMERIC
031600         MOVE ltrRteDate TO businessDateValue
031700     END-IF.
031800     MOVE ltrRteCustomer   TO currentCustomer.
031900     MOVE ltrRtePostalCode TO currentPostal.
032000     MOVE ZEROS TO currentLineSeq.
032100     IF ltrRteLineCount NUMERIC
032200         MOVE ltrRteLineCount TO currentDeclaredLines
032300     ELSE
032400         MOVE ZEROS TO currentDeclaredLines
032500     END-IF.
032600     SET letterInProgress TO TRUE.
032700     MOVE ltrRteRoute TO currentRoute.
032800     EVALUATE TRUE
032900         WHEN ltrRteMailed
033000             ADD 1 TO lettersMailedCount
033100             IF ltrRteReasonNoEmail
033200                 ADD 1 TO mailedNoEmailCount
033300             END-IF
033400             PERFORM 2500-RELEASE-SORT-RECORD THRU 2500-EXIT
033500         WHEN ltrRteElectronic
033600             ADD 1 TO lettersEmailedCount
033700             WRITE eDeliverRecord FROM letterRouteRecord
033800             ADD 1 TO electronicRecordsWritten
033900         WHEN ltrRteSuppressed
034000             ADD 1 TO lettersSuppressedCount
034100             PERFORM 2600-LIST-SUPPRESSED THRU 2600-EXIT
034200         WHEN OTHER
034300             ADD 1 TO unroutableCount
034400             DISPLAY 'MAILHSE  - LETTER FOR CUSTOMER '
034500                 ltrRteCustomer ' CARRIES NO VALID ROUTE'
034600     END-EVALUATE.
034700 2200-EXIT.
034800     EXIT.
034900
035000*    A SUPPRESSED LETTER'S LINES ARE COUNTED AND DROPPED.
035100 2300-ROUTE-LETTER-LINE.
035200     ADD 1 TO linesReadCount.
035300     IF NOT letterInProgress
035400         ADD 1 TO strayRecordCount
035500         DISPLAY 'MAILHSE  - LETTER LINE AHEAD OF ANY ADDRESS '
035600             'RECORD DROPPED'
035700         GO TO 2300-EXIT
035800     END-IF.
035900     ADD 1 TO currentLineSeq.
036000     EVALUATE TRUE
036100         WHEN currentMailed
036200             PERFORM 2500-RELEASE-SORT-RECORD THRU 2500-EXIT
036300         WHEN currentElectronic
036400             WRITE eDeliverRecord FROM letterRouteRecord
036500             ADD 1 TO electronicRecordsWritten
036600     END-EVALUATE.
036700 2300-EXIT.
036800     EXIT.
036900
037000 2400-CLOSE-LETTER.
037100     IF NOT letterInProgress
037200         GO TO 2400-EXIT
037300     END-IF.
037400     IF currentLineSeq NOT = currentDeclaredLines
037500         ADD 1 TO lineCountErrorCount
037600         DISPLAY 'MAILHSE  - LETTER FOR CUSTOMER ' currentCustomer
037700             ' HAS ' currentLineSeq ' LINES, HEADER SAYS '
037800             currentDeclaredLines
037900     END-IF.
038000     MOVE 'N' TO letterOpenSwitch.
038100 2400-EXIT.
038200     EXIT.
038300
038400 2500-RELEASE-SORT-RECORD.
038500     MOVE currentPostal     TO sortPostalCode.
038600     MOVE currentCustomer   TO sortCustomer.
038700     MOVE letterSequence    TO sortLetterSeq.
038800     MOVE currentLineSeq    TO sortLineSeq.
038900     MOVE letterRouteRecord TO sortRouteData.
039000     RELEASE sortMailRecord.
039100 2500-EXIT.
039200     EXIT.
039300
039400 2600-LIST-SUPPRESSED.
039500     MOVE ltrRteCustomer   TO suppLineCustomer.
039600     MOVE ltrRteName       TO suppLineName.
039700     MOVE ltrRteLetterType TO suppLineType.
039800     MOVE ltrRteReason     TO suppLineReason.
039900     EVALUATE TRUE
040000         WHEN ltrRteReasonOptedOut
040100             ADD 1 TO suppressedOptOutCount
040200             MOVE 'CUSTOMER OPTED OUT' TO suppLineReasonText
040300         WHEN ltrRteReasonUndeliv
040400             ADD 1 TO suppressedUndelivCount
040500             MOVE 'ADDRESS FLAGGED UNDELIVERABLE'
040600                 TO suppLineReasonText
040700         WHEN ltrRteReasonNoAddress
040800             ADD 1 TO suppressedNoAddrCount
040900             MOVE 'NO USABLE MAILING ADDRESS'
041000                 TO suppLineReasonText
041100         WHEN OTHER
041200             MOVE 'REASON NOT RECORDED' TO suppLineReasonText
041300     END-EVALUATE.
041400     WRITE ltrSuppRecord FROM suppDetailLine
041500         AFTER ADVANCING 1 LINES.
041600 2600-EXIT.
041700     EXIT.
041800
041900*=============================================================*
042000* 3000-PRINT-MAIL-HOUSE -- THE SORT'S OUTPUT PROCEDURE.  THE   *
042100* MAILED LETTERS COME BACK IN POSTAL-CODE ORDER, EACH ADDRESS  *
042200* RECORD AHEAD OF ITS OWN LINES.  THE FILE ENDS WITH THE       *
042300* PIECE-COUNT CONTROL PAGE.                                    *
042400*=============================================================*
042500 3000-PRINT-MAIL-HOUSE.
042600     PERFORM 3100-PRINT-SORTED-RECORD THRU 3100-EXIT
042700         UNTIL sortedAtEnd.
042800     PERFORM 3400-PRINT-PIECE-COUNT THRU 3400-EXIT.
042900 3000-EXIT.
043000     EXIT.
043100
043200 3100-PRINT-SORTED-RECORD.
043300     RETURN SORTWK
043400         AT END
043500             SET sortedAtEnd TO TRUE
043600     END-RETURN.
043700     IF sortedAtEnd
043800         GO TO 3100-EXIT
043900     END-IF.
044000     MOVE sortRouteData TO letterRouteRecord.
044100     IF ltrRteAddressRec
044200         PERFORM 3200-PRINT-ADDRESS-BLOCK THRU 3200-EXIT
044300     ELSE
044400         PERFORM 3300-PRINT-LETTER-LINE THRU 3300-EXIT
044500     END-IF.
044600 3100-EXIT.
044700     EXIT.
044800
044900*-------------------------------------------------------------*
045000* 3200-PRINT-ADDRESS-BLOCK -- A NEW PAGE PER PIECE.  THE       *
045100* SECOND ADDRESS LINE IS LEFT OUT WHEN IT IS BLANK SO THE      *
045200* BLOCK STAYS TOGETHER IN THE WINDOW.                          *
045300*-------------------------------------------------------------*
045400 3200-PRINT-ADDRESS-BLOCK.
045500     ADD 1 TO piecesPrintedCount.
045600     MOVE piecesPrintedCount TO mailPieceNumber.
045700     MOVE ltrRtePostalCode   TO mailPiecePostal.
045800     MOVE ltrRteCustomer     TO mailPieceCustomer.
045900     MOVE ltrRteLetterType   TO mailPieceType.
046000     WRITE mailHouseRecord FROM mailPieceLine
046100         AFTER ADVANCING TO-NEW-PAGE.
046200     MOVE ltrRteName TO mailAddrText.
046300     WRITE mailHouseRecord FROM mailAddressLine
046400         AFTER ADVANCING 3 LINES.
046500     MOVE ltrRteAddrLine1 TO mailAddrText.
046600     WRITE mailHouseRecord FROM mailAddressLine
046700         AFTER ADVANCING 1 LINES.
046800     IF ltrRteAddrLine2 NOT = SPACES
046900         MOVE ltrRteAddrLine2 TO mailAddrText
047000         WRITE mailHouseRecord FROM mailAddressLine
047100             AFTER ADVANCING 1 LINES
047200     END-IF.
047300     MOVE SPACES TO mailAddrText.
047400     STRING ltrRteCity         DELIMITED BY '  '
047500            ', '               DELIMITED BY SIZE
047600            ltrRteState        DELIMITED BY SIZE
047700            '  '               DELIMITED BY SIZE
047800            ltrRtePostalCode   DELIMITED BY '  '
047900         INTO mailAddrText
048000     END-STRING.
048100     WRITE mailHouseRecord FROM mailAddressLine
048200         AFTER ADVANCING 1 LINES.
048300 3200-EXIT.
048400     EXIT.
048500
048600*    THE LETTER'S OWN PAGE BREAK IS ALREADY TAKEN BY THE ADDRESS
048700*    BLOCK, SO ITS FIRST LINE DROPS BELOW THE WINDOW INSTEAD.
048800 3300-PRINT-LETTER-LINE.
048900     EVALUATE TRUE
049000         WHEN ltrRteNewPage
049100             MOVE 3 TO mailAdvanceLines
049200         WHEN ltrRteTwoLines
049300             MOVE 2 TO mailAdvanceLines
049400         WHEN OTHER
049500             MOVE 1 TO mailAdvanceLines
049600     END-EVALUATE.
049700     WRITE mailHouseRecord FROM ltrRteLineText
049800         AFTER ADVANCING mailAdvanceLines LINES.
049900     ADD 1 TO mailLinesPrinted.
050000 3300-EXIT.
050100     EXIT.
050200
050300 3400-PRINT-PIECE-COUNT.
050400     MOVE SPACES TO reportDetailLine.
050500     MOVE 'MAIL HOUSE CONTROL PAGE -- BUSINESS DATE'
050600         TO reportHeadingTitle.
050700     MOVE businessDateValue TO reportHeadingDate.
050800     WRITE mailHouseRecord FROM reportHeadingLine
050900         AFTER ADVANCING TO-NEW-PAGE.
051000     MOVE SPACES TO reportDetailLine.
051100     MOVE 'PIECES IN THIS FILE' TO reportFieldLabel.
051200     MOVE piecesPrintedCount TO reportFieldValue.
051300     WRITE mailHouseRecord FROM reportDetailLine
051400         AFTER ADVANCING 2 LINES.
051500     MOVE SPACES TO reportDetailLine.
051600     MOVE 'LETTER LINES PRINTED' TO reportFieldLabel.
051700     MOVE mailLinesPrinted TO reportFieldValue.
051800     WRITE mailHouseRecord FROM reportDetailLine
051900         AFTER ADVANCING 1 LINES.
052000 3400-EXIT.
052100     EXIT.
052200
052300*=============================================================*
052400* 5000-PRODUCE-ROUTING-REPORT -- LETTERS GENERATED AGAINST     *
052500* WHERE THEY WENT.  EVERY LETTER ON THE ROUTING FILE MUST BE   *
052600* MAILED, SENT, OR SUPPRESSED, EVERY MAILED LETTER MUST BE A   *
052700* PIECE IN THE MAIL-HOUSE FILE, AND EVERY LETTER MUST CARRY    *
052800* THE LINES ITS HEADER SAYS.                                   *
052900*=============================================================*
053000 5000-PRODUCE-ROUTING-REPORT.
053100     MOVE SPACES TO reportDetailLine.
053200     MOVE 'LETTER ROUTING -- MAIL HOUSE, E-MAIL, SUPPRESSED'
053300         TO reportHeadingTitle.
053400     MOVE currentDateStamp TO reportHeadingDate.
053500     WRITE mhRptRecord FROM reportHeadingLine
053600         AFTER ADVANCING TO-NEW-PAGE.
053700
053800     MOVE SPACES TO reportDetailLine.
053900     MOVE 'BUSINESS DATE ROUTED' TO reportFieldLabel.
054000     MOVE businessDateValue TO reportFieldValue.
054100     WRITE mhRptRecord FROM reportDetailLine
054200         AFTER ADVANCING 2 LINES.
054300
054400     MOVE SPACES TO reportDetailLine.
054500     MOVE 'LETTERS GENERATED' TO reportFieldLabel.
054600     MOVE lettersReadCount TO reportFieldValue.
054700     WRITE mhRptRecord FROM reportDetailLine
054800         AFTER ADVANCING 2 LINES.
054900
055000     MOVE SPACES TO reportDetailLine.
055100     MOVE 'LETTER LINES ON ROUTING FILE' TO reportFieldLabel.
055200     MOVE linesReadCount TO reportFieldValue.
055300     WRITE mhRptRecord FROM reportDetailLine
055400         AFTER ADVANCING 1 LINES.
055500
055600     MOVE SPACES TO reportDetailLine.
055700     MOVE 'LETTERS TO MAIL HOUSE' TO reportFieldLabel.
055800     MOVE lettersMailedCount TO reportFieldValue.
055900     WRITE mhRptRecord FROM reportDetailLine
056000         AFTER ADVANCING 2 LINES.
056100
056200     MOVE SPACES TO reportDetailLine.
056300     MOVE 'MAILED, NO E-MAIL ON FILE' TO reportFieldLabel.
056400     MOVE mailedNoEmailCount TO reportFieldValue.
056500     WRITE mhRptRecord FROM reportDetailLine
056600         AFTER ADVANCING 1 LINES.
056700
056800     MOVE SPACES TO reportDetailLine.
056900     MOVE 'MAIL HOUSE PIECES PRINTED' TO reportFieldLabel.
057000     MOVE piecesPrintedCount TO reportFieldValue.
057100     WRITE mhRptRecord FROM reportDetailLine
057200         AFTER ADVANCING 1 LINES.
057300
057400     MOVE SPACES TO reportDetailLine.
057500     MOVE 'LETTERS SENT ELECTRONICALLY' TO reportFieldLabel.
057600     MOVE lettersEmailedCount TO reportFieldValue.
057700     WRITE mhRptRecord FROM reportDetailLine
057800         AFTER ADVANCING 1 LINES.
057900
058000     MOVE SPACES TO reportDetailLine.
058100     MOVE 'E-DELIVERY RECORDS WRITTEN' TO reportFieldLabel.
058200     MOVE electronicRecordsWritten TO reportFieldValue.
058300     WRITE mhRptRecord FROM reportDetailLine
058400         AFTER ADVANCING 1 LINES.
058500
058600     MOVE SPACES TO reportDetailLine.
058700     MOVE 'LETTERS SUPPRESSED' TO reportFieldLabel.
058800     MOVE lettersSuppressedCount TO reportFieldValue.
058900     WRITE mhRptRecord FROM reportDetailLine
059000         AFTER ADVANCING 1 LINES.
059100
059200     MOVE SPACES TO reportDetailLine.
059300     MOVE 'SUPPRESSED, OPTED OUT' TO reportFieldLabel.
059400     MOVE suppressedOptOutCount TO reportFieldValue.
059500     WRITE mhRptRecord FROM reportDetailLine
059600         AFTER ADVANCING 1 LINES.
059700
059800     MOVE SPACES TO reportDetailLine.
059900     MOVE 'SUPPRESSED, UNDELIVERABLE' TO reportFieldLabel.
060000     MOVE suppressedUndelivCount TO reportFieldValue.
060100     WRITE mhRptRecord FROM reportDetailLine
060200         AFTER ADVANCING 1 LINES.
060300
060400     MOVE SPACES TO reportDetailLine.
060500     MOVE 'SUPPRESSED, NO ADDRESS' TO reportFieldLabel.
060600     MOVE suppressedNoAddrCount TO reportFieldValue.
060700     WRITE mhRptRecord FROM reportDetailLine
060800         AFTER ADVANCING 1 LINES.
060900
061000     MOVE SPACES TO reportDetailLine.
061100     MOVE 'LETTERS WITH NO VALID ROUTE' TO reportFieldLabel.
061200     MOVE unroutableCount TO reportFieldValue.
061300     WRITE mhRptRecord FROM reportDetailLine
061400         AFTER ADVANCING 2 LINES.
061500
061600     MOVE SPACES TO reportDetailLine.
061700     MOVE 'LETTERS WITH WRONG LINE COUNT' TO reportFieldLabel.
061800     MOVE lineCountErrorCount TO reportFieldValue.
061900     WRITE mhRptRecord FROM reportDetailLine
062000         AFTER ADVANCING 1 LINES.
062100
062200     MOVE SPACES TO reportDetailLine.
062300     MOVE 'STRAY ROUTING RECORDS' TO reportFieldLabel.
062400     MOVE strayRecordCount TO reportFieldValue.
062500     WRITE mhRptRecord FROM reportDetailLine
062600         AFTER ADVANCING 1 LINES.
062700
062800     COMPUTE lettersAccountedTotal = lettersMailedCount
062900         + lettersEmailedCount + lettersSuppressedCount.
063000     IF lettersAccountedTotal NOT = lettersReadCount
063100         OR piecesPrintedCount NOT = lettersMailedCount
063200         OR unroutableCount > ZEROS
063300         OR lineCountErrorCount > ZEROS
063400         OR strayRecordCount > ZEROS
063500         MOVE 'N' TO routingBalanceSwitch
063600     END-IF.
063700     MOVE SPACES TO reportDetailLine.
063800     IF routingInBalance
063900         MOVE 'LETTER ROUTING IN BALANCE' TO reportFieldLabel
064000     ELSE
064100         MOVE '** ROUTING OUT OF BALANCE **' TO reportFieldLabel
064200         DISPLAY 'MAILHSE  - LETTER ROUTING OUT OF BALANCE, '
064300             lettersReadCount ' GENERATED, '
064400             lettersAccountedTotal ' ACCOUNTED FOR'
064500     END-IF.
064600     MOVE lettersAccountedTotal TO reportFieldValue.
064700     WRITE mhRptRecord FROM reportDetailLine
064800         AFTER ADVANCING 2 LINES.
064900 5000-EXIT.
065000     EXIT.
065100
065200*=============================================================*
065300* 9000-TERMINATE -- CLOSE DOWN.  ROUTING OUT OF BALANCE HOLDS  *
065400* THE SCHEDULER WITH 12 SO NOTHING GOES TO THE MAIL HOUSE OR   *
065500* THE E-MAIL SERVICE UNTIL IT IS EXPLAINED.                    *
065600*=============================================================*
065700 9000-TERMINATE.
065800     CLOSE LTRROUTE.
065900     CLOSE MAILHSE.
066000     CLOSE EDELIVER.
066100     CLOSE LTRSUPP.
066200     CLOSE MHRPT.
066300     IF routingInBalance
066400         MOVE 0 TO RETURN-CODE
066500     ELSE
066600         MOVE 12 TO RETURN-CODE
066700     END-IF.
066800     DISPLAY 'MAILHSE  - RUN COMPLETE, RETURN-CODE = '
066900         RETURN-CODE.
067000 9000-EXIT.
067100     EXIT.
067200
067300*=============================================================*
067400* 9900-ABEND -- FATAL SETUP FAILURE.                           *
067500*=============================================================*
067600 9900-ABEND.
067700     MOVE 16 TO RETURN-CODE.
067800     DISPLAY 'MAILHSE  - ABEND CONDITION, RETURN-CODE = 16'.
067900     STOP RUN.
