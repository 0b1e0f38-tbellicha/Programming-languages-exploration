000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustInquiry.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/15/2026 TB    INITIAL VERSION.  CONVERSATIONAL CUSTOMER  *
001200*                  INQUIRY FOR THE BRANCH HELP DESK.  THE     *
001300*                  OPERATOR SIGNS ON WITH AN OPERATOR ID AND  *
001400*                  KEYS CUSTOMER NUMBERS ONE AT A TIME; EACH  *
001500*                  SHOWS THE MASTER RECORD, THE MOST RECENT   *
001600*                  POSTED TRANSACTIONS AND REVERSALS FROM THE *
001700*                  AUDIT TRAIL, THE ITEMS IN SUSPENSE WITH    *
001800*                  THEIR REASON AND AGE, AND THE MONTH-TO-    *
001900*                  DATE COUNT AND TOTAL.  STRICTLY READ-ONLY: *
002000*                  EVERY FILE BUT THE LOG IS OPENED INPUT.    *
002100*                  EVERY INQUIRY IS LOGGED TO INQLOG WITH THE *
002200*                  OPERATOR ID BEFORE ANYTHING IS SHOWN, AND  *
002300*                  NO INQUIRY IS TAKEN IF THE LOG CANNOT BE   *
002400*                  OPENED.                                    *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTMST  ASSIGN TO CUSTMST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS custNumber
003600         FILE STATUS IS fileStatusCustmst.
003700     SELECT AUDITIN  ASSIGN TO AUDITIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS fileStatusAuditin.
004000     SELECT OPTIONAL REJFILE ASSIGN TO REJFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS fileStatusRejfile.
004300     SELECT OPTIONAL CUSTXREF ASSIGN TO CUSTXREF
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS fileStatusCustxref.
004600     SELECT OPTIONAL INQLOG ASSIGN TO INQLOG
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS fileStatusInqlog.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CUSTMST
005300     RECORD CONTAINS 60 CHARACTERS.
005400     COPY CUSTREC.
005500
005600 FD  AUDITIN
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 64 CHARACTERS.
006000 01  auditInRecord             PIC X(64).
006100
006200 FD  REJFILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 45 CHARACTERS.
006600 01  rejFileRecord             PIC X(45).
006700
006800 FD  CUSTXREF
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 30 CHARACTERS.
007200 01  custXrefRecord            PIC X(30).
007300
007400 FD  INQLOG
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 40 CHARACTERS.
007800 01  inqLogRecord              PIC X(40).
007900
008000 WORKING-STORAGE SECTION.
008100*-----------------------------------------------------------*
008200* THE SHARED AUDIT, REJECT, AND MERGE CROSS-REFERENCE        *
008300* LAYOUTS.                                                   *
008400*-----------------------------------------------------------*
008500     COPY AUDITREC.
008600     COPY REJREC.
008700     COPY CUSTXREF.
008800
008900 01  fileStatusFields.
009000     05  fileStatusCustmst     PIC X(02) VALUE SPACES.
009100     05  fileStatusAuditin     PIC X(02) VALUE SPACES.
009200     05  fileStatusRejfile     PIC X(02) VALUE SPACES.
009300     05  fileStatusCustxref    PIC X(02) VALUE SPACES.
009400     05  fileStatusInqlog      PIC X(02) VALUE SPACES.
009500
009600 01  programSwitches.
009700     05  sessionEndSwitch      PIC X(01) VALUE 'N'.
009800         88  sessionEnded                VALUE 'Y'.
009900     05  auditEofSwitch        PIC X(01) VALUE 'N'.
010000         88  auditEndOfFile              VALUE 'Y'.
010100     05  rejectEofSwitch       PIC X(01) VALUE 'N'.
010200         88  rejectEndOfFile             VALUE 'Y'.
010300     05  xrefEofSwitch         PIC X(01) VALUE 'N'.
010400         88  xrefEndOfFile               VALUE 'Y'.
010500     05  customerFoundSwitch   PIC X(01) VALUE 'N'.
010600         88  customerFound               VALUE 'Y'.
010700
010800*-----------------------------------------------------------*
010900* WHAT THE OPERATOR KEYS: THE OPERATOR ID ONCE AT SIGN-ON,   *
011000* THEN A SIX-DIGIT CUSTOMER NUMBER PER INQUIRY, OR END.      *
011100*-----------------------------------------------------------*
011200 01  operatorEntry             PIC X(08) VALUE SPACES.
011300 01  inquiryEntry.
011400     05  inquiryEntryNumber    PIC X(06).
011500     05  inquiryEntryRest      PIC X(04).
011600 01  inquiryEntryText REDEFINES inquiryEntry
011700                               PIC X(10).
011800     88  inquiryEndRequested         VALUE 'END' 'QUIT'.
011900
012000*-----------------------------------------------------------*
012100* INQUIRY LOG -- ONE RECORD PER CUSTOMER LOOKED UP, WHETHER  *
012200* OR NOT IT WAS ON FILE.  APPENDED TO ACROSS SESSIONS.       *
012300*-----------------------------------------------------------*
012400 01  inquiryLogRecord.
012500     05  inqLogDateStamp       PIC 9(08).
012600     05  inqLogTimeStamp       PIC 9(08).
012700     05  inqLogOperator        PIC X(08).
012800     05  inqLogCustomer        PIC 9(06).
012900     05  inqLogResult          PIC X(04).
013000         88  inqLogFound                 VALUE 'OK  '.
013100         88  inqLogNotFound              VALUE 'NOTF'.
013200     05  FILLER                PIC X(06).
013300
013400*-----------------------------------------------------------*
013500* RETIRED CUSTOMER NUMBERS AND THEIR SURVIVORS, FROM THE     *
013600* MERGE RUN, SO A SURVIVOR'S INQUIRY SHOWS THE ACTIVITY THAT *
013700* WAS POSTED UNDER ITS RETIRED NUMBERS.                      *
013800*-----------------------------------------------------------*
013900 01  xrefTable.
014000     05  xrefEntry OCCURS 1000 TIMES.
014100         10  xrefTabFrom       PIC 9(06).
014200         10  xrefTabTo         PIC 9(06).
014300
014400*-----------------------------------------------------------*
014500* THE LAST TEN POSTINGS AND REVERSALS SEEN ON THE TRAIL,     *
014600* HELD AS A RING SO THE NEWEST OVERWRITES THE OLDEST.        *
014700*-----------------------------------------------------------*
014800 01  recentActivityTable.
014900     05  recentEntry OCCURS 10 TIMES.
015000         10  recentDate        PIC 9(08).
015100         10  recentType        PIC X(08).
015200         10  recentKey         PIC 9(06).
015300         10  recentInt         PIC 9(02).
015400         10  recentFloat       PIC 9(02)V9(02).
015500         10  recentResult      PIC 9(06)V9(02).
015600
015700*-----------------------------------------------------------*
015800* DATE-TO-DAY-SERIAL CONVERSION WORK AREA, USED TO AGE THE   *
015900* SUSPENSE ITEMS.                                            *
016000*-----------------------------------------------------------*
016100 01  dateConversionFields.
016200     05  dateConvDate          PIC 9(08).
016300     05  dateConvSplit REDEFINES dateConvDate.
016400         10  dateConvYear      PIC 9(04).
016500         10  dateConvMonth     PIC 9(02).
016600         10  dateConvDay       PIC 9(02).
016700     05  dateConvDays          PIC 9(08) COMP.
016800     05  leapYearWork          PIC 9(04) COMP.
016900     05  leapQuarters          PIC 9(04) COMP.
017000     05  leapCenturies         PIC 9(04) COMP.
017100     05  leapQuadCenturies     PIC 9(04) COMP.
017200
017300 01  monthCumulativeDays.
017400     05  FILLER                PIC X(36) VALUE
017500         '000031059090120151181212243273304334'.
017600 01  monthCumulativeTable REDEFINES monthCumulativeDays.
017700     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
017800
017900*-----------------------------------------------------------*
018000* THE INQUIRY SCREEN, ONE DISPLAY LINE AT A TIME.            *
018100*-----------------------------------------------------------*
018200 01  screenTitleLine.
018300     05  FILLER                PIC X(10) VALUE 'CUSTINQ  -'.
018400     05  FILLER                PIC X(30) VALUE
018500         ' CUSTOMER INQUIRY    OPERATOR '.
018600     05  screenTitleOperator   PIC X(08).
018700     05  FILLER                PIC X(04) VALUE SPACES.
018800     05  screenTitleDate       PIC 9(08).
018900
019000 01  screenNameLine.
019100     05  FILLER                PIC X(10) VALUE 'CUSTOMER  '.
019200     05  screenCustNumber      PIC 9(06).
019300     05  FILLER                PIC X(08) VALUE '  NAME  '.
019400     05  screenCustName        PIC X(20).
019500
019600 01  screenGreetingLine.
019700     05  FILLER                PIC X(10) VALUE 'GREETING  '.
019800     05  screenCustGreeting    PIC X(20).
019900
020000 01  screenStatusLine.
020100     05  FILLER                PIC X(10) VALUE 'STATUS    '.
020200     05  screenCustStatus      PIC X(01).
020300     05  FILLER                PIC X(01) VALUE SPACE.
020400     05  screenStatusText      PIC X(08).
020500     05  FILLER                PIC X(13) VALUE '  LAST MAINT '.
020600     05  screenLastMaint       PIC 9(08).
020700     05  FILLER                PIC X(17) VALUE
020800         '  REACT PENDING  '.
020900     05  screenReactPending    PIC X(01).
021000
021100 01  screenMergedLine.
021200     05  FILLER                PIC X(10) VALUE SPACES.
021300     05  FILLER                PIC X(32) VALUE
021400         'RETIRED BY MERGE -- SURVIVOR IS '.
021500     05  screenMergedInto      PIC 9(06).
021600
021700 01  screenActivityHeading.
021800     05  FILLER                PIC X(52) VALUE
021900         'DATE      TYPE      KEY     INT  FLOAT      RESULT'.
022000
022100 01  screenActivityLine.
022200     05  screenActDate         PIC 9(08).
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  screenActType         PIC X(08).
022500     05  FILLER                PIC X(02) VALUE SPACES.
022600     05  screenActKey          PIC 9(06).
022700     05  FILLER                PIC X(03) VALUE SPACES.
022800     05  screenActInt          PIC 9(02).
022900     05  FILLER                PIC X(02) VALUE SPACES.
023000     05  screenActFloat        PIC Z9.99.
023100     05  FILLER                PIC X(02) VALUE SPACES.
023200     05  screenActResult       PIC ZZZZZ9.99.
023300
023400 01  screenSuspenseHeading.
023500     05  FILLER                PIC X(36) VALUE
023600         'KEY     REASON  REJECTED   AGE DAYS'.
023700
023800 01  screenSuspenseLine.
023900     05  screenSusKey          PIC 9(06).
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  screenSusReason       PIC X(04).
024200     05  FILLER                PIC X(04) VALUE SPACES.
024300     05  screenSusDate         PIC 9(08).
024400     05  FILLER                PIC X(03) VALUE SPACES.
024500     05  screenSusAge          PIC Z(04)9.
024600
024700 01  screenMonthLine.
024800     05  screenMonthLabel      PIC X(20).
024900     05  screenMonthCount      PIC Z(04)9.
025000     05  FILLER                PIC X(09) VALUE '  TOTAL  '.
025100     05  screenMonthTotal      PIC Z(07)9.99.
025200
025300 01  screenCountLine.
025400     05  screenCountLabel      PIC X(40).
025500     05  screenCountValue      PIC Z(05)9.
025600
025700 77  xrefCount                 PIC 9(04) VALUE ZEROS COMP.
025800 77  xrefIndex                 PIC 9(04) VALUE ZEROS COMP.
025900 77  xrefSlot                  PIC 9(04) VALUE ZEROS COMP.
026000 77  recentCount               PIC 9(02) VALUE ZEROS COMP.
026100 77  recentNext                PIC 9(02) VALUE ZEROS COMP.
026200 77  recentIndex               PIC 9(02) VALUE ZEROS COMP.
026300 77  recentShown               PIC 9(02) VALUE ZEROS COMP.
026400 77  suspenseCount             PIC 9(04) VALUE ZEROS COMP.
026500 77  suspenseShown             PIC 9(04) VALUE ZEROS COMP.
026600 77  suspenseAgeDays           PIC S9(08) VALUE ZEROS COMP.
026700 77  monthPostedCount          PIC 9(05) VALUE ZEROS COMP.
026800 77  monthPostedTotal          PIC 9(08)V9(02) VALUE ZEROS.
026900 77  monthReversedCount        PIC 9(05) VALUE ZEROS COMP.
027000 77  monthReversedTotal        PIC 9(08)V9(02) VALUE ZEROS.
027100 77  inquiryCustomer           PIC 9(06) VALUE ZEROS.
027200 77  inquiryCount              PIC 9(06) VALUE ZEROS COMP.
027300 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
027400 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
027500 77  currentDaySerial          PIC 9(08) VALUE ZEROS COMP.
027600 77  currentMonth              PIC 9(06) VALUE ZEROS.
027700
027800 PROCEDURE DIVISION.
027900*=============================================================*
028000* 0000-MAINLINE -- DRIVES THE WHOLE SESSION                   *
028100*=============================================================*
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     PERFORM 2000-TAKE-ONE-INQUIRY THRU 2000-EXIT
028500         UNTIL sessionEnded.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     STOP RUN.
028800
028900*=============================================================*
029000* 1000-INITIALIZE -- SIGN THE OPERATOR ON, OPEN THE LOG AND    *
029100* THE MASTER, AND LOAD THE MERGE CROSS-REFERENCE              *
029200*=============================================================*
029300 1000-INITIALIZE.
029400     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
029500     MOVE currentDateStamp TO dateConvDate.
029600     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
029700     MOVE dateConvDays TO currentDaySerial.
029800     MOVE currentDateStamp (1:6) TO currentMonth.
029900     DISPLAY 'CUSTINQ  - ENTER OPERATOR ID'.
030000     MOVE SPACES TO operatorEntry.
030100     ACCEPT operatorEntry.
030200     IF operatorEntry = SPACES
030300         DISPLAY 'CUSTINQ  - NO OPERATOR ID, NO INQUIRY TAKEN'
030400         MOVE 8 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700     OPEN EXTEND INQLOG.
030800     IF fileStatusInqlog NOT = '00'
030900         AND fileStatusInqlog NOT = '05'
031000         DISPLAY 'CUSTINQ  - UNABLE TO OPEN INQLOG, STATUS='
031100             fileStatusInqlog
031200         GO TO 9900-ABEND
031300     END-IF.
031400     OPEN INPUT CUSTMST.
031500     IF fileStatusCustmst NOT = '00'
031600         DISPLAY 'CUSTINQ  - UNABLE TO OPEN CUSTMST, STATUS='
031700             fileStatusCustmst
031800         GO TO 9900-ABEND
031900     END-IF.
032000     PERFORM 1200-LOAD-MERGE-XREF THRU 1200-EXIT.
032100 1000-EXIT.
032200     EXIT.
032300
032400*-------------------------------------------------------------*
032500* 1200-LOAD-MERGE-XREF -- NO CROSS-REFERENCE SIMPLY MEANS NO   *
032600* CUSTOMER HAS BEEN MERGED YET.                                *
032700*-------------------------------------------------------------*
032800 1200-LOAD-MERGE-XREF.
032900     OPEN INPUT CUSTXREF.
033000     IF fileStatusCustxref = '00'
033100         PERFORM 1250-READ-NEXT-XREF THRU 1250-EXIT
033200             UNTIL xrefEndOfFile
033300     END-IF.
033400     IF fileStatusCustxref = '00' OR fileStatusCustxref = '05'
033500         OR fileStatusCustxref = '10'
033600         CLOSE CUSTXREF
033700     END-IF.
033800 1200-EXIT.
033900     EXIT.
034000
034100 1250-READ-NEXT-XREF.
034200     READ CUSTXREF INTO customerXrefRecord
034300         AT END
034400             SET xrefEndOfFile TO TRUE
034500     END-READ.
034600     IF xrefEndOfFile
034700         GO TO 1250-EXIT
034800     END-IF.
034900     IF xrefFromNumber NOT NUMERIC OR xrefToNumber NOT NUMERIC
035000         GO TO 1250-EXIT
035100     END-IF.
035200     IF xrefCount >= 1000
035300         DISPLAY 'CUSTINQ  - MERGE CROSS-REFERENCE EXCEEDS 1000 '
035400             'ENTRIES'
035500         GO TO 9900-ABEND
035600     END-IF.
035700     ADD 1 TO xrefCount.
035800     MOVE xrefFromNumber TO xrefTabFrom (xrefCount).
035900     MOVE xrefToNumber   TO xrefTabTo (xrefCount).
036000 1250-EXIT.
036100     EXIT.
036200
036300*=============================================================*
036400* 2000-TAKE-ONE-INQUIRY -- PROMPT, EDIT THE ENTRY, LOG IT,     *
036500* THEN SHOW THE CUSTOMER.  A BLANK ENTRY OR END CLOSES THE     *
036600* SESSION.                                                     *
036700*=============================================================*
036800 2000-TAKE-ONE-INQUIRY.
036900     DISPLAY ' '.
037000     DISPLAY 'CUSTINQ  - ENTER CUSTOMER NUMBER, OR END'.
037100     MOVE SPACES TO inquiryEntry.
037200     ACCEPT inquiryEntry.
037300     IF inquiryEntryText = SPACES OR inquiryEndRequested
037400         SET sessionEnded TO TRUE
037500         GO TO 2000-EXIT
037600     END-IF.
037700     IF inquiryEntryNumber NOT NUMERIC
037800         OR inquiryEntryRest NOT = SPACES
037900         DISPLAY 'CUSTINQ  - CUSTOMER NUMBER IS SIX DIGITS'
038000         GO TO 2000-EXIT
038100     END-IF.
038200     MOVE inquiryEntryNumber TO inquiryCustomer.
038300     MOVE inquiryCustomer TO custNumber.
038400     MOVE 'Y' TO customerFoundSwitch.
038500     READ CUSTMST
038600         INVALID KEY
038700             MOVE 'N' TO customerFoundSwitch
038800     END-READ.
038900     PERFORM 2100-LOG-INQUIRY THRU 2100-EXIT.
039000     IF NOT customerFound
039100         DISPLAY 'CUSTINQ  - CUSTOMER ' inquiryCustomer
039200             ' IS NOT ON THE MASTER'
039300         GO TO 2000-EXIT
039400     END-IF.
039500     PERFORM 3000-SHOW-MASTER THRU 3000-EXIT.
039600     PERFORM 4000-SCAN-AUDIT-TRAIL THRU 4000-EXIT.
039700     PERFORM 5000-SHOW-SUSPENSE THRU 5000-EXIT.
039800     PERFORM 6000-SHOW-MONTH-TO-DATE THRU 6000-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100
040200*-------------------------------------------------------------*
040300* 2100-LOG-INQUIRY -- WRITTEN BEFORE ANYTHING IS SHOWN.  A LOG *
040400* THAT WILL NOT TAKE THE RECORD ENDS THE SESSION.              *
040500*-------------------------------------------------------------*
040600 2100-LOG-INQUIRY.
040700     ACCEPT currentTimeStamp FROM TIME.
040800     MOVE SPACES TO inquiryLogRecord.
040900     MOVE currentDateStamp TO inqLogDateStamp.
041000     MOVE currentTimeStamp TO inqLogTimeStamp.
041100     MOVE operatorEntry    TO inqLogOperator.
041200     MOVE inquiryCustomer  TO inqLogCustomer.
041300     IF customerFound
041400         SET inqLogFound TO TRUE
041500     ELSE
041600         SET inqLogNotFound TO TRUE
041700     END-IF.
041800     WRITE inqLogRecord FROM inquiryLogRecord.
041900     IF fileStatusInqlog NOT = '00'
042000         DISPLAY 'CUSTINQ  - UNABLE TO WRITE INQLOG, STATUS='
042100             fileStatusInqlog
042200         GO TO 9900-ABEND
042300     END-IF.
042400     ADD 1 TO inquiryCount.
042500 2100-EXIT.
042600     EXIT.
042700
042800*=============================================================*
042900* 3000-SHOW-MASTER -- THE CUSTOMER MASTER AS IT STANDS         *
043000*=============================================================*
043100 3000-SHOW-MASTER.
043200     MOVE operatorEntry TO screenTitleOperator.
043300     MOVE currentDateStamp TO screenTitleDate.
043400     DISPLAY ' '.
043500     DISPLAY screenTitleLine.
043600     MOVE custNumber TO screenCustNumber.
043700     MOVE custName TO screenCustName.
043800     DISPLAY screenNameLine.
043900     MOVE custGreeting TO screenCustGreeting.
044000     DISPLAY screenGreetingLine.
044100     MOVE custStatus TO screenCustStatus.
044200     IF custActive
044300         MOVE 'ACTIVE' TO screenStatusText
044400     ELSE
044500         IF custInactive
044600             MOVE 'INACTIVE' TO screenStatusText
044700         ELSE
044800             IF custMerged
044900                 MOVE 'MERGED' TO screenStatusText
045000             ELSE
045100                 MOVE 'UNKNOWN' TO screenStatusText
045200             END-IF
045300         END-IF
045400     END-IF.
045500     MOVE custLastMaintDate TO screenLastMaint.
045600     IF custReactivationPending
045700         MOVE 'Y' TO screenReactPending
045800     ELSE
045900         MOVE 'N' TO screenReactPending
046000     END-IF.
046100     DISPLAY screenStatusLine.
046200     IF custMerged
046300         MOVE custMergedInto TO screenMergedInto
046400         DISPLAY screenMergedLine
046500     END-IF.
046600 3000-EXIT.
046700     EXIT.
046800
046900*=============================================================*
047000* 4000-SCAN-AUDIT-TRAIL -- ONE PASS OF THE LIVE TRAIL FOR THIS *
047100* CUSTOMER'S POSTED TRANS AND RVRSL RECORDS: THE LAST TEN ARE  *
047200* SHOWN NEWEST FIRST, AND THE CURRENT MONTH IS COUNTED.  A     *
047300* TRANS RECORD WITH NO RESULT IS A REJECT AND IS SHOWN UNDER   *
047400* SUSPENSE INSTEAD.                                            *
047500*=============================================================*
047600 4000-SCAN-AUDIT-TRAIL.
047700     MOVE ZEROS TO recentCount.
047800     MOVE 1 TO recentNext.
047900     MOVE ZEROS TO monthPostedCount.
048000     MOVE ZEROS TO monthPostedTotal.
048100     MOVE ZEROS TO monthReversedCount.
048200     MOVE ZEROS TO monthReversedTotal.
048300     MOVE 'N' TO auditEofSwitch.
048400     OPEN INPUT AUDITIN.
048500     IF fileStatusAuditin NOT = '00'
048600         DISPLAY 'CUSTINQ  - AUDIT TRAIL NOT AVAILABLE, STATUS='
048700             fileStatusAuditin
048800         GO TO 4000-EXIT
048900     END-IF.
049000     PERFORM 4100-READ-ONE-AUDIT THRU 4100-EXIT
049100         UNTIL auditEndOfFile.
049200     CLOSE AUDITIN.
049300     DISPLAY ' '.
049400     IF recentCount = ZEROS
049500         DISPLAY 'NO POSTED ACTIVITY ON THE AUDIT TRAIL'
049600         GO TO 4000-EXIT
049700     END-IF.
049800     DISPLAY 'RECENT ACTIVITY, NEWEST FIRST'.
049900     DISPLAY screenActivityHeading.
050000     MOVE recentNext TO recentIndex.
050100     PERFORM 4300-SHOW-ONE-RECENT THRU 4300-EXIT
050200         VARYING recentShown FROM 1 BY 1
050300         UNTIL recentShown > recentCount.
050400 4000-EXIT.
050500     EXIT.
050600
050700 4100-READ-ONE-AUDIT.
050800     READ AUDITIN INTO auditRecord
050900         AT END
051000             SET auditEndOfFile TO TRUE
051100     END-READ.
051200     IF auditEndOfFile
051300         GO TO 4100-EXIT
051400     END-IF.
051500     IF auditSourceTag (1:5) NOT = 'TRANS'
051600         AND auditSourceTag (1:5) NOT = 'RVRSL'
051700         GO TO 4100-EXIT
051800     END-IF.
051900     IF auditCustomer = ZEROS
052000         GO TO 4100-EXIT
052100     END-IF.
052200     IF auditSourceTag (1:5) = 'TRANS' AND auditResult = ZEROS
052300         GO TO 4100-EXIT
052400     END-IF.
052500     PERFORM 4150-APPLY-MERGE-XREF THRU 4150-EXIT.
052600     IF auditCustomer NOT = inquiryCustomer
052700         GO TO 4100-EXIT
052800     END-IF.
052900     MOVE auditDateStamp TO recentDate (recentNext).
053000     IF auditSourceTag (1:5) = 'TRANS'
053100         MOVE 'POSTED' TO recentType (recentNext)
053200     ELSE
053300         MOVE 'REVERSAL' TO recentType (recentNext)
053400     END-IF.
053500     MOVE auditCounter TO recentKey (recentNext).
053600     MOVE auditInt TO recentInt (recentNext).
053700     MOVE auditFloat TO recentFloat (recentNext).
053800     MOVE auditResult TO recentResult (recentNext).
053900     IF recentCount < 10
054000         ADD 1 TO recentCount
054100     END-IF.
054200     ADD 1 TO recentNext.
054300     IF recentNext > 10
054400         MOVE 1 TO recentNext
054500     END-IF.
054600     IF auditDateStamp (1:6) NOT = currentMonth
054700         GO TO 4100-EXIT
054800     END-IF.
054900     IF auditSourceTag (1:5) = 'TRANS'
055000         ADD 1 TO monthPostedCount
055100         ADD auditResult TO monthPostedTotal
055200     ELSE
055300         ADD 1 TO monthReversedCount
055400         ADD auditResult TO monthReversedTotal
055500     END-IF.
055600 4100-EXIT.
055700     EXIT.
055800
055900*-------------------------------------------------------------*
056000* 4150-APPLY-MERGE-XREF -- A RETIRED NUMBER'S ACTIVITY BELONGS *
056100* TO ITS SURVIVOR.                                             *
056200*-------------------------------------------------------------*
056300 4150-APPLY-MERGE-XREF.
056400     MOVE ZEROS TO xrefSlot.
056500     PERFORM 4160-MATCH-ONE-XREF THRU 4160-EXIT
056600         VARYING xrefIndex FROM 1 BY 1
056700         UNTIL xrefIndex > xrefCount
056800         OR xrefSlot > ZEROS.
056900     IF xrefSlot > ZEROS
057000         MOVE xrefTabTo (xrefSlot) TO auditCustomer
057100     END-IF.
057200 4150-EXIT.
057300     EXIT.
057400
057500 4160-MATCH-ONE-XREF.
057600     IF xrefTabFrom (xrefIndex) = auditCustomer
057700         MOVE xrefIndex TO xrefSlot
057800     END-IF.
057900 4160-EXIT.
058000     EXIT.
058100
058200*-------------------------------------------------------------*
058300* 4300-SHOW-ONE-RECENT -- STEP BACK ROUND THE RING FROM THE    *
058400* SLOT THE NEXT RECORD WOULD HAVE TAKEN.                       *
058500*-------------------------------------------------------------*
058600 4300-SHOW-ONE-RECENT.
058700     IF recentIndex = 1
058800         MOVE 10 TO recentIndex
058900     ELSE
059000         SUBTRACT 1 FROM recentIndex
059100     END-IF.
059200     MOVE recentDate (recentIndex) TO screenActDate.
059300     MOVE recentType (recentIndex) TO screenActType.
059400     MOVE recentKey (recentIndex) TO screenActKey.
059500     MOVE recentInt (recentIndex) TO screenActInt.
059600     MOVE recentFloat (recentIndex) TO screenActFloat.
059700     MOVE recentResult (recentIndex) TO screenActResult.
059800     DISPLAY screenActivityLine.
059900 4300-EXIT.
060000     EXIT.
060100
060200*=============================================================*
060300* 5000-SHOW-SUSPENSE -- EVERY ITEM IN SUSPENSE FOR THIS        *
060400* CUSTOMER, WITH ITS REASON AND DAYS SINCE IT FIRST BOUNCED.   *
060500* THE FIRST TWENTY ARE LISTED; ALL ARE COUNTED.                *
060600*=============================================================*
060700 5000-SHOW-SUSPENSE.
060800     MOVE ZEROS TO suspenseCount.
060900     MOVE ZEROS TO suspenseShown.
061000     MOVE 'N' TO rejectEofSwitch.
061100     DISPLAY ' '.
061200     OPEN INPUT REJFILE.
061300     IF fileStatusRejfile = '00'
061400         PERFORM 5100-READ-ONE-REJECT THRU 5100-EXIT
061500             UNTIL rejectEndOfFile
061600     END-IF.
061700     IF fileStatusRejfile = '00' OR fileStatusRejfile = '05'
061800         OR fileStatusRejfile = '10'
061900         CLOSE REJFILE
062000     END-IF.
062100     IF suspenseCount = ZEROS
062200         DISPLAY 'NOTHING IN SUSPENSE'
062300         GO TO 5000-EXIT
062400     END-IF.
062500     MOVE 'ITEMS IN SUSPENSE' TO screenCountLabel.
062600     MOVE suspenseCount TO screenCountValue.
062700     DISPLAY screenCountLine.
062800     IF suspenseShown < suspenseCount
062900         DISPLAY 'ONLY THE FIRST 20 ARE LISTED'
063000     END-IF.
063100 5000-EXIT.
063200     EXIT.
063300
063400 5100-READ-ONE-REJECT.
063500     READ REJFILE INTO rejectRecord
063600         AT END
063700             SET rejectEndOfFile TO TRUE
063800     END-READ.
063900     IF rejectEndOfFile
064000         GO TO 5100-EXIT
064100     END-IF.
064200     IF rejectCustomerNumber NOT = inquiryCustomer
064300         GO TO 5100-EXIT
064400     END-IF.
064500     ADD 1 TO suspenseCount.
064600     IF suspenseCount > 20
064700         GO TO 5100-EXIT
064800     END-IF.
064900     IF suspenseCount = 1
065000         DISPLAY 'SUSPENSE'
065100         DISPLAY screenSuspenseHeading
065200     END-IF.
065300     MOVE ZEROS TO suspenseAgeDays.
065400     IF rejectDateStamp NUMERIC AND rejectDateStamp > ZEROS
065500         MOVE rejectDateStamp TO dateConvDate
065600         PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT
065700         COMPUTE suspenseAgeDays = currentDaySerial - dateConvDays
065800         IF suspenseAgeDays < ZEROS
065900             MOVE ZEROS TO suspenseAgeDays
066000         END-IF
066100     END-IF.
066200     MOVE rejectKey TO screenSusKey.
066300     MOVE rejectReasonCode TO screenSusReason.
066400     MOVE rejectDateStamp TO screenSusDate.
066500     MOVE suspenseAgeDays TO screenSusAge.
066600     DISPLAY screenSuspenseLine.
066700     ADD 1 TO suspenseShown.
066800 5100-EXIT.
066900     EXIT.
067000
067100*=============================================================*
067200* 6000-SHOW-MONTH-TO-DATE -- THE CURRENT MONTH'S POSTED ITEMS  *
067300* (TRANS RECORDS WITH A NONZERO RESULT, SO REJECTS ARE LEFT    *
067400* OUT) AND, ON A SEPARATE LINE, ITS REVERSALS.  THIS IS NOT    *
067500* THE MONTHLY STATEMENT'S COUNT, WHICH TAKES EVERY TRANS       *
067600* RECORD AND LEAVES REVERSALS OFF.                             *
067700*=============================================================*
067800 6000-SHOW-MONTH-TO-DATE.
067900     DISPLAY ' '.
068000     MOVE 'MONTH TO DATE POSTED' TO screenMonthLabel.
068100     MOVE monthPostedCount TO screenMonthCount.
068200     MOVE monthPostedTotal TO screenMonthTotal.
068300     DISPLAY screenMonthLine.
068400     MOVE '            REVERSED' TO screenMonthLabel.
068500     MOVE monthReversedCount TO screenMonthCount.
068600     MOVE monthReversedTotal TO screenMonthTotal.
068700     DISPLAY screenMonthLine.
068800 6000-EXIT.
068900     EXIT.
069000
069100*-------------------------------------------------------------*
069200* 7100-CONVERT-DATE-TO-DAYS -- DAYS FROM A FIXED ORIGIN FOR    *
069300* THE DATE IN dateConvDate, SO TWO DATES CAN BE SUBTRACTED.    *
069400*-------------------------------------------------------------*
069500 7100-CONVERT-DATE-TO-DAYS.
069600     IF dateConvMonth < 1 OR dateConvMonth > 12
069700         MOVE currentDaySerial TO dateConvDays
069800         GO TO 7100-EXIT
069900     END-IF.
070000     MOVE dateConvYear TO leapYearWork.
070100     IF dateConvMonth < 3
070200         SUBTRACT 1 FROM leapYearWork
070300     END-IF.
070400     DIVIDE leapYearWork BY 4 GIVING leapQuarters.
070500     DIVIDE leapYearWork BY 100 GIVING leapCenturies.
070600     DIVIDE leapYearWork BY 400 GIVING leapQuadCenturies.
070700     COMPUTE dateConvDays = (dateConvYear * 365)
070800         + leapQuarters - leapCenturies + leapQuadCenturies
070900         + monthCumDays (dateConvMonth) + dateConvDay.
071000 7100-EXIT.
071100     EXIT.
071200
071300*=============================================================*
071400* 9000-TERMINATE -- CLOSE DOWN AND SIGN OFF                    *
071500*=============================================================*
071600 9000-TERMINATE.
071700     CLOSE CUSTMST.
071800     CLOSE INQLOG.
071900     MOVE 'INQUIRIES THIS SESSION' TO screenCountLabel.
072000     MOVE inquiryCount TO screenCountValue.
072100     DISPLAY screenCountLine.
072200     MOVE 0 TO RETURN-CODE.
072300     DISPLAY 'CUSTINQ  - SESSION ENDED, RETURN-CODE = '
072400         RETURN-CODE.
072500 9000-EXIT.
072600     EXIT.
072700
072800*=============================================================*
072900* 9900-ABEND -- FATAL SETUP FAILURE.                           *
073000*=============================================================*
073100 9900-ABEND.
073200     MOVE 16 TO RETURN-CODE.
073300     DISPLAY 'CUSTINQ  - ABEND CONDITION, RETURN-CODE = 16'.
073400     STOP RUN.
