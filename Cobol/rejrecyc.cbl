002144*                  UNCONDITIONALLY -- THEY PASS THE RANGE     *
002146*                  EDITS BY NATURE, AND CLEARING ONE WOULD    *
002148*                  RE-ENTER THE DUPLICATE AS A FRESH DETAIL.  *
002149* 10/14/2026 TB    R006 SUPERVISOR DECLINES HOLD THE SAME     *
002150*                  WAY -- A CORRECTION CARD MUST NEVER BE A   *
002151*                  ROUTE AROUND THE APPROVAL QUEUE.           *
002155* 10/14/2026 TB    EVERY ITEM THAT LEAVES SUSPENSE NOW        *
002159*                  WRITES A RESOLUTION RECORD IN THE REJECT   *
002163*                  HISTORY LAYOUT TO RSLVOUT -- 'C' CLEARED   *
002167*                  BY CORRECTION, 'R' RETURNED -- FOR THE     *
002171*                  REJECT HISTORY UPDATE.  A CORRECTION CARD  *
002175*                  WITH 'R' IN THE ACTION COLUMN RETURNS THE  *
002179*                  ITEM TO ITS BRANCH AND DROPS IT FROM       *
002183*                  SUSPENSE, THE ROUTE OUT FOR AN R005 OR     *
002187*                  R006 THAT CAN NEVER CLEAR HERE.            *
002188* 10/15/2026 TB    THE RECYCLE NOW LOADS THE MERGE            *
002189*                  CROSS-REFERENCE (CUSTXREF, OPTIONAL).  A   *
002190*                  RETIRED CUSTOMER NUMBER ON A SUSPENSE      *
002191*                  ITEM OR A CARD IS REPLACED BY ITS          *
002192*                  SURVIVOR AND RELEASES AN R003 AS THOUGH A  *
002193*                  CARD HAD CORRECTED IT.  AN R003 ITEM       *
002194*                  ALREADY ON A SURVIVOR IS RELEASED ONLY     *
002195*                  WHEN IT WAS REJECTED ON OR BEFORE THE      *
002196*                  MERGE DATE -- THE ITEMS THE MERGE RUN      *
002197*                  RE-KEYED; ONE REJECTED LATER HOLDS.        *
002198*-----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004200     SELECT SUSRPT   ASSIGN TO SUSRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS fileStatusSusrpt.
004425     SELECT RSLVOUT  ASSIGN TO RSLVOUT
004450         ORGANIZATION IS SEQUENTIAL
004475         FILE STATUS IS fileStatusRslvout.
004481     SELECT OPTIONAL CUSTXREF ASSIGN TO CUSTXREF
004487         ORGANIZATION IS SEQUENTIAL
004493         FILE STATUS IS fileStatusCustxref.
004500     SELECT OPTIONAL PARMFILE ASSIGN TO SYSIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS fileStatusParmfile.
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  susRptRecord              PIC X(132).
007914
007928 FD  RSLVOUT
007942     RECORDING MODE IS F
007956     LABEL RECORDS ARE STANDARD
007970     RECORD CONTAINS 40 CHARACTERS.
007984 01  rslvOutRecord             PIC X(40).
008000
008016 FD  CUSTXREF
008032     RECORDING MODE IS F
008048     LABEL RECORDS ARE STANDARD
008064     RECORD CONTAINS 30 CHARACTERS.
008080 01  custXrefRecord            PIC X(30).
008090
008100 FD  PARMFILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008800*-----------------------------------------------------------*
008900* THE SHARED TRANSACTION, REJECT, REPORT, AND PARAMETER      *
009000* LAYOUTS -- THE SAME COPYBOOKS THE DAILY RUN USES, SO THE   *
009050* EDITS HERE CAN NEVER DRIFT OUT OF STEP WITH ITS OWN -- THE *
009100* REJECT HISTORY LAYOUT FOR THE RESOLUTION RECORDS, AND THE  *
009150* MERGE CROSS-REFERENCE.                                     *
009200*-----------------------------------------------------------*
009300     COPY TRANREC.
009400     COPY REJREC.
009450     COPY REJHIST.
009500     COPY RPTLINE.
009600     COPY PARMCARD.
009650     COPY CUSTXREF.
009700
009800 01  fileStatusFields.
009900     05  fileStatusRejin       PIC X(02) VALUE SPACES.
010100     05  fileStatusTranout     PIC X(02) VALUE SPACES.
010200     05  fileStatusRejout      PIC X(02) VALUE SPACES.
010300     05  fileStatusSusrpt      PIC X(02) VALUE SPACES.
010350     05  fileStatusRslvout     PIC X(02) VALUE SPACES.
010375     05  fileStatusCustxref    PIC X(02) VALUE SPACES.
010400     05  fileStatusParmfile    PIC X(02) VALUE SPACES.
010500
010600 01  programSwitches.
011740         88  custNoCorrected             VALUE 'Y'.
011760     05  intCorrectedSwitch    PIC X(01) VALUE 'N'.
011780         88  intCorrected                VALUE 'Y'.
011786     05  returnRequestedSwitch PIC X(01) VALUE 'N'.
011792         88  returnRequested             VALUE 'Y'.
011794     05  xrefEofSwitch         PIC X(01) VALUE 'N'.
011796         88  xrefEndOfFile               VALUE 'Y'.
011800
011900 01  runParameters.
012000     05  defaultString         PIC X(12) VALUE 'Hello'.
013000* KEYED CORRECTION CARD -- ONE CARD PER SUSPENSE ITEM TO BE  *
013100* FIXED.  BLANK FIELDS MEAN "LEAVE THAT FIELD ALONE"; THE    *
013200* RE-EDIT STILL RE-DEFAULTS A BLANK STRING AND ZERO AMOUNTS  *
013250* EXACTLY AS THE DAILY RUN WOULD.  'R' IN THE ACTION COLUMN  *
013300* RETURNS THE ITEM TO ITS BRANCH INSTEAD: IT LEAVES SUSPENSE *
013350* UNEDITED AND THE BRANCH RESUBMITS IT AS A NEW ITEM.        *
013400*-----------------------------------------------------------*
013500 01  correctionCard.
013600     05  corrKey               PIC X(06).
013800     05  corrNewInt            PIC X(02).
013900     05  corrNewFloat          PIC X(04).
013950     05  corrNewCustNo         PIC X(06).
014000     05  corrAction            PIC X(01).
014050     05  FILLER                PIC X(49).
014100
014200 01  correctionTable.
014300     05  correctionEntry OCCURS 500 TIMES.
014600         10  corrTabNewInt     PIC X(02).
014700         10  corrTabNewFloat   PIC X(04).
014750         10  corrTabNewCustNo  PIC X(06).
014775         10  corrTabAction     PIC X(01).
014800
014900 01  correctionWorkFields.
015000     05  corrFloatAlpha        PIC X(04).
017500 01  monthCumulativeTable REDEFINES monthCumulativeDays.
017600     05  monthCumDays          PIC 9(03) OCCURS 12 TIMES.
017700
017710*-----------------------------------------------------------*
017720* RETIRED CUSTOMER NUMBERS AND THEIR SURVIVORS, FROM THE     *
017730* MERGE RUN.  THE MERGE RUN KEEPS CHAINS COLLAPSED, SO ONE   *
017740* LOOKUP ALWAYS LANDS ON A LIVE NUMBER.                      *
017750*-----------------------------------------------------------*
017760 01  xrefTable.
017770     05  xrefEntry OCCURS 1000 TIMES.
017780         10  xrefTabFrom       PIC 9(06).
017790         10  xrefTabTo         PIC 9(06).
017792         10  xrefTabDate       PIC 9(08).
017795
017800 01  susAgedColumnLine.
017900     05  FILLER                PIC X(05) VALUE SPACES.
018000     05  FILLER                PIC X(34) VALUE
019400
019500 77  correctionCount           PIC 9(04) VALUE ZEROS COMP.
019600 77  correctionIndex           PIC 9(04) VALUE ZEROS COMP.
019625 77  xrefCount                 PIC 9(04) VALUE ZEROS COMP.
019650 77  xrefIndex                 PIC 9(04) VALUE ZEROS COMP.
019675 77  xrefSlot                  PIC 9(04) VALUE ZEROS COMP.
019700 77  rejectsReadCount          PIC 9(06) VALUE ZEROS COMP.
019710 77  clearedIntHashTotal       PIC 9(08) VALUE ZEROS.
019720 77  clearedFloatTotal         PIC 9(06)V9(02) VALUE ZEROS.
019800 77  rejectsCorrectedCount     PIC 9(06) VALUE ZEROS COMP.
019900 77  rejectsClearedCount       PIC 9(06) VALUE ZEROS COMP.
020000 77  rejectsSuspendedCount     PIC 9(06) VALUE ZEROS COMP.
020025 77  rejectsReturnedCount      PIC 9(06) VALUE ZEROS COMP.
020050 77  resolutionsWrittenCount   PIC 9(06) VALUE ZEROS COMP.
020075 77  resolutionTypeCode        PIC X(01) VALUE SPACES.
020100 77  agedItemCount             PIC 9(06) VALUE ZEROS COMP.
020200 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
020300 77  currentDaySerial          PIC 9(08) VALUE ZEROS COMP.
022500     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
022550     PERFORM 1250-WRITE-RECYCLE-HEADER THRU 1250-EXIT.
022600     PERFORM 1300-LOAD-CORRECTIONS THRU 1300-EXIT.
022700     PERFORM 1500-LOAD-MERGE-XREF THRU 1500-EXIT.
022800     MOVE currentDateStamp TO dateConvDate.
022900     PERFORM 7100-CONVERT-DATE-TO-DAYS THRU 7100-EXIT.
023000     MOVE dateConvDays TO currentDaySerial.
028800             fileStatusSusrpt
028900         GO TO 9900-ABEND
029000     END-IF.
029014     OPEN OUTPUT RSLVOUT.
029028     IF fileStatusRslvout NOT = '00'
029042         DISPLAY 'REJRECYC - UNABLE TO OPEN RSLVOUT, STATUS='
029056             fileStatusRslvout
029070         GO TO 9900-ABEND
029084     END-IF.
029100 1200-EXIT.
029150     EXIT.
029160
032500                 TO corrTabNewFloat (correctionCount)
032520             MOVE corrNewCustNo
032540                 TO corrTabNewCustNo (correctionCount)
032560             MOVE corrAction
032580                 TO corrTabAction (correctionCount)
032600         ELSE
032700             DISPLAY 'REJRECYC - CORRECTION CARD DROPPED: '
032800                 correctionCard
034300 1400-EXIT.
034400     EXIT.
034500
034502*-------------------------------------------------------------*
034504* 1500-LOAD-MERGE-XREF -- NO CROSS-REFERENCE SIMPLY MEANS NO   *
034506* CUSTOMER HAS BEEN MERGED YET.                                *
034508*-------------------------------------------------------------*
034510 1500-LOAD-MERGE-XREF.
034512     OPEN INPUT CUSTXREF.
034514     IF fileStatusCustxref = '00'
034516         PERFORM 1550-READ-NEXT-XREF THRU 1550-EXIT
034518             UNTIL xrefEndOfFile
034520     END-IF.
034522     IF fileStatusCustxref = '00' OR fileStatusCustxref = '05'
034524         OR fileStatusCustxref = '10'
034526         CLOSE CUSTXREF
034528     END-IF.
034530 1500-EXIT.
034532     EXIT.
034534
034536 1550-READ-NEXT-XREF.
034538     READ CUSTXREF INTO customerXrefRecord
034540         AT END
034542             SET xrefEndOfFile TO TRUE
034544     END-READ.
034546     IF xrefEndOfFile
034548         GO TO 1550-EXIT
034550     END-IF.
034552     IF xrefFromNumber NOT NUMERIC OR xrefToNumber NOT NUMERIC
034554         GO TO 1550-EXIT
034556     END-IF.
034558     IF xrefCount >= 1000
034560         DISPLAY 'REJRECYC - MERGE CROSS-REFERENCE EXCEEDS 1000 '
034562             'ENTRIES'
034564         GO TO 9900-ABEND
034566     END-IF.
034568     ADD 1 TO xrefCount.
034570     MOVE xrefFromNumber TO xrefTabFrom (xrefCount).
034572     MOVE xrefToNumber   TO xrefTabTo (xrefCount).
034573     MOVE xrefMergeDate  TO xrefTabDate (xrefCount).
034574 1550-EXIT.
034576     EXIT.
034588
034600*=============================================================*
034700* 2000-PROCESS-REJECTS -- ONE SUSPENSE ITEM PER PASS           *
034800*=============================================================*
035100     IF NOT rejectEndOfFile
035200         ADD 1 TO rejectsReadCount
035300         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
035320         IF returnRequested
035340             PERFORM 2700-RETURN-TO-BRANCH THRU 2700-EXIT
035360             GO TO 2000-EXIT
035380         END-IF
035400         PERFORM 2300-REVALIDATE-REJECT THRU 2300-EXIT
035500         IF transactionIsValid
035600             PERFORM 2400-WRITE-CLEARED-TRAN THRU 2400-EXIT
037200*-------------------------------------------------------------*
037300* 2200-APPLY-CORRECTION -- LOOK THE SUSPENSE KEY UP IN THE     *
037400* CORRECTION TABLE AND OVERLAY ONLY THE FIELDS THE CARD        *
037466* ACTUALLY SUPPLIED, THEN MOVE A RETIRED CUSTOMER NUMBER TO    *
037532* ITS MERGE SURVIVOR.                                          *
037600*-------------------------------------------------------------*
037700 2200-APPLY-CORRECTION.
037800     MOVE 'N' TO correctionFoundSwitch.
037820     MOVE 'N' TO custNoCorrectedSwitch.
037840     MOVE 'N' TO intCorrectedSwitch.
037850     MOVE 'N' TO returnRequestedSwitch.
037860     MOVE rejectReasonCode TO priorReasonCode.
037900     PERFORM 2250-SCAN-CORRECTION-TABLE THRU 2250-EXIT
038000         VARYING correctionIndex FROM 1 BY 1
038100         UNTIL correctionIndex > correctionCount
038200         OR correctionFound.
038250     PERFORM 2270-APPLY-MERGE-XREF THRU 2270-EXIT.
038300 2200-EXIT.
038400     EXIT.
038500
038600 2250-SCAN-CORRECTION-TABLE.
038700     IF corrTabKey (correctionIndex) = rejectKey
038800         SET correctionFound TO TRUE
038820         IF corrTabAction (correctionIndex) = 'R'
038840             SET returnRequested TO TRUE
038860             GO TO 2250-EXIT
038880         END-IF
038900         ADD 1 TO rejectsCorrectedCount
039000         IF corrTabNewString (correctionIndex) NOT = SPACES
039100             MOVE corrTabNewString (correctionIndex)
040300 2250-EXIT.
040400     EXIT.
040500
040503*-------------------------------------------------------------*
040504* 2270-APPLY-MERGE-XREF -- A RETIRED NUMBER, ON THE ITEM OR    *
040505* FROM A CARD, IS REPLACED BY ITS SURVIVOR AND COUNTS AS A     *
040506* CUSTOMER NUMBER CORRECTION.  THE MERGE RUN HAS ALREADY       *
040507* RE-KEYED WHAT WAS IN SUSPENSE WHEN IT RAN, BUT THOSE ITEMS   *
040508* STILL CARRY THE R003 THEY WERE REJECTED WITH: AN ITEM ON A   *
040509* SURVIVOR IS RELEASED ONLY WHEN IT WAS REJECTED ON OR BEFORE  *
040510* THE MERGE DATE.  ONE REJECTED AFTER THE MERGE FAILED FOR A   *
040511* REASON OF ITS OWN AND HOLDS.  THE MASTER ITSELF IS           *
040512* RE-CHECKED BY THE NEXT DAILY RUN, AS FOR A CARDED NUMBER.    *
040521*-------------------------------------------------------------*
040524 2270-APPLY-MERGE-XREF.
040527     MOVE ZEROS TO xrefSlot.
040530     PERFORM 2280-MATCH-ONE-XREF THRU 2280-EXIT
040533         VARYING xrefIndex FROM 1 BY 1
040536         UNTIL xrefIndex > xrefCount
040539         OR xrefSlot > ZEROS.
040542     IF xrefSlot > ZEROS
040545         MOVE xrefTabTo (xrefSlot) TO rejectCustomerNumber
040548         SET custNoCorrected TO TRUE
040549         GO TO 2270-EXIT
040550     END-IF.
040551     PERFORM 2290-MATCH-ONE-SURVIVOR THRU 2290-EXIT
040552         VARYING xrefIndex FROM 1 BY 1
040553         UNTIL xrefIndex > xrefCount
040554         OR xrefSlot > ZEROS.
040555     IF xrefSlot > ZEROS
040556         SET custNoCorrected TO TRUE
040557     END-IF.
040558 2270-EXIT.
040559     EXIT.
040560
040563 2280-MATCH-ONE-XREF.
040566     IF xrefTabFrom (xrefIndex) = rejectCustomerNumber
040569         MOVE xrefIndex TO xrefSlot
040572     END-IF.
040575 2280-EXIT.
040578     EXIT.
040580
040582 2290-MATCH-ONE-SURVIVOR.
040584     IF xrefTabTo (xrefIndex) = rejectCustomerNumber
040586         AND rejectDateStamp NOT > xrefTabDate (xrefIndex)
040588         MOVE xrefIndex TO xrefSlot
040590     END-IF.
040592 2290-EXIT.
040594     EXIT.
040596
040600*-------------------------------------------------------------*
040700* 2300-REVALIDATE-REJECT -- REBUILD THE ITEM IN THE SHARED     *
040800* TRANSACTION LAYOUT AND RE-RUN EXACTLY THE DEFAULTS AND       *
043909             SET rejectDuplicateTran TO TRUE
043911         END-IF
043913     END-IF.
043915*    AN R006 IS A HIGH-VALUE ITEM A SUPERVISOR DECLINED.  ONLY
043917*    THE APPROVAL QUEUE CAN PUT IT BACK; IT HOLDS HERE UNTIL
043919*    THE BRANCH RESUBMITS IT OR SOMEONE DELETES IT.
043921     IF priorReasonCode = 'R006'
043923         SET transactionIsInvalid TO TRUE
043925         IF rejectReasonCode = SPACES
043927             SET rejectApprovalDeclined TO TRUE
043929         END-IF
043931     END-IF.
043965 2300-EXIT.
044000     EXIT.
044100
044200 2400-WRITE-CLEARED-TRAN.
044400     ADD 1 TO rejectsClearedCount.
044420     ADD myInt TO clearedIntHashTotal.
044440     ADD myFloat TO clearedFloatTotal.
044460     MOVE 'C' TO resolutionTypeCode.
044480     PERFORM 2800-WRITE-RESOLUTION THRU 2800-EXIT.
044500 2400-EXIT.
044600     EXIT.
044700
048500     WRITE susRptRecord FROM susAgedDetailLine
048600         AFTER ADVANCING 1 LINES.
048700 2650-EXIT.
048703     EXIT.
048706
048709*-------------------------------------------------------------*
048712* 2700-RETURN-TO-BRANCH -- THE CARD SENDS THE ITEM BACK TO THE *
048715* BRANCH THAT SENT IT.  THE BRANCH ALREADY HOLDS IT ON THE     *
048718* RETURN FEED FROM THE DAY IT BOUNCED, SO IT SIMPLY LEAVES     *
048721* SUSPENSE HERE, UNEDITED, WITH ITS RESOLUTION ON RECORD.      *
048724*-------------------------------------------------------------*
048727 2700-RETURN-TO-BRANCH.
048730     ADD 1 TO rejectsReturnedCount.
048733     MOVE 'R' TO resolutionTypeCode.
048736     PERFORM 2800-WRITE-RESOLUTION THRU 2800-EXIT.
048739 2700-EXIT.
048742     EXIT.
048745
048748*-------------------------------------------------------------*
048751* 2800-WRITE-RESOLUTION -- ONE RECORD PER ITEM LEAVING         *
048754* SUSPENSE, KEYED BY ITS ORIGINAL DATE, BRANCH, AND KEY AND    *
048757* CARRYING THE REASON IT CAME IN WITH, FOR THE REJECT HISTORY  *
048760* UPDATE TO CLOSE THE ITEM OUT.                                *
048763*-------------------------------------------------------------*
048766 2800-WRITE-RESOLUTION.
048769     MOVE SPACES TO rejectHistoryRecord.
048772     MOVE rejectDateStamp      TO rejHistRejectDate.
048775     MOVE rejectSourceId       TO rejHistBranch.
048778     MOVE rejectKey            TO rejHistKey.
048781     MOVE rejectCustomerNumber TO rejHistCustomer.
048784     MOVE priorReasonCode      TO rejHistReasonCode.
048787     MOVE resolutionTypeCode   TO rejHistResolution.
048790     MOVE recycleBusinessDate  TO rejHistResolvedDate.
048793     WRITE rslvOutRecord FROM rejectHistoryRecord.
048796     ADD 1 TO resolutionsWrittenCount.
048799 2800-EXIT.
048802     EXIT.
048805
048810*=============================================================*
048820* 4000-WRITE-RECYCLE-TRAILER -- CLOSE THE CLEARED FEED WITH    *
051000     WRITE susRptRecord FROM reportDetailLine
051100         AFTER ADVANCING 1 LINES.
051200
051214     MOVE SPACES TO reportDetailLine.
051228     MOVE 'ITEMS RETURNED TO BRANCH' TO reportFieldLabel.
051242     MOVE rejectsReturnedCount TO reportFieldValue.
051256     WRITE susRptRecord FROM reportDetailLine
051270         AFTER ADVANCING 1 LINES.
051284
051300     MOVE SPACES TO reportDetailLine.
051400     MOVE 'ITEMS CARRIED IN SUSPENSE' TO reportFieldLabel.
051500     MOVE rejectsSuspendedCount TO reportFieldValue.
051900     MOVE SPACES TO reportDetailLine.
052000     MOVE 'ITEMS AGED OVER DAY LIMIT' TO reportFieldLabel.
052100     MOVE agedItemCount TO reportFieldValue.
052114     WRITE susRptRecord FROM reportDetailLine
052128         AFTER ADVANCING 1 LINES.
052142
052156     MOVE SPACES TO reportDetailLine.
052170     MOVE 'RESOLUTIONS WRITTEN' TO reportFieldLabel.
052184     MOVE resolutionsWrittenCount TO reportFieldValue.
052200     WRITE susRptRecord FROM reportDetailLine
052300         AFTER ADVANCING 1 LINES.
052400 5000-EXIT.
055200     CLOSE TRANOUT.
055300     CLOSE REJOUT.
055400     CLOSE SUSRPT.
055450     CLOSE RSLVOUT.
055500     IF agedItemCount > 0
055600         MOVE 8 TO RETURN-CODE
055700     ELSE
