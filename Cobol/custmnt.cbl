001630*                  PENDING FLAG ON THE MASTER, SO THE DAILY   *
001640*                  RUN SENDS THE REACTIVATION LETTER ON THE   *
001650*                  CUSTOMER'S NEXT TRANSACTION.               *
001656* 10/14/2026 TB    A CHANGE OR DEACTIVATE CARD FOR A          *
001662*                  CUSTOMER THE MERGE RUN HAS RETIRED IS NOW  *
001668*                  REFUSED WITH RESULT MRGD, COUNTED IN       *
001674*                  ERROR, AND AUDITED -- A MERGED NUMBER      *
001680*                  MUST NOT BE BROUGHT BACK TO LIFE BEHIND    *
001686*                  ITS SURVIVOR'S BACK.  AN ADD CLEARS THE    *
001692*                  MERGE POINTER.                             *
001701* 10/14/2026 TB    THE CUSTOMER MAINTENANCE AUDIT TRAIL IS    *
001710*                  NOW CHAINED: EVERY RECORD CARRIES A CHECK  *
001719*                  VALUE OVER ITSELF AND THE RECORD BEFORE    *
001728*                  (MODULE AUDIT-CHAIN-VALUE), STARTING FROM  *
001737*                  THE VALUE THE TRAIL LAST ENDED ON PER THE  *
001746*                  CHAIN-CONTROL HISTORY (CHAININ, CARRIED    *
001755*                  TO CHAINOUT), AND THE RUN ENDS ITS TRAIL   *
001764*                  WITH A SEAL RECORD (ACTION S, THE RECORD   *
001773*                  COUNT UNDER IT) AND A NEW CHAIN-CONTROL    *
001782*                  ROW.  RECORD IS NOW 78 BYTES.              *
001788* 10/15/2026 TB    MAILING ADDRESS AND COMMUNICATION          *
001794*                  PREFERENCE MAINTENANCE.  FIVE NEW CARD     *
001800*                  TYPES KEEP THE INDEXED MAILING-ADDRESS     *
001806*                  FILE CUSTADDR: '1' AND '2' THE TWO         *
001812*                  ADDRESS LINES, 'L' THE CITY, STATE, AND    *
001818*                  POSTAL CODE, 'E' THE E-MAIL ADDRESS, AND   *
001824*                  'P' THE DELIVERY PREFERENCE (P POST, E     *
001830*                  E-MAIL, N OPTED OUT) AND THE               *
001836*                  UNDELIVERABLE FLAG.  THE FIRST CARD FOR A  *
001842*                  CUSTOMER ADDS THE RECORD, DEFAULTED TO     *
001848*                  POST AND DELIVERABLE; A NEW STREET OR      *
001854*                  LOCALITY CLEARS THE UNDELIVERABLE FLAG.    *
001860*                  THE CUSTOMER MUST BE ON THE MASTER AND     *
001866*                  NOT MERGED.  EVERY CARD IS AUDITED ON      *
001872*                  CMNTAUD AS BEFORE, ITS ADDRESS DATA IN     *
001878*                  THE NAME AND GREETING FIELDS.              *
001884*-----------------------------------------------------------*
001890
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS custNumber
003300         FILE STATUS IS fileStatusCustmst.
003316     SELECT OPTIONAL CUSTADDR ASSIGN TO CUSTADDR
003332         ORGANIZATION IS INDEXED
003348         ACCESS MODE IS RANDOM
003364         RECORD KEY IS addrCustNumber
003380         FILE STATUS IS fileStatusCustaddr.
003400     SELECT CMNTAUD  ASSIGN TO CMNTAUD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS fileStatusCmntaud.
003614     SELECT OPTIONAL CHAININ ASSIGN TO CHAININ
003628         ORGANIZATION IS SEQUENTIAL
003642         FILE STATUS IS fileStatusChainin.
003656     SELECT CHAINOUT ASSIGN TO CHAINOUT
003670         ORGANIZATION IS SEQUENTIAL
003684         FILE STATUS IS fileStatusChainout.
003700     SELECT CMNTRPT  ASSIGN TO CMNTRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS fileStatusCmntrpt.
004900 FD  CUSTMST
005000     RECORD CONTAINS 60 CHARACTERS.
005100     COPY CUSTREC.
005112
005125 FD  CUSTADDR
005150     RECORD CONTAINS 160 CHARACTERS.
005175     COPY ADDRREC.
005200
005300 FD  CMNTAUD
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 78 CHARACTERS.
005700 01  cmntAudRecord             PIC X(78).
005707
005714 FD  CHAININ
005721     RECORDING MODE IS F
005728     LABEL RECORDS ARE STANDARD
005735     RECORD CONTAINS 40 CHARACTERS.
005742 01  chainCtlInRecord          PIC X(40).
005749
005756 FD  CHAINOUT
005763     RECORDING MODE IS F
005770     LABEL RECORDS ARE STANDARD
005777     RECORD CONTAINS 40 CHARACTERS.
005784 01  chainCtlOutRecord         PIC X(40).
005800
005900 FD  CMNTRPT
006000     RECORDING MODE IS F
006600*-----------------------------------------------------------*
006700* THE SHARED REPORT LAYOUT.                                  *
006800*-----------------------------------------------------------*
006850     COPY CHAINCTL.
006900     COPY RPTLINE.
007000
007100 01  fileStatusFields.
007300     05  fileStatusCustmst     PIC X(02) VALUE SPACES.
007400     05  fileStatusCmntaud     PIC X(02) VALUE SPACES.
007500     05  fileStatusCmntrpt     PIC X(02) VALUE SPACES.
007533     05  fileStatusChainin     PIC X(02) VALUE SPACES.
007566     05  fileStatusChainout    PIC X(02) VALUE SPACES.
007583     05  fileStatusCustaddr    PIC X(02) VALUE SPACES.
007600
007700 01  programSwitches.
007800     05  maintEofSwitch        PIC X(01) VALUE 'N'.
008000     05  maintCardEditSwitch   PIC X(01) VALUE 'Y'.
008100         88  maintCardIsValid            VALUE 'Y'.
008200         88  maintCardIsInvalid          VALUE 'N'.
008233     05  chainCtlEofSwitch     PIC X(01) VALUE 'N'.
008266         88  chainControlAtEnd           VALUE 'Y'.
008277     05  addrFoundSwitch       PIC X(01) VALUE 'N'.
008288         88  addressOnFile               VALUE 'Y'.
008300
008400*-----------------------------------------------------------*
008500* MAINTENANCE TRANSACTION CARD -- ONE KEYED CARD PER ACTION. *
008700* FIELDS OF AN EXISTING ONE, 'D' DEACTIVATES IT.  A          *
008800* DEACTIVATED CUSTOMER STAYS ON FILE FOR HISTORY BUT         *
008900* REJECTS ON THE DAILY RUN LIKE AN UNKNOWN ONE.              *
008916* THE ADDRESS CARDS KEEP THE MAILING-ADDRESS FILE, ONE PART  *
008932* OF THE RECORD PER CARD SO NO CARD CARRIES MORE THAN THE    *
008948* 40 BYTES THE AUDIT RECORD HAS ROOM FOR: '1' AND '2' THE    *
008964* ADDRESS LINES, 'L' THE LOCALITY, 'E' THE E-MAIL ADDRESS,   *
008980* 'P' THE DELIVERY PREFERENCE AND UNDELIVERABLE FLAG.        *
009000*-----------------------------------------------------------*
009100 01  maintCard.
009200     05  maintAction           PIC X(01).
009300         88  maintActionAdd              VALUE 'A'.
009400         88  maintActionChange           VALUE 'C'.
009500         88  maintActionDeact            VALUE 'D'.
009512         88  maintActionAddrLine1        VALUE '1'.
009524         88  maintActionAddrLine2        VALUE '2'.
009536         88  maintActionLocality         VALUE 'L'.
009548         88  maintActionEmail            VALUE 'E'.
009560         88  maintActionPreference       VALUE 'P'.
009572         88  maintActionAddress          VALUE '1' '2' 'L'
009584                                               'E' 'P'.
009600     05  maintNumber           PIC X(06).
009616     05  maintCustomerData.
009632         10  maintName         PIC X(20).
009648         10  maintGreeting     PIC X(20).
009664         10  FILLER            PIC X(33).
009680     05  maintAddressData REDEFINES maintCustomerData.
009696         10  maintAddrData     PIC X(40).
009712         10  FILLER            PIC X(33).
009728     05  maintAddrLineData REDEFINES maintCustomerData.
009744         10  maintAddrLine     PIC X(30).
009760         10  FILLER            PIC X(43).
009776     05  maintLocalityData REDEFINES maintCustomerData.
009792         10  maintCity         PIC X(20).
009808         10  maintState        PIC X(02).
009824         10  maintPostalCode   PIC X(10).
009840         10  FILLER            PIC X(41).
009856     05  maintEmailData REDEFINES maintCustomerData.
009872         10  maintEmail        PIC X(40).
009888         10  FILLER            PIC X(33).
009904     05  maintPrefData REDEFINES maintCustomerData.
009920         10  maintDeliveryPref PIC X(01).
009936             88  maintPrefIsValid      VALUE SPACE 'P' 'E' 'N'.
009952         10  maintUndelivFlag  PIC X(01).
009968             88  maintUndelivIsValid   VALUE SPACE 'Y' 'N'.
009984         10  FILLER            PIC X(71).
010000
010100*-----------------------------------------------------------*
010200* MAINTENANCE AUDIT RECORD -- ONE PER CARD, WITH THE RESULT  *
010300* AND THE NAME AND GREETING AS THEY STAND AFTER THE ACTION.  *
010333* AN ADDRESS CARD'S 40 BYTES OF ADDRESS DATA RIDE IN THE     *
010366* NAME AND GREETING FIELDS.                                  *
010400*-----------------------------------------------------------*
010500 01  maintAuditRecord.
010600     05  maintAuditDateStamp   PIC 9(08).
011200         88  maintResultDuplicate        VALUE 'DUP '.
011300         88  maintResultNotFound         VALUE 'NOTF'.
011400         88  maintResultBadCard          VALUE 'BAD '.
011450         88  maintResultMerged           VALUE 'MRGD'.
011500     05  maintAuditName        PIC X(20).
011600     05  maintAuditGreeting    PIC X(20).
011608     05  maintAuditChainLink   PIC X(01).
011616         88  maintAuditChained           VALUE SPACE.
011624         88  maintAuditSeal              VALUE 'S'.
011632     05  maintAuditChainValue  PIC 9(10).
011640
011648*    THE SEAL RECORD: ACTION S AND THE COUNT OF RECORDS UNDER
011656*    IT IN PLACE OF THE CARD FIELDS.
011664 01  maintSealRecord REDEFINES maintAuditRecord.
011672     05  FILLER                PIC X(17).
011680     05  maintAuditSealCount   PIC 9(06).
011688     05  FILLER                PIC X(55).
011700
011800 77  cardsReadCount            PIC 9(06) VALUE ZEROS COMP.
011900 77  cardsAddedCount           PIC 9(06) VALUE ZEROS COMP.
012000 77  cardsChangedCount         PIC 9(06) VALUE ZEROS COMP.
012100 77  cardsDeactivatedCount     PIC 9(06) VALUE ZEROS COMP.
012200 77  cardsInErrorCount         PIC 9(06) VALUE ZEROS COMP.
012225 77  addressesAddedCount       PIC 9(06) VALUE ZEROS COMP.
012250 77  addressesChangedCount     PIC 9(06) VALUE ZEROS COMP.
012275 77  emailAtSignCount          PIC 9(02) VALUE ZEROS COMP.
012300 77  currentDateStamp          PIC 9(08) VALUE ZEROS.
012400 77  currentTimeStamp          PIC 9(08) VALUE ZEROS.
012420 77  auditRecordsWritten       PIC 9(06) VALUE ZEROS COMP.
012440 77  chainRunningValue         PIC 9(10) VALUE ZEROS.
012460 77  chainNewValue             PIC 9(10) VALUE ZEROS.
012480 77  chainCoveredLength        PIC 9(04) VALUE 68 COMP.
012500
012600 PROCEDURE DIVISION.
012700*=============================================================*
015700             fileStatusCmntaud
015800         GO TO 9900-ABEND
015900     END-IF.
015907     OPEN I-O CUSTADDR.
015914     IF fileStatusCustaddr NOT = '00' AND NOT = '05'
015921         DISPLAY 'CUSTMNT - UNABLE TO OPEN CUSTADDR, STATUS='
015928             fileStatusCustaddr
015935         GO TO 9900-ABEND
015942     END-IF.
015950     PERFORM 1900-LOAD-AUDIT-CHAIN THRU 1900-EXIT.
016000     OPEN OUTPUT CMNTRPT.
016100     IF fileStatusCmntrpt NOT = '00'
016200         DISPLAY 'CUSTMNT - UNABLE TO OPEN CMNTRPT, STATUS='
017300 1000-EXIT.
017400     EXIT.
017500
017502*-------------------------------------------------------------*
017504* 1900-LOAD-AUDIT-CHAIN -- CARRY THE CHAIN-CONTROL HISTORY     *
017506* FORWARD AND PICK UP THE CHECK VALUE THIS TRAIL LAST ENDED    *
017508* ON; THE RUN'S FIRST AUDIT RECORD CHAINS FROM IT.  NO HISTORY *
017510* MEANS THE TRAIL STARTS HERE, FROM ZERO.                      *
017512*-------------------------------------------------------------*
017514 1900-LOAD-AUDIT-CHAIN.
017516     OPEN OUTPUT CHAINOUT.
017518     IF fileStatusChainout NOT = '00'
017520         DISPLAY 'CUSTMNT - UNABLE TO OPEN CHAINOUT, STATUS='
017522             fileStatusChainout
017524         GO TO 9900-ABEND
017526     END-IF.
017528     OPEN INPUT CHAININ.
017530     IF fileStatusChainin = '00'
017532         PERFORM 1950-COPY-CHAIN-CONTROL THRU 1950-EXIT
017534             UNTIL chainControlAtEnd
017536     END-IF.
017538     IF fileStatusChainin = '00' OR fileStatusChainin = '05'
017540         OR fileStatusChainin = '10'
017542         CLOSE CHAININ
017544     END-IF.
017546 1900-EXIT.
017548     EXIT.
017550
017552 1950-COPY-CHAIN-CONTROL.
017554     READ CHAININ INTO chainControlRecord
017556         AT END
017558             SET chainControlAtEnd TO TRUE
017560     END-READ.
017562     IF chainControlAtEnd
017564         GO TO 1950-EXIT
017566     END-IF.
017568     WRITE chainCtlOutRecord FROM chainControlRecord.
017570     IF chainCtlCustMaint
017572         MOVE chainCtlValue TO chainRunningValue
017574     END-IF.
017576 1950-EXIT.
017578     EXIT.
017580
017600*=============================================================*
017700* 2000-PROCESS-MAINT-CARDS -- ONE MAINTENANCE CARD PER PASS    *
017800*=============================================================*
019800*-------------------------------------------------------------*
019900* 2100-EDIT-MAINT-CARD -- A CARD MUST CARRY A KNOWN ACTION, A  *
020000* NUMERIC NONZERO CUSTOMER NUMBER, AND, FOR AN ADD, A NAME.    *
020050* AN ADDRESS CARD MUST ALSO PASS 2150.                         *
020100*-------------------------------------------------------------*
020200 2100-EDIT-MAINT-CARD.
020300     SET maintCardIsValid TO TRUE.
020400     IF NOT maintActionAdd AND NOT maintActionChange
020500         AND NOT maintActionDeact AND NOT maintActionAddress
020600         SET maintCardIsInvalid TO TRUE
020700     END-IF.
020800     IF maintNumber NOT NUMERIC OR maintNumber = '000000'
021100     IF maintActionAdd AND maintName = SPACES
021200         SET maintCardIsInvalid TO TRUE
021300     END-IF.
021325     IF maintActionAddress
021350         PERFORM 2150-EDIT-ADDRESS-CARD THRU 2150-EXIT
021375     END-IF.
021400 2100-EXIT.
021500     EXIT.
021503
021506*-------------------------------------------------------------*
021509* 2150-EDIT-ADDRESS-CARD -- AN ADDRESS CARD MUST CARRY          *
021512* SOMETHING TO APPLY, EXCEPT A '2' CARD, WHICH MAY BLANK THE    *
021515* SECOND ADDRESS LINE.  AN E-MAIL ADDRESS NEEDS EXACTLY ONE @,  *
021518* AND THE PREFERENCE CARD ONLY THE CODES THE DAILY RUN KNOWS.   *
021521*-------------------------------------------------------------*
021524 2150-EDIT-ADDRESS-CARD.
021527     IF maintAddrData = SPACES AND NOT maintActionAddrLine2
021530         SET maintCardIsInvalid TO TRUE
021533     END-IF.
021536     IF maintActionEmail
021539         MOVE ZEROS TO emailAtSignCount
021542         INSPECT maintEmail TALLYING emailAtSignCount FOR ALL '@'
021545         IF emailAtSignCount NOT = 1
021548             SET maintCardIsInvalid TO TRUE
021551         END-IF
021554     END-IF.
021557     IF maintActionPreference
021560         IF NOT maintPrefIsValid OR NOT maintUndelivIsValid
021563             SET maintCardIsInvalid TO TRUE
021566         END-IF
021569     END-IF.
021572 2150-EXIT.
021575     EXIT.
021600
021700 2200-APPLY-MAINT-CARD.
021720     IF maintActionAddress
021740         PERFORM 2600-MAINTAIN-ADDRESS THRU 2600-EXIT
021760         GO TO 2200-EXIT
021780     END-IF.
021800     IF maintActionAdd
021900         PERFORM 2300-ADD-CUSTOMER THRU 2300-EXIT
022000     ELSE
023400     MOVE maintGreeting TO custGreeting.
023500     SET custActive TO TRUE.
023550     MOVE 'N' TO custReactPending.
023575     MOVE ZEROS TO custMergedInto.
023600     MOVE currentDateStamp TO custLastMaintDate.
023700     WRITE customerRecord
023800         INVALID KEY
025100* 2400-CHANGE-CUSTOMER -- ONLY THE NONBLANK CARD FIELDS        *
025200* OVERLAY THE MASTER, SO A CHANGE CARD CAN RETITLE THE         *
025300* GREETING WITHOUT RETYPING THE NAME, OR THE OTHER WAY ROUND.  *
025366* A CHANGE ALSO REACTIVATES A DEACTIVATED CUSTOMER, BUT NEVER   *
025432* ONE THE MERGE RUN HAS RETIRED.                               *
025500*-------------------------------------------------------------*
025600 2400-CHANGE-CUSTOMER.
025700     MOVE maintNumber TO custNumber.
026200             PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
026300             GO TO 2400-EXIT
026400     END-READ.
026414     IF custMerged
026428         ADD 1 TO cardsInErrorCount
026442         SET maintResultMerged TO TRUE
026456         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
026470         GO TO 2400-EXIT
026484     END-IF.
026500     IF maintName NOT = SPACES
026600         MOVE maintName TO custName
026700     END-IF.
029200             PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
029300             GO TO 2500-EXIT
029400     END-READ.
029414     IF custMerged
029428         ADD 1 TO cardsInErrorCount
029442         SET maintResultMerged TO TRUE
029456         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
029470         GO TO 2500-EXIT
029484     END-IF.
029500     SET custInactive TO TRUE.
029550     MOVE 'N' TO custReactPending.
029600     MOVE currentDateStamp TO custLastMaintDate.
030600     PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT.
030700 2500-EXIT.
030800     EXIT.
030801
030802*-------------------------------------------------------------*
030803* 2600-MAINTAIN-ADDRESS -- APPLY ONE ADDRESS CARD.  THE         *
030804* CUSTOMER MUST BE ON THE MASTER AND NOT MERGED AWAY; AN        *
030805* INACTIVE CUSTOMER MAY STILL HAVE AN ADDRESS KEPT.  THE FIRST  *
030806* CARD FOR A CUSTOMER ADDS THE ADDRESS RECORD, DEFAULTED TO     *
030807* POSTAL DELIVERY AND DELIVERABLE.                              *
030808*-------------------------------------------------------------*
030809 2600-MAINTAIN-ADDRESS.
030810     MOVE maintNumber TO custNumber.
030811     READ CUSTMST
030812         INVALID KEY
030813             ADD 1 TO cardsInErrorCount
030814             SET maintResultNotFound TO TRUE
030815             PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
030816             GO TO 2600-EXIT
030817     END-READ.
030818     IF custMerged
030819         ADD 1 TO cardsInErrorCount
030820         SET maintResultMerged TO TRUE
030821         PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
030822         GO TO 2600-EXIT
030823     END-IF.
030824     MOVE maintNumber TO addrCustNumber.
030825     SET addressOnFile TO TRUE.
030826     READ CUSTADDR
030827         INVALID KEY
030828             MOVE 'N' TO addrFoundSwitch
030829     END-READ.
030830     IF NOT addressOnFile
030831         MOVE SPACES TO customerAddressRecord
030832         MOVE maintNumber TO addrCustNumber
030833         SET addrPrefPostal TO TRUE
030834         SET addrIsDeliverable TO TRUE
030835     END-IF.
030836     PERFORM 2650-APPLY-ADDRESS-CARD THRU 2650-EXIT.
030837     MOVE currentDateStamp TO addrLastMaintDate.
030838     IF addressOnFile
030839         REWRITE customerAddressRecord
030840             INVALID KEY
030841                 ADD 1 TO cardsInErrorCount
030842                 SET maintResultNotFound TO TRUE
030843                 PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
030844                 GO TO 2600-EXIT
030845         END-REWRITE
030846         ADD 1 TO addressesChangedCount
030847     ELSE
030848         WRITE customerAddressRecord
030849             INVALID KEY
030850                 ADD 1 TO cardsInErrorCount
030851                 SET maintResultDuplicate TO TRUE
030852                 PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT
030853                 GO TO 2600-EXIT
030854         END-WRITE
030855         ADD 1 TO addressesAddedCount
030856     END-IF.
030857     SET maintResultApplied TO TRUE.
030858     PERFORM 2900-WRITE-MAINT-AUDIT THRU 2900-EXIT.
030859 2600-EXIT.
030860     EXIT.
030861
030862*-------------------------------------------------------------*
030863* 2650-APPLY-ADDRESS-CARD -- OVERLAY THE PART OF THE ADDRESS    *
030864* RECORD THE CARD CARRIES; ON THE LOCALITY AND PREFERENCE CARDS *
030865* ONLY THE NONBLANK FIELDS.  A NEW STREET OR LOCALITY CLEARS    *
030866* THE UNDELIVERABLE FLAG -- THE RETURNED MAIL WAS FOR THE OLD   *
030867* ADDRESS.                                                      *
030868*-------------------------------------------------------------*
030869 2650-APPLY-ADDRESS-CARD.
030870     EVALUATE TRUE
030871         WHEN maintActionAddrLine1
030872             MOVE maintAddrLine TO addrLine1
030873             SET addrIsDeliverable TO TRUE
030874         WHEN maintActionAddrLine2
030875             MOVE maintAddrLine TO addrLine2
030876         WHEN maintActionLocality
030877             IF maintCity NOT = SPACES
030878                 MOVE maintCity TO addrCity
030879             END-IF
030880             IF maintState NOT = SPACES
030881                 MOVE maintState TO addrState
030882             END-IF
030883             IF maintPostalCode NOT = SPACES
030884                 MOVE maintPostalCode TO addrPostalCode
030885             END-IF
030886             SET addrIsDeliverable TO TRUE
030887         WHEN maintActionEmail
030888             MOVE maintEmail TO addrEmail
030889         WHEN OTHER
030890             IF maintDeliveryPref NOT = SPACE
030891                 MOVE maintDeliveryPref TO addrDeliveryPref
030892             END-IF
030893             IF maintUndelivFlag NOT = SPACE
030894                 MOVE maintUndelivFlag TO addrUndeliverable
030895             END-IF
030896     END-EVALUATE.
030897 2650-EXIT.
030898     EXIT.
030900
031000*-------------------------------------------------------------*
031100* 2900-WRITE-MAINT-AUDIT -- ONE AUDIT RECORD PER CARD, WITH    *
032600     END-IF.
032700     MOVE maintName        TO maintAuditName.
032800     MOVE maintGreeting    TO maintAuditGreeting.
032866     MOVE SPACE TO maintAuditChainLink.
032932     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
033000 2900-EXIT.
033100     EXIT.
033106
033112*-------------------------------------------------------------*
033118* 2950-CHAIN-AND-WRITE -- EVERY AUDIT RECORD, THE SEAL         *
033124* INCLUDED, GOES OUT HERE CHAINED TO THE ONE BEFORE IT.        *
033130*-------------------------------------------------------------*
033136 2950-CHAIN-AND-WRITE.
033142     CALL 'AUDIT-CHAIN-VALUE' USING BY REFERENCE
033148         chainRunningValue, maintAuditRecord,
033154         chainCoveredLength, chainNewValue.
033160     MOVE chainNewValue TO maintAuditChainValue.
033166     MOVE chainNewValue TO chainRunningValue.
033172     WRITE cmntAudRecord FROM maintAuditRecord.
033178     ADD 1 TO auditRecordsWritten.
033184 2950-EXIT.
033190     EXIT.
033200
033300*=============================================================*
033400* 5000-PRODUCE-MAINT-REPORT -- END-OF-RUN CONTROL TOTALS       *
035800     WRITE cmntRptRecord FROM reportDetailLine
035900         AFTER ADVANCING 1 LINES.
036000
036007     MOVE SPACES TO reportDetailLine.
036014     MOVE 'MAILING ADDRESSES ADDED' TO reportFieldLabel.
036021     MOVE addressesAddedCount TO reportFieldValue.
036028     WRITE cmntRptRecord FROM reportDetailLine
036035         AFTER ADVANCING 1 LINES.
036042
036049     MOVE SPACES TO reportDetailLine.
036056     MOVE 'MAILING ADDRESSES CHANGED' TO reportFieldLabel.
036063     MOVE addressesChangedCount TO reportFieldValue.
036070     WRITE cmntRptRecord FROM reportDetailLine
036077         AFTER ADVANCING 1 LINES.
036084
036100     MOVE SPACES TO reportDetailLine.
036200     MOVE 'CARDS IN ERROR' TO reportFieldLabel.
036300     MOVE cardsInErrorCount TO reportFieldValue.
037300 9000-TERMINATE.
037400     CLOSE CMNTIN.
037500     CLOSE CUSTMST.
037525     CLOSE CUSTADDR.
037550     PERFORM 9050-SEAL-AUDIT-TRAIL THRU 9050-EXIT.
037600     CLOSE CMNTAUD.
037700     CLOSE CMNTRPT.
037800     IF cardsInErrorCount > 0
038500 9000-EXIT.
038600     EXIT.
038700
038703*-------------------------------------------------------------*
038706* 9050-SEAL-AUDIT-TRAIL -- CLOSE THE RUN'S TRAIL WITH ITS      *
038709* SEAL, CHAINED LIKE ANY OTHER RECORD, AND RECORD THE SEAL'S   *
038712* VALUE ON THE CHAIN-CONTROL HISTORY FOR THE NEXT RUN TO CHAIN *
038715* FROM.                                                        *
038718*-------------------------------------------------------------*
038721 9050-SEAL-AUDIT-TRAIL.
038724     ACCEPT currentDateStamp FROM DATE YYYYMMDD.
038727     ACCEPT currentTimeStamp FROM TIME.
038730     MOVE SPACES TO maintAuditRecord.
038733     MOVE currentDateStamp    TO maintAuditDateStamp.
038736     MOVE currentTimeStamp    TO maintAuditTimeStamp.
038739     MOVE 'S'                 TO maintAuditAction.
038742     MOVE auditRecordsWritten TO maintAuditSealCount.
038745     SET maintAuditSeal TO TRUE.
038748     PERFORM 2950-CHAIN-AND-WRITE THRU 2950-EXIT.
038751     MOVE SPACES TO chainControlRecord.
038754     SET chainCtlCustMaint TO TRUE.
038757     MOVE currentDateStamp    TO chainCtlDate.
038760     MOVE currentTimeStamp    TO chainCtlTimeStamp.
038763     MOVE maintAuditSealCount TO chainCtlRecords.
038766     MOVE chainRunningValue   TO chainCtlValue.
038769     WRITE chainCtlOutRecord FROM chainControlRecord.
038772     CLOSE CHAINOUT.
038775 9050-EXIT.
038778     EXIT.
038781
038800*=============================================================*
038900* 9900-ABEND -- FATAL SETUP FAILURE.                           *
039000*=============================================================*
