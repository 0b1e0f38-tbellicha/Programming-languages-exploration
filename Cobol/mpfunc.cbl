001995*                  MODULE UNUSABLE (EVERY CALL ANSWERS 9)     *
001996*                  INSTEAD OF QUIETLY APPLYING A PARTIAL      *
001997*                  TABLE'S STALE FACTORS.                     *
002003* 10/14/2026 TB    NEGOTIATED RATES.  THE CALL NOW ALSO       *
002009*                  CARRIES THE CUSTOMER NUMBER AND RETURNS    *
002015*                  THE PRICING BASIS.  A CUSTOMER WITH A      *
002021*                  PRICING EXCEPTION IN FORCE (PRCEXTAB, SAME *
002027*                  EFFECTIVE-DATE RULE AS THE RATE TABLE)     *
002033*                  GETS ITS OWN FACTOR IN PLACE OF THE TABLE  *
002039*                  LOOKUP, AND ITS RESULT IS HELD BETWEEN ITS *
002045*                  MINIMUM AND MAXIMUM CHARGE.  BASIS IS T    *
002051*                  TABLE, O OVERRIDE, F FLOOR, OR C CAP --    *
002057*                  WHICHEVER RULE SET THE RESULT LAST.  THE   *
002063*                  EXCEPTION FILE IS OPTIONAL; ONE THAT       *
002069*                  OVERFLOWS LEAVES THE MODULE UNUSABLE, AS   *
002075*                  THE RATE TABLE DOES.                       *
002081*-----------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002600     SELECT RATETAB  ASSIGN TO RATETAB
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS fileStatusRatetab.
002825     SELECT OPTIONAL PRCEXTAB ASSIGN TO PRCEXTAB
002850         ORGANIZATION IS SEQUENTIAL
002875         FILE STATUS IS fileStatusPrcextab.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003400     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 20 CHARACTERS.
003600 01  rateTabRecord             PIC X(20).
003614
003628 FD  PRCEXTAB
003642     RECORDING MODE IS F
003656     LABEL RECORDS ARE STANDARD
003670     RECORD CONTAINS 40 CHARACTERS.
003684 01  prcExTabRecord            PIC X(40).
003700
003800 WORKING-STORAGE SECTION.
003900*-----------------------------------------------------------*
004000* THE SHARED RATE AND PRICING-EXCEPTION RECORD LAYOUTS.      *
004100*-----------------------------------------------------------*
004200     COPY RATEREC.
004250     COPY PRCEXREC.
004300
004400 01  fileStatusFields.
004500     05  fileStatusRatetab     PIC X(02) VALUE SPACES.
004550     05  fileStatusPrcextab    PIC X(02) VALUE SPACES.
004600
004700 01  programSwitches.
004800     05  tableLoadedSwitch     PIC X(01) VALUE 'N'.
005500         88  rateFound                   VALUE 'Y'.
005520     05  rateOverflowSwitch    PIC X(01) VALUE 'N'.
005540         88  rateTableOverflowed         VALUE 'Y'.
005552     05  exceptionEofSwitch    PIC X(01) VALUE 'N'.
005564         88  exceptionEndOfFile          VALUE 'Y'.
005576     05  exceptionFoundSwitch  PIC X(01) VALUE 'N'.
005588         88  exceptionFound              VALUE 'Y'.
005600
005700 01  rateTable.
005800     05  rateEntry OCCURS 200 TIMES.
006000         10  rateTabHigh       PIC 9(02).
006100         10  rateTabFactor     PIC 9(02)V9(04).
006150         10  rateTabEffDate    PIC 9(08).
006153
006156*-----------------------------------------------------------*
006159* CUSTOMER PRICING EXCEPTIONS, HELD LIKE THE RATE TABLE FOR  *
006162* THE LIFE OF THE RUN.                                       *
006165*-----------------------------------------------------------*
006168 01  exceptionTable.
006171     05  exceptionEntry OCCURS 500 TIMES.
006174         10  excTabCustomer    PIC 9(06).
006177         10  excTabEffDate     PIC 9(08).
006180         10  excTabFactor      PIC 9(02)V9(04).
006183         10  excTabMinCharge   PIC 9(06)V9(02).
006186         10  excTabMaxCharge   PIC 9(06)V9(02).
006200
006300 77  rateEntryCount            PIC 9(03) VALUE ZEROS COMP.
006400 77  rateIndex                 PIC 9(03) VALUE ZEROS COMP.
006500 77  rateSlot                  PIC 9(03) VALUE ZEROS COMP.
006550 77  rateSlotEffDate           PIC 9(08) VALUE ZEROS.
006558 77  exceptionCount            PIC 9(04) VALUE ZEROS COMP.
006566 77  exceptionIndex            PIC 9(04) VALUE ZEROS COMP.
006574 77  exceptionSlot             PIC 9(04) VALUE ZEROS COMP.
006582 77  exceptionSlotEffDate      PIC 9(08) VALUE ZEROS.
006590 77  appliedFactor             PIC 9(02)V9(04) VALUE ZEROS.
006600
006700 LINKAGE SECTION.
006800 01  linkInt                   PIC 9(02).
007000 01  linkResult                PIC 9(06)V9(02).
007100 01  linkStatus                PIC X(01).
007150 01  linkBusinessDate          PIC 9(08).
007166 01  linkCustomerNumber        PIC 9(06).
007182 01  linkPricingBasis          PIC X(01).
007200
007300 PROCEDURE DIVISION USING linkInt, linkFloat,
007400     linkResult, linkStatus, linkBusinessDate,
007450     linkCustomerNumber, linkPricingBasis.
007500*=============================================================*
007600* 0000-MAINLINE -- ONE CALL PER TRANSACTION.  THE RATE TABLE   *
007700* IS LOADED ONCE AND HELD ACROSS CALLS FOR THE LIFE OF THE     *
007900*=============================================================*
008000 0000-MAINLINE.
008100     MOVE ZEROS TO linkResult.
008150     MOVE SPACE TO linkPricingBasis.
008200     IF NOT rateTableLoaded
008300         PERFORM 1000-LOAD-RATE-TABLE THRU 1000-EXIT
008400     END-IF.
008600         MOVE '9' TO linkStatus
008700         GO TO 0000-GOBACK
008800     END-IF.
008814     PERFORM 3000-FIND-EXCEPTION THRU 3000-EXIT.
008828     IF exceptionFound
008842         AND excTabFactor (exceptionSlot) > ZEROS
008856         MOVE excTabFactor (exceptionSlot) TO appliedFactor
008870         MOVE 'O' TO linkPricingBasis
008884     ELSE
008900         PERFORM 2000-FIND-RATE THRU 2000-EXIT
009000         IF NOT rateFound
009100             MOVE '1' TO linkStatus
009200             GO TO 0000-GOBACK
009300         END-IF
009325         MOVE rateTabFactor (rateSlot) TO appliedFactor
009350         MOVE 'T' TO linkPricingBasis
009375     END-IF.
009400     COMPUTE linkResult ROUNDED =
009500         linkFloat * appliedFactor
009600         ON SIZE ERROR
009700             MOVE ZEROS TO linkResult
009750             MOVE SPACE TO linkPricingBasis
009800             MOVE '2' TO linkStatus
009900             GO TO 0000-GOBACK
010000     END-COMPUTE.
010025     IF exceptionFound
010050         PERFORM 3500-APPLY-FLOOR-AND-CAP THRU 3500-EXIT
010075     END-IF.
010100     MOVE '0' TO linkStatus.
010200 0000-GOBACK.
010300     GOBACK.
011900     PERFORM 1100-READ-NEXT-RATE THRU 1100-EXIT
012000         UNTIL rateEndOfFile.
012100     CLOSE RATETAB.
012125     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.
012150     IF rateTableOverflowed
012160         DISPLAY 'MPFUNC   - RATE TABLE EXCEEDS 200 ROWS, '
012170             'MODULE UNUSABLE RATHER THAN PARTIAL'
012180         GO TO 1000-EXIT
012190     END-IF.
012191     IF exceptionCount > 500
012192         DISPLAY 'MPFUNC   - PRICING EXCEPTIONS EXCEED 500 ROWS, '
012193             'MODULE UNUSABLE RATHER THAN PARTIAL'
012194         GO TO 1000-EXIT
012195     END-IF.
012200     IF rateEntryCount > ZEROS
012300         SET rateTableUsable TO TRUE
012400     ELSE
014700     END-IF.
014800 1100-EXIT.
014900     EXIT.
014901*-------------------------------------------------------------*
014902* 1200-LOAD-EXCEPTIONS -- THE EXCEPTION FILE IS OPTIONAL.  NO  *
014903* FILE MEANS EVERY CUSTOMER PRICES OFF THE TABLE.  ONE ROW     *
014904* PAST THE TABLE SIZE IS COUNTED SO THE CALLER CAN REFUSE A    *
014905* PARTIAL LOAD.                                                *
014906*-------------------------------------------------------------*
014907 1200-LOAD-EXCEPTIONS.
014908     OPEN INPUT PRCEXTAB.
014909     IF fileStatusPrcextab = '00'
014910         PERFORM 1250-READ-NEXT-EXCEPTION THRU 1250-EXIT
014911             UNTIL exceptionEndOfFile
014912             OR exceptionCount > 500
014913     ELSE
014914         DISPLAY 'MPFUNC   - NO PRICING EXCEPTION FILE, TABLE '
014915             'RATES ONLY'
014916     END-IF.
014917     IF fileStatusPrcextab = '00' OR fileStatusPrcextab = '05'
014918         OR fileStatusPrcextab = '10'
014919         CLOSE PRCEXTAB
014920     END-IF.
014921 1200-EXIT.
014922     EXIT.
014923
014924 1250-READ-NEXT-EXCEPTION.
014925     READ PRCEXTAB INTO pricingExceptionRecord
014926         AT END
014927             SET exceptionEndOfFile TO TRUE
014928     END-READ.
014929     IF exceptionEndOfFile
014930         GO TO 1250-EXIT
014931     END-IF.
014932     IF prcExCustomer NOT NUMERIC OR prcExFactor NOT NUMERIC
014933         OR prcExMinCharge NOT NUMERIC
014934         OR prcExMaxCharge NOT NUMERIC
014935         DISPLAY 'MPFUNC   - PRICING EXCEPTION DROPPED: '
014936             pricingExceptionRecord
014937         GO TO 1250-EXIT
014938     END-IF.
014939     ADD 1 TO exceptionCount.
014940     IF exceptionCount > 500
014941         GO TO 1250-EXIT
014942     END-IF.
014943     MOVE prcExCustomer  TO excTabCustomer (exceptionCount).
014944     MOVE prcExFactor    TO excTabFactor (exceptionCount).
014945     MOVE prcExMinCharge TO excTabMinCharge (exceptionCount).
014946     MOVE prcExMaxCharge TO excTabMaxCharge (exceptionCount).
014947     IF prcExEffectiveDate NUMERIC
014948         MOVE prcExEffectiveDate TO excTabEffDate (exceptionCount)
014949     ELSE
014950         MOVE ZEROS TO excTabEffDate (exceptionCount)
014951     END-IF.
014952 1250-EXIT.
014953     EXIT.
015000
015100*-------------------------------------------------------------*
015200* 2000-FIND-RATE -- SCAN THE WHOLE TABLE AND KEEP THE ROW      *
017700     END-IF.
017800 2100-EXIT.
017900     EXIT.
017910*-------------------------------------------------------------*
017920* 3000-FIND-EXCEPTION -- THE CUSTOMER'S EXCEPTION ROW WITH THE *
017930* LATEST EFFECTIVE DATE NOT AFTER THE FEED'S BUSINESS DATE,    *
017940* CHOSEN BY THE SAME RULE AS THE RATE TABLE.                   *
017950*-------------------------------------------------------------*
017960 3000-FIND-EXCEPTION.
017970     MOVE 'N' TO exceptionFoundSwitch.
017980     MOVE ZEROS TO exceptionSlot.
017990     MOVE ZEROS TO exceptionSlotEffDate.
018000     PERFORM 3100-TEST-ONE-EXCEPTION THRU 3100-EXIT
018010         VARYING exceptionIndex FROM 1 BY 1
018020         UNTIL exceptionIndex > exceptionCount.
018030 3000-EXIT.
018040     EXIT.
018050
018060 3100-TEST-ONE-EXCEPTION.
018070     IF excTabCustomer (exceptionIndex) = linkCustomerNumber
018080         AND excTabEffDate (exceptionIndex) NOT > linkBusinessDate
018090         IF NOT exceptionFound
018100             OR excTabEffDate (exceptionIndex)
018105                 > exceptionSlotEffDate
018110             SET exceptionFound TO TRUE
018120             MOVE exceptionIndex TO exceptionSlot
018130             MOVE excTabEffDate (exceptionIndex)
018140                 TO exceptionSlotEffDate
018150         END-IF
018160     END-IF.
018170 3100-EXIT.
018180     EXIT.
018190
018200*-------------------------------------------------------------*
018210* 3500-APPLY-FLOOR-AND-CAP -- A NEGOTIATED MINIMUM OR MAXIMUM  *
018220* CHARGE OVERRIDES WHATEVER THE FACTOR PRODUCED, AND THE BASIS *
018230* SAYS SO.  A ZERO LIMIT IS NO LIMIT.                          *
018240*-------------------------------------------------------------*
018250 3500-APPLY-FLOOR-AND-CAP.
018260     IF excTabMinCharge (exceptionSlot) > ZEROS
018270         AND linkResult < excTabMinCharge (exceptionSlot)
018280         MOVE excTabMinCharge (exceptionSlot) TO linkResult
018290         MOVE 'F' TO linkPricingBasis
018300     END-IF.
018310     IF excTabMaxCharge (exceptionSlot) > ZEROS
018320         AND linkResult > excTabMaxCharge (exceptionSlot)
018330         MOVE excTabMaxCharge (exceptionSlot) TO linkResult
018340         MOVE 'C' TO linkPricingBasis
018350     END-IF.
018360 3500-EXIT.
018370     EXIT.
