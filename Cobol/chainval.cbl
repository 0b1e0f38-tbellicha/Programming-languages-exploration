000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDIT-CHAIN-VALUE.
000300 AUTHOR. DATA PROCESSING.
000400 INSTALLATION. DAILY BATCH PROCESSING CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                               *
001100* 10/14/2026 TB    INITIAL VERSION.  THE CHAINED CHECK VALUE  *
001200*                  CARRIED ON EVERY AUDIT RECORD.  THE CALLER *
001300*                  PASSES THE CHECK VALUE OF THE RECORD       *
001400*                  BEFORE, THE RECORD ITSELF, AND HOW MANY OF *
001500*                  ITS LEADING BYTES THE VALUE COVERS (ALL OF *
001600*                  IT BUT THE CHECK VALUE FIELD); THE MODULE  *
001700*                  FOLDS EVERY BYTE INTO THE PRIOR VALUE AND  *
001800*                  RETURNS THE NEW ONE.  CHANGING, DROPPING,  *
001900*                  OR INSERTING ANY RECORD CHANGES EVERY      *
002000*                  VALUE AFTER IT.  THE WRITERS AND THE       *
002100*                  VERIFICATION RUN ALL CALL THIS ONE MODULE  *
002200*                  SO THEY CANNOT DRIFT APART.                *
002300*-----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000*-----------------------------------------------------------*
003100* ONE BYTE OF THE RECORD DROPPED INTO THE LOW ORDER OF A     *
003200* HALFWORD, SO ITS CODE POINT CAN BE USED AS A NUMBER.       *
003300*-----------------------------------------------------------*
003400 01  byteWork.
003500     05  byteWorkValue         PIC 9(04) COMP.
003600 01  byteWorkBytes REDEFINES byteWork.
003700     05  byteWorkHigh          PIC X(01).
003800     05  byteWorkLow           PIC X(01).
003900
004000*-----------------------------------------------------------*
004100* THE FOLD: VALUE = (VALUE * 257 + BYTE + 1) MODULO A PRIME  *
004200* JUST UNDER TEN DIGITS, BYTE BY BYTE FROM THE PRIOR VALUE.  *
004300*-----------------------------------------------------------*
004400 77  chainModulus              PIC 9(10) VALUE 9999999967.
004500 77  chainMultiplier           PIC 9(03) VALUE 257.
004600 77  chainAccumulator          PIC 9(10) VALUE ZEROS COMP.
004700 77  chainProduct              PIC 9(15) VALUE ZEROS COMP.
004800 77  chainQuotient             PIC 9(15) VALUE ZEROS COMP.
004900 77  byteIndex                 PIC 9(04) VALUE ZEROS COMP.
005000
005100 LINKAGE SECTION.
005200 01  linkPriorValue            PIC 9(10).
005300 01  linkRecordArea            PIC X(200).
005400 01  linkRecordLength          PIC 9(04) COMP.
005500 01  linkChainValue            PIC 9(10).
005600
005700 PROCEDURE DIVISION USING linkPriorValue, linkRecordArea,
005800     linkRecordLength, linkChainValue.
005900*=============================================================*
006000* 0000-MAINLINE -- ONE CALL PER AUDIT RECORD WRITTEN OR        *
006100* VERIFIED.  A LENGTH OUTSIDE 1-200 ANSWERS ZEROS, WHICH NO    *
006200* REAL RECORD CHAINS TO, SO A BAD CALL SHOWS UP AS A BREAK.    *
006300*=============================================================*
006400 0000-MAINLINE.
006500     MOVE ZEROS TO linkChainValue.
006600     IF linkRecordLength < 1 OR linkRecordLength > 200
006700         GO TO 0000-GOBACK
006800     END-IF.
006900     IF linkPriorValue NUMERIC
007000         MOVE linkPriorValue TO chainAccumulator
007100     ELSE
007200         MOVE ZEROS TO chainAccumulator
007300     END-IF.
007400     PERFORM 1000-FOLD-ONE-BYTE THRU 1000-EXIT
007500         VARYING byteIndex FROM 1 BY 1
007600         UNTIL byteIndex > linkRecordLength.
007700     MOVE chainAccumulator TO linkChainValue.
007800 0000-GOBACK.
007900     GOBACK.
008000
008100 1000-FOLD-ONE-BYTE.
008200     MOVE ZEROS TO byteWorkValue.
008300     MOVE linkRecordArea (byteIndex:1) TO byteWorkLow.
008400     COMPUTE chainProduct = (chainAccumulator * chainMultiplier)
008500         + byteWorkValue + 1.
008600     DIVIDE chainProduct BY chainModulus GIVING chainQuotient
008700         REMAINDER chainAccumulator.
008800 1000-EXIT.
008900     EXIT.
