000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCBT006A.
000030 AUTHOR.        ANAND V.
000040 INSTALLATION.  RC.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*  10/15/2026 ANAND  NEW PROGRAM.                                *

000100******************************************************************
000110*  SHARED CERTIFICATE-NUMBER CHECK-DIGIT ROUTINE.                *
000120*  A CERTIFICATE NUMBER (DCLCERT) IS A 9-DIGIT SERIAL FOLLOWED   *
000130*  BY ONE LUHN (MOD-10, DOUBLE-ALTERNATE) CHECK DIGIT, SO A      *
000140*  SINGLE MIS-KEYED DIGIT OR A TRANSPOSED PAIR READ OUT OVER     *
000150*  THE PHONE IS CAUGHT BEFORE ANY LOOKUP IS MADE. THE ISSUING    *
000160*  JOBS (CPCERTIS) CALL HERE TO FINISH A NEW NUMBER AND THE      *
000170*  ETRM020 VERIFICATION INQUIRY CALLS HERE TO TEST A KEYED ONE - *
000180*  ONE COPY OF THE ARITHMETIC, SO THE TWO CAN NEVER DISAGREE.    *
000190******************************************************************
000200 EJECT

000210 ENVIRONMENT DIVISION.

000220 CONFIGURATION SECTION.

000230 SOURCE-COMPUTER. Z900.
000240 OBJECT-COMPUTER. Z900.

000250 DATA DIVISION.

000260 WORKING-STORAGE SECTION.

000270 01 WS-VARIABLES.
000280    05 WS-SUB                          PIC S9(4) USAGE COMP.
000290    05 WS-DOUBLE-SW                    PIC X(01).
000300       88 WS-DOUBLE-THIS                         VALUE 'Y'.
000310       88 WS-SINGLE-THIS                         VALUE 'N'.
000320    05 WS-DIGIT                        PIC 9(01).
000330    05 WS-PRODUCT                      PIC 9(02).
000340    05 WS-SUM                          PIC 9(04).
000350    05 WS-QUOTIENT                     PIC 9(04).
000360    05 WS-REMAINDER                    PIC 9(01).
000370    05 WS-CHECK-DIGIT                  PIC 9(01).

000380 LINKAGE SECTION.
000390******************************************************************
000400*  LS-RCBT006A-PARM IS THE CALLING PROGRAM'S COMMAREA/PARM.      *
000410*  THE CALLER FILLS IN LS-CERT-NO AND LS-FUNCTION:               *
000420*    'G' - GENERATE: POSITIONS 1-9 HOLD THE NEW SERIAL; POSITION *
000430*          10 IS OVERWRITTEN WITH ITS CHECK DIGIT                *
000440*    'V' - VERIFY: ALL 10 POSITIONS AS KEYED ARE TESTED          *
000450*  LS-RETURN-CODE:                                               *
000460*    '0' - GENERATED, OR THE CHECK DIGIT AGREES                  *
000470*    'C' - VERIFY ONLY: THE CHECK DIGIT DOES NOT AGREE           *
000480*    '9' - THE NUMBER IS NOT ALL DIGITS (OR BAD FUNCTION CODE)   *
000490******************************************************************
000500 01 LS-RCBT006A-PARM.
000510    05 LS-CERT-NO                      PIC X(10).
000520    05 LS-CERT-NO-R REDEFINES LS-CERT-NO.
000530       10 LS-CERT-SERIAL               PIC X(09).
000540       10 LS-CERT-CHECK                PIC X(01).
000550    05 LS-FUNCTION                     PIC X(01).
000560       88 LS-GENERATE                            VALUE 'G'.
000570       88 LS-VERIFY                              VALUE 'V'.
000580    05 LS-RETURN-CODE                  PIC X(01).
000590       88 LS-CERT-NO-OK                          VALUE '0'.
000600       88 LS-CHECK-MISMATCH                      VALUE 'C'.
000610       88 LS-CERT-NO-BAD                         VALUE '9'.

000620 PROCEDURE DIVISION USING LS-RCBT006A-PARM.

000630 MAIN-LOGIC-PARA.
000640     MOVE '0'                          TO LS-RETURN-CODE.
000650     EVALUATE TRUE
000660       WHEN LS-CERT-SERIAL NOT NUMERIC
000670         MOVE '9'                      TO LS-RETURN-CODE
000680       WHEN LS-GENERATE
000690         PERFORM COMPUTE-CHECK-PARA
000700         MOVE WS-CHECK-DIGIT           TO LS-CERT-CHECK
000710       WHEN LS-VERIFY
000720         IF LS-CERT-CHECK NOT NUMERIC
000730             MOVE '9'                  TO LS-RETURN-CODE
000740         ELSE
000750             PERFORM COMPUTE-CHECK-PARA
000760             MOVE LS-CERT-CHECK        TO WS-DIGIT
000770             IF WS-DIGIT NOT = WS-CHECK-DIGIT
000780                 MOVE 'C'              TO LS-RETURN-CODE
000790             END-IF
000800         END-IF
000810       WHEN OTHER
000820         MOVE '9'                      TO LS-RETURN-CODE
000830     END-EVALUATE.
000840     GOBACK.

000850******************************************************************
000860*  COMPUTE-CHECK-PARA WALKS THE SERIAL RIGHT TO LEFT, DOUBLING   *
000870*  EVERY OTHER DIGIT STARTING WITH THE RIGHTMOST (A DOUBLED      *
000880*  DIGIT OVER 9 CONTRIBUTES ITS TWO DIGITS' SUM, I.E. LESS 9).   *
000890*  THE CHECK DIGIT BRINGS THE TOTAL UP TO A MULTIPLE OF 10.      *
000900******************************************************************
000910 COMPUTE-CHECK-PARA.
000920     MOVE 0                            TO WS-SUM.
000930     SET WS-DOUBLE-THIS                TO TRUE.
000940     PERFORM ADD-ONE-DIGIT-PARA
000950         VARYING WS-SUB FROM 9 BY -1
000960           UNTIL WS-SUB < 1.
000970     DIVIDE WS-SUM BY 10 GIVING WS-QUOTIENT
000980                         REMAINDER WS-REMAINDER.
000990     IF WS-REMAINDER = 0
001000         MOVE 0                        TO WS-CHECK-DIGIT
001010     ELSE
001020         COMPUTE WS-CHECK-DIGIT = 10 - WS-REMAINDER
001030     END-IF.

001040 ADD-ONE-DIGIT-PARA.
001050     MOVE LS-CERT-SERIAL (WS-SUB:1)    TO WS-DIGIT.
001060     IF WS-DOUBLE-THIS
001070         COMPUTE WS-PRODUCT = WS-DIGIT * 2
001080         IF WS-PRODUCT > 9
001090             SUBTRACT 9                FROM WS-PRODUCT
001100         END-IF
001110         ADD WS-PRODUCT                TO WS-SUM
001120         SET WS-SINGLE-THIS            TO TRUE
001130     ELSE
001140         ADD WS-DIGIT                  TO WS-SUM
001150         SET WS-DOUBLE-THIS            TO TRUE
001160     END-IF.
