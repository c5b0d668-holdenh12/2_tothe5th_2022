      *
      * Modification history:
      *   - Original version.
      *   - Added function 'S' (subtract, giving the magnitude
      *     and a sign), function 'C' (compare), and function 'Q'
      *     (divide one big operand by another, carried to the
      *     requested number of decimal places), so day-over-day
      *     increases and growth factors on the full answers can
      *     be worked exactly.  Both new arithmetic functions
      *     also report how the operands compare.
      *   - The sign and compare fields are set only for 'S',
      *     'C', and 'Q', so an 'A' or 'D' caller built with the
      *     older, shorter parameter area is never written past
      *     its end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOBIGA.
       DATA DIVISION.
       77  WS-REMAINDER                    PIC 9(9) COMP.
       77  WS-DVD-WORK                     PIC 9(9) COMP.
       77  WS-QUOTIENT-DIGIT               PIC 9(9) COMP.
       77  WS-QUOT-POS                     PIC 9(4) COMP.
       77  WS-QUOT-DIGITS                  PIC 9(4) COMP.
       77  WS-BORROW                       PIC 9(4) COMP.
       77  WS-SIGNED-WORK                  PIC S9(4) COMP.

      * Working numbers one digit wider than the operands, so the
      * running remainder of a big-by-big division - which can
      * reach ten times the divisor before it is reduced - always
      * fits.  All are right justified and zero filled, so two of
      * them compare correctly as plain character strings.
       01  WS-SUB-MINUEND                  PIC X(211).
       01  WS-SUB-SUBTRAHEND               PIC X(211).
       01  WS-SUB-DIFFERENCE               PIC X(211).
       01  WS-QUOT-REMAINDER               PIC X(211).
       01  WS-QUOT-DIVISOR                 PIC X(211).
       01  WS-QUOT-SHIFT                   PIC X(210).
       01  WS-QUOT-RESULT                  PIC X(228).
       LINKAGE SECTION.
           COPY CMPBIGA.
       PROCEDURE DIVISION USING CMP-BIGA-PARM.
                   PERFORM 1000-ADD-OPERANDS
               WHEN CMP-BIGA-FUNC-DIVIDE
                   PERFORM 2000-DIVIDE-OPERAND
               WHEN CMP-BIGA-FUNC-SUBTRACT
                   MOVE "+" TO CMP-BIGA-RESULT-SIGN
                   MOVE SPACE TO CMP-BIGA-COMPARE
                   PERFORM 4000-SUBTRACT-OPERANDS
               WHEN CMP-BIGA-FUNC-COMPARE
                   MOVE "+" TO CMP-BIGA-RESULT-SIGN
                   MOVE SPACE TO CMP-BIGA-COMPARE
                   PERFORM 4500-COMPARE-OPERANDS
               WHEN CMP-BIGA-FUNC-QUOTIENT
                   MOVE "+" TO CMP-BIGA-RESULT-SIGN
                   MOVE SPACE TO CMP-BIGA-COMPARE
                   PERFORM 5000-DIVIDE-BY-OPERAND
               WHEN OTHER
                   MOVE "8" TO CMP-BIGA-STATUS
           END-EVALUATE.
               CONTINUE
           END-PERFORM.
           COMPUTE CMP-BIGA-RESULT-LEN = 211 - WS-POS.

      * The smaller operand is taken from the larger and the sign
      * says which way round it went, so a day smaller than the
      * one before shows as a negative increase rather than a
      * borrow out of the top digit.
       4000-SUBTRACT-OPERANDS.
           PERFORM 4500-COMPARE-OPERANDS.
           IF CMP-BIGA-OK
               IF CMP-BIGA-A-LESS
                   MOVE "-" TO CMP-BIGA-RESULT-SIGN
                   MOVE "0" TO WS-SUB-MINUEND(1:1)
                   MOVE CMP-BIGA-OPERAND-B TO WS-SUB-MINUEND(2:210)
                   MOVE "0" TO WS-SUB-SUBTRAHEND(1:1)
                   MOVE CMP-BIGA-OPERAND-A TO
                       WS-SUB-SUBTRAHEND(2:210)
               ELSE
                   MOVE "0" TO WS-SUB-MINUEND(1:1)
                   MOVE CMP-BIGA-OPERAND-A TO WS-SUB-MINUEND(2:210)
                   MOVE "0" TO WS-SUB-SUBTRAHEND(1:1)
                   MOVE CMP-BIGA-OPERAND-B TO
                       WS-SUB-SUBTRAHEND(2:210)
               END-IF
               PERFORM 4100-SUBTRACT-WORK
               MOVE WS-SUB-DIFFERENCE(2:210) TO CMP-BIGA-RESULT
           END-IF.

      * Schoolbook subtraction, rightmost digit first, borrowing
      * as it goes.  The minuend is never the smaller, so no
      * borrow is left standing at the top.
       4100-SUBTRACT-WORK.
           MOVE ZERO TO WS-BORROW.
           PERFORM VARYING WS-POS FROM 211 BY -1
                   UNTIL WS-POS < 1
               MOVE WS-SUB-MINUEND(WS-POS:1) TO WS-DIGIT-A
               MOVE WS-SUB-SUBTRAHEND(WS-POS:1) TO WS-DIGIT-B
               COMPUTE WS-SIGNED-WORK =
                   WS-DIGIT-A - WS-DIGIT-B - WS-BORROW
               IF WS-SIGNED-WORK < ZERO
                   ADD 10 TO WS-SIGNED-WORK
                   MOVE 1 TO WS-BORROW
               ELSE
                   MOVE ZERO TO WS-BORROW
               END-IF
               MOVE WS-SIGNED-WORK TO WS-DIGIT-R
               MOVE WS-DIGIT-R TO WS-SUB-DIFFERENCE(WS-POS:1)
           END-PERFORM.

      * Both operands are right justified and zero filled to the
      * same width, so once they are known to be numeric a plain
      * character compare orders them correctly.
       4500-COMPARE-OPERANDS.
           IF CMP-BIGA-OPERAND-A IS NOT NUMERIC
                   OR CMP-BIGA-OPERAND-B IS NOT NUMERIC
               MOVE "8" TO CMP-BIGA-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN CMP-BIGA-OPERAND-A < CMP-BIGA-OPERAND-B
                       SET CMP-BIGA-A-LESS TO TRUE
                   WHEN CMP-BIGA-OPERAND-A = CMP-BIGA-OPERAND-B
                       SET CMP-BIGA-A-EQUAL TO TRUE
                   WHEN OTHER
                       SET CMP-BIGA-A-GREATER TO TRUE
               END-EVALUATE
           END-IF.

      * Long division with a big divisor - each quotient digit is
      * found by taking the divisor off the running remainder
      * until what is left is smaller, at most nine times.  The
      * dividend is carried SCALE zero digits past its last
      * digit to give the decimal places, and the quotient is
      * rounded in the last place when the final remainder is at
      * least half the divisor.  Quotient digits ahead of the
      * last 210 must be zero or the result will not fit.
       5000-DIVIDE-BY-OPERAND.
           PERFORM 4500-COMPARE-OPERANDS.
           IF CMP-BIGA-OK
               IF CMP-BIGA-OPERAND-B = ALL "0"
                       OR CMP-BIGA-SCALE IS NOT NUMERIC
                       OR CMP-BIGA-SCALE > 18
                   MOVE "8" TO CMP-BIGA-STATUS
               END-IF
           END-IF.
           IF CMP-BIGA-OK
               MOVE ALL "0" TO WS-QUOT-REMAINDER
               MOVE ALL "0" TO WS-QUOT-RESULT
               MOVE "0" TO WS-QUOT-DIVISOR(1:1)
               MOVE CMP-BIGA-OPERAND-B TO WS-QUOT-DIVISOR(2:210)
               COMPUTE WS-QUOT-DIGITS = 210 + CMP-BIGA-SCALE
               PERFORM VARYING WS-QUOT-POS FROM 1 BY 1
                       UNTIL WS-QUOT-POS > WS-QUOT-DIGITS
                   PERFORM 5100-NEXT-QUOTIENT-DIGIT
               END-PERFORM
               PERFORM 5200-PLACE-QUOTIENT
           END-IF.

       5100-NEXT-QUOTIENT-DIGIT.
           IF WS-QUOT-POS > 210
               MOVE ZERO TO WS-DIGIT-A
           ELSE
               MOVE CMP-BIGA-OPERAND-A(WS-QUOT-POS:1) TO WS-DIGIT-A
           END-IF.
           MOVE WS-QUOT-REMAINDER(2:210) TO WS-QUOT-SHIFT.
           MOVE WS-QUOT-SHIFT TO WS-QUOT-REMAINDER(1:210).
           MOVE WS-DIGIT-A TO WS-QUOT-REMAINDER(211:1).
           MOVE ZERO TO WS-QUOTIENT-DIGIT.
           PERFORM UNTIL WS-QUOT-REMAINDER < WS-QUOT-DIVISOR
               MOVE WS-QUOT-REMAINDER TO WS-SUB-MINUEND
               MOVE WS-QUOT-DIVISOR TO WS-SUB-SUBTRAHEND
               PERFORM 4100-SUBTRACT-WORK
               MOVE WS-SUB-DIFFERENCE TO WS-QUOT-REMAINDER
               ADD 1 TO WS-QUOTIENT-DIGIT
           END-PERFORM.
           MOVE WS-QUOTIENT-DIGIT TO WS-DIGIT-R.
           MOVE WS-DIGIT-R TO WS-QUOT-RESULT(WS-QUOT-POS:1).

      * Half the divisor is judged without doubling the remainder
      * - the remainder rounds up when it is at least what is
      * left of the divisor after it.
       5200-PLACE-QUOTIENT.
           IF CMP-BIGA-SCALE > ZERO
               IF WS-QUOT-RESULT(1:CMP-BIGA-SCALE) NOT = ALL "0"
                   MOVE "9" TO CMP-BIGA-STATUS
               END-IF
           END-IF.
           IF CMP-BIGA-OK
               COMPUTE WS-QUOT-POS = CMP-BIGA-SCALE + 1
               MOVE WS-QUOT-RESULT(WS-QUOT-POS:210) TO
                   CMP-BIGA-RESULT
               MOVE WS-QUOT-DIVISOR TO WS-SUB-MINUEND
               MOVE WS-QUOT-REMAINDER TO WS-SUB-SUBTRAHEND
               PERFORM 4100-SUBTRACT-WORK
               IF WS-QUOT-REMAINDER NOT < WS-SUB-DIFFERENCE
                   PERFORM 2500-ROUND-UP-RESULT
                   IF WS-CARRY > ZERO
                       MOVE "9" TO CMP-BIGA-STATUS
                   END-IF
               END-IF
           END-IF.
