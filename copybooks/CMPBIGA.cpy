      * FUNCTION 'A' - RESULT = OPERAND-A + OPERAND-B.
      * FUNCTION 'D' - RESULT = OPERAND-A / DIVISOR,
      *                ROUNDED TO THE NEAREST UNIT.
      * FUNCTION 'S' - RESULT = OPERAND-A - OPERAND-B AS A
      *                MAGNITUDE, WITH RESULT-SIGN '-' WHEN
      *                OPERAND-B IS THE LARGER.
      * FUNCTION 'C' - COMPARE OPERAND-A WITH OPERAND-B INTO
      *                COMPARE ('<', '=' OR '>').  RESULT IS
      *                ZERO.
      * FUNCTION 'Q' - RESULT = OPERAND-A / OPERAND-B CARRIED
      *                TO SCALE DECIMAL PLACES (0-18) AND
      *                ROUNDED IN THE LAST PLACE - THE RESULT
      *                IS THE QUOTIENT TIMES 10 ** SCALE, SO
      *                ITS LAST SCALE DIGITS ARE THE DECIMALS.
      *
      * 'S' AND 'Q' ALSO SET COMPARE.  RESULT-SIGN IS '+'
      * EXCEPT ON A NEGATIVE 'S'.  'A' AND 'D' LEAVE SCALE,
      * RESULT-SIGN AND COMPARE UNTOUCHED.
      *
      * STATUS '0' OK, '8' BAD INPUT (NON-NUMERIC OPERAND,
      * ZERO DIVISOR, SCALE PAST 18, UNKNOWN FUNCTION), '9'
      * RESULT CARRIED PAST 210 DIGITS.  RESULT-LEN HOLDS THE
      * SIGNIFICANT DIGIT COUNT OF THE RESULT (MINIMUM 1).
      *****************************************************
       01  CMP-BIGA-PARM.
           05  CMP-BIGA-FUNCTION           PIC X.
               88  CMP-BIGA-FUNC-ADD       VALUE "A".
               88  CMP-BIGA-FUNC-DIVIDE    VALUE "D".
               88  CMP-BIGA-FUNC-SUBTRACT  VALUE "S".
               88  CMP-BIGA-FUNC-COMPARE   VALUE "C".
               88  CMP-BIGA-FUNC-QUOTIENT  VALUE "Q".
           05  CMP-BIGA-STATUS             PIC X.
               88  CMP-BIGA-OK             VALUE "0".
               88  CMP-BIGA-BAD-INPUT      VALUE "8".
           05  CMP-BIGA-OPERAND-A          PIC X(210).
           05  CMP-BIGA-OPERAND-B          PIC X(210).
           05  CMP-BIGA-RESULT             PIC X(210).
           05  CMP-BIGA-SCALE              PIC 9(2).
           05  CMP-BIGA-RESULT-SIGN        PIC X.
               88  CMP-BIGA-NEGATIVE       VALUE "-".
           05  CMP-BIGA-COMPARE            PIC X.
               88  CMP-BIGA-A-LESS         VALUE "<".
               88  CMP-BIGA-A-EQUAL        VALUE "=".
               88  CMP-BIGA-A-GREATER      VALUE ">".
