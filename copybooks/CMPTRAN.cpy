      *     'A' - ADD A NEW DAY
      *     'C' - CORRECT AN EXISTING DAY'S BASE/EXP
      *     'I' - INQUIRE ON A DAY
      *     'R' - RELEASE (APPROVE) A PENDING CORRECTION
      *     'X' - REJECT A PENDING CORRECTION
      *
      * A CORRECTION TO A DAY ALREADY ON CMPMAST IS NOT
      * APPLIED DIRECTLY - IDEOMAINT HOLDS IT ON THE CMPPEND
      * PENDING-APPROVAL FILE UNTIL AN 'R' OR 'X' FOR THE
      * SAME YEAR/DAY ARRIVES FROM A DIFFERENT OPERATOR.
      *
      * CMP-TRAN-OPERATOR IS THE OPERATOR ID KEYING THE
      * TRANSACTION - REQUIRED ON 'C', 'R', AND 'X'.
      * CMP-TRAN-REASON IS THE REJECTION REASON ON AN 'X'.
      *
      * CMP-TRAN-COMP-YEAR IDENTIFIES THE COMPETITION SEASON
      * THE TRANSACTION IS AGAINST.  A BLANK OR ZERO YEAR
           05  CMP-TRAN-BASE               PIC 9(2).
           05  CMP-TRAN-EXP                PIC 9(2).
           05  CMP-TRAN-COMP-YEAR          PIC 9(4).
           05  CMP-TRAN-OPERATOR           PIC X(8).
           05  CMP-TRAN-REASON             PIC X(40).
           05  FILLER                      PIC X(11).
           05  CMP-TRAN-EDIT-REASON        PIC X(8).
