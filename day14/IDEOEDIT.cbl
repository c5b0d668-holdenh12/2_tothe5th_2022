      * the next night.
      *
      * Edits applied, in order, first failure wins:
      *   EDT001E - function code not 'A', 'C', 'I', 'R', or
      *             'X'
      *   EDT002E - day-number not numeric or zero
      *   EDT009E - operator id missing on a correct, release,
      *             or reject
      *   EDT010E - reason missing on a reject
      *   EDT003E - base not numeric or out of range (1-99)
      *             (not edited on a release or reject)
      *   EDT004E - exp not numeric (0-99) (likewise)
      *   EDT005E - duplicate year/day within the batch (adds
      *             and corrects only - inquiries may repeat)
      *   EDT006E - correct against a day not on the master
      *
      * Modification history:
      *   - Original version.
      *   - Accepts the 'R' release and 'X' reject functions
      *     that decide a correction held for approval, and
      *     requires the operator id on corrections, releases,
      *     and rejects (EDT009E) and a reason on a reject
      *     (EDT010E).  A release or reject carries no BASE/EXP,
      *     so those are not edited on one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOEDIT.
       ENVIRONMENT DIVISION.
           IF CMP-TRAN-FUNCTION NOT = "A"
                   AND CMP-TRAN-FUNCTION NOT = "C"
                   AND CMP-TRAN-FUNCTION NOT = "I"
                   AND CMP-TRAN-FUNCTION NOT = "R"
                   AND CMP-TRAN-FUNCTION NOT = "X"
               MOVE "EDT001E" TO WS-REASON-CODE
               SET WS-TRAN-REJECTED TO TRUE
           END-IF.
               END-IF
           END-IF.
           IF WS-TRAN-CLEAN
               IF CMP-TRAN-FUNCTION = "C"
                       OR CMP-TRAN-FUNCTION = "R"
                       OR CMP-TRAN-FUNCTION = "X"
                   IF CMP-TRAN-OPERATOR = SPACES
                       MOVE "EDT009E" TO WS-REASON-CODE
                       SET WS-TRAN-REJECTED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-CLEAN AND CMP-TRAN-FUNCTION = "X"
               IF CMP-TRAN-REASON = SPACES
                   MOVE "EDT010E" TO WS-REASON-CODE
                   SET WS-TRAN-REJECTED TO TRUE
               END-IF
           END-IF.
           IF WS-TRAN-CLEAN
                   AND CMP-TRAN-FUNCTION NOT = "R"
                   AND CMP-TRAN-FUNCTION NOT = "X"
               IF CMP-TRAN-BASE IS NOT NUMERIC
                       OR CMP-TRAN-BASE < 1
                   MOVE "EDT003E" TO WS-REASON-CODE
               END-IF
           END-IF.
           IF WS-TRAN-CLEAN
                   AND CMP-TRAN-FUNCTION NOT = "R"
                   AND CMP-TRAN-FUNCTION NOT = "X"
               IF CMP-TRAN-EXP IS NOT NUMERIC
                   MOVE "EDT004E" TO WS-REASON-CODE
                   SET WS-TRAN-REJECTED TO TRUE
           MOVE WS-REASON-CODE TO WS-RD-REASON.
           EVALUATE WS-REASON-CODE
               WHEN "EDT001E"
                   MOVE "FUNCTION CODE NOT A, C, I, R, OR X" TO
                       WS-RD-REASON-TEXT
               WHEN "EDT002E"
                   MOVE "DAY-NUMBER NOT NUMERIC OR ZERO" TO
               WHEN "EDT006E"
                   MOVE "CORRECT TARGET NOT ON MASTER" TO
                       WS-RD-REASON-TEXT
               WHEN "EDT009E"
                   MOVE "OPERATOR ID MISSING" TO
                       WS-RD-REASON-TEXT
               WHEN "EDT010E"
                   MOVE "REJECT REASON MISSING" TO
                       WS-RD-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RD-REASON-TEXT
           END-EVALUATE.
