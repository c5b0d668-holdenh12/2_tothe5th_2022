      *
      * Modification history:
      *   - Original version.
      *   - A release or reject of a held correction that is
      *     accepted on a later night now clears its ledger
      *     entry, as an add or correct does.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEORAGE.
       ENVIRONMENT DIVISION.
       3100-CLEAR-ONE-ACCEPT.
           IF CMP-TRAN-FUNCTION = "A"
                   OR CMP-TRAN-FUNCTION = "C"
                   OR CMP-TRAN-FUNCTION = "R"
                   OR CMP-TRAN-FUNCTION = "X"
               MOVE CMP-TRAN-FUNCTION TO WS-WT-FUNCTION
               MOVE CMP-TRAN-DAY-NUMBER TO WS-WT-DAY-NUMBER
               MOVE CMP-TRAN-BASE TO WS-WT-BASE
