      *****************************************************
      * CMPSTND - 2^5 COMPETITION ENTRANT SEASON STANDINGS
      *
      * ONE RECORD PER ENTRANT PER COMPETITION YEAR,
      * CARRIED FORWARD NIGHTLY BY IDEOSCOR - LAST NIGHT'S
      * STANDINGS COME IN, TONIGHT'S MARKS ARE ADDED, AND
      * THE NEW STANDINGS GO OUT FOR TOMORROW.
      *
      * THE ENTRANT'S POINTS ARE THE EXACT COUNT.  RANK IS
      * WORKED OUT AT REPORT TIME - MOST EXACT FIRST, TIES
      * BROKEN ON FEWEST WRONG - AND IS NOT CARRIED HERE.
      * SUBMISSIONS STILL PENDING ARE ON THE PENDING FILE,
      * NOT COUNTED HERE.
      *****************************************************
       01  CMP-STANDINGS-RECORD.
           05  CMP-STD-COMP-YEAR           PIC 9(4).
           05  CMP-STD-ENTRANT-ID          PIC X(8).
           05  CMP-STD-EXACT-COUNT         PIC 9(6).
           05  CMP-STD-WRONG-COUNT         PIC 9(6).
           05  CMP-STD-LATE-COUNT          PIC 9(6).
           05  CMP-STD-LAST-SCORED         PIC 9(8).
