      *****************************************************
      * CMPHLTH - 2^5 COMPETITION NIGHTLY HEALTH STATUS
      *
      * ONE FIXED-FORMAT RECORD PER CYCLE, WRITTEN BY THE
      * IDEOHLTH END-OF-NIGHT STEP ON HLTHDD FOR THE
      * ENTERPRISE MONITORING CONSOLE.  IT ANSWERS "WAS LAST
      * NIGHT GOOD" IN ONE PLACE, FROM THE RUN-CONTROL
      * DATASET, THE EXCEPTIONS DATASET, THE IDEORECN BREAK
      * FILE, AND THE IDEOACKM MATCH REPORT.
      *
      * CMP-HLT-OVERALL IS GREEN, AMBER, OR RED BY THE RULES
      * ON THE IDEOHLTH CONTROL FILE.
      *
      * ONE STEP ENTRY PER EXPECTED STEP NAMED ON THE CONTROL
      * FILE, IN CONTROL-FILE ORDER.  CMP-HLT-STEP-STATE IS
      * 'E' ENDED (RC UNDER 8), 'F' FAILED (RC 8 OR OVER),
      * 'S' STARTED BUT NEVER ENDED, OR 'N' NEVER RAN, THE
      * SAME STATES IDEORUNC REPORTS TO A SUCCESSOR STEP.
      * UNUSED ENTRIES ARE SPACES.
      *
      * CMP-HLT-BREAK-STATUS IS 'K' WHEN THE BREAK COUNT WAS
      * READ OFF THE BREAK FILE TOTALS, 'U' WHEN THERE WAS NO
      * BREAK FILE OR NO TOTALS LINE ON IT.
      *
      * CMP-HLT-ACK-RESULT IS 'M' ACKNOWLEDGED CLEAN, 'X'
      * COUNT/HASH MISMATCH, 'N' NOT MATCHED (NO TRAILER OR
      * NO ACKNOWLEDGMENT), OR 'U' NO MATCH REPORT TO READ.
      * CMP-HLT-ACK-RUN-DATE IS THE RUN DATE ON THAT REPORT.
      *****************************************************
       01  CMP-HEALTH-RECORD.
           05  CMP-HLT-CYCLE-DATE          PIC 9(8).
           05  CMP-HLT-RUN-DATE            PIC 9(8).
           05  CMP-HLT-RUN-TIME            PIC 9(8).
           05  CMP-HLT-OVERALL             PIC X(5).
               88  CMP-HLT-GREEN           VALUE "GREEN".
               88  CMP-HLT-AMBER           VALUE "AMBER".
               88  CMP-HLT-RED             VALUE "RED".
           05  CMP-HLT-WORST-SEVERITY      PIC 9(2).
           05  CMP-HLT-EXCEPTION-COUNT     PIC 9(6).
           05  CMP-HLT-BREAK-STATUS        PIC X.
               88  CMP-HLT-BREAKS-KNOWN    VALUE "K".
               88  CMP-HLT-BREAKS-UNKNOWN  VALUE "U".
           05  CMP-HLT-BREAK-COUNT         PIC 9(6).
           05  CMP-HLT-ACK-RESULT          PIC X.
               88  CMP-HLT-ACK-MATCHED     VALUE "M".
               88  CMP-HLT-ACK-MISMATCH    VALUE "X".
               88  CMP-HLT-ACK-NOT-MATCHED VALUE "N".
               88  CMP-HLT-ACK-UNKNOWN     VALUE "U".
           05  CMP-HLT-ACK-RUN-DATE        PIC 9(8).
           05  CMP-HLT-RULES-HIT           PIC 9(2).
           05  CMP-HLT-STEP-COUNT          PIC 9(2).
           05  CMP-HLT-STEP OCCURS 20 TIMES.
               10  CMP-HLT-STEP-PROGRAM-ID PIC X(9).
               10  CMP-HLT-STEP-STATE      PIC X.
               10  CMP-HLT-STEP-RC         PIC 9(4).
           05  FILLER                      PIC X(23).
