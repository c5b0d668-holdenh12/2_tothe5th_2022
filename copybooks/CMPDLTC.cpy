      *****************************************************
      * CMPDLTC - 2^5 COMPETITION CORRECTION FEED CONTROL
      *
      * ONE RECORD, READ AND REWRITTEN BY IDEODLTA (DLTCDD)
      * EVERY NIGHT IT RUNS.  CMPJRNL IS APPEND-ONLY, SO A
      * POSITION ON IT IS A RECORD COUNT.
      *
      * CMP-DLC-LAST-EXTRACT-DATE / -LAST-JRNL-COUNT ARE THE
      * NIGHT OF THE LAST RUN (THE DATE ON THAT NIGHT'S
      * IDEOXTRT FEED) AND HOW MANY JOURNAL RECORDS WERE ON
      * FILE THEN - WHAT THAT FEED ALREADY CARRIED.
      *
      * CMP-DLC-ACKED-EXTRACT-DATE / -ACKED-JRNL-COUNT ARE THE
      * SAME PAIR FOR THE LAST FEED IDEOACKM MATCHED CLEAN
      * (CMPACKW).  THE LAST PAIR IS PROMOTED TO THE ACKED
      * PAIR WHEN CMPACKW NAMES ITS EXTRACT DATE.  JOURNAL
      * RECORDS PAST THE ACKED COUNT ARE THE CHANGES THE WEB
      * TEAM HAS NOT YET SEEN.  ZERO ACKED DATE MEANS NO FEED
      * HAS BEEN ACKNOWLEDGED SINCE THE CONTROL WAS STARTED.
      *****************************************************
       01  CMP-DELTA-CONTROL-RECORD.
           05  CMP-DLC-LAST-EXTRACT-DATE   PIC 9(8).
           05  CMP-DLC-LAST-JRNL-COUNT     PIC 9(9).
           05  CMP-DLC-ACKED-EXTRACT-DATE  PIC 9(8).
           05  CMP-DLC-ACKED-JRNL-COUNT    PIC 9(9).
           05  CMP-DLC-RUN-DATE            PIC 9(8).
           05  CMP-DLC-RUN-TIME            PIC 9(8).
           05  FILLER                      PIC X(30).
