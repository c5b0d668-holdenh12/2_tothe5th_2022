      *****************************************************
      * CMPHOLD - 2^5 COMPETITION HELD-DAY RUN RECORD
      *
      * ONE RECORD PER AUDITED RUN OF A DAY THAT IDEOPOST
      * REFUSED TO POST BECAUSE ITS RUNS DISAGREE - A RERUN
      * CARRIED A DIFFERENT BASE/EXP OR PRODUCED A DIFFERENT
      * ANSWER FROM AN EARLIER RUN.  EVERY RUN OF THE DAY IS
      * KEPT SO THE DESK CAN SEE THEM SIDE BY SIDE AND NAME
      * THE ONE TO POST WITH A CMPRLSE RELEASE.
      *
      * CARRIED FORWARD NIGHTLY BY IDEOPOST - LAST NIGHT'S
      * HELD RUNS COME IN ON HOLDIDD, DAYS RELEASED TONIGHT
      * DROP OUT, AND THE STILL-HELD RUNS GO OUT ON HOLDODD.
      *
      * THE RUN FIELDS ARE AS ON CMPAUD.  CMP-HLD-HELD-DATE
      * IS THE POSTING RUN DATE THE RUN WAS FIRST HELD.
      *****************************************************
       01  CMP-HELD-RUN-RECORD.
           05  CMP-HLD-COMP-YEAR           PIC 9(4).
           05  CMP-HLD-DAY-NUMBER          PIC 9(4).
           05  CMP-HLD-RUN-DATE            PIC 9(8).
           05  CMP-HLD-RUN-TIME            PIC 9(8).
           05  CMP-HLD-BASE                PIC 9(2).
           05  CMP-HLD-EXP                 PIC 9(2).
           05  CMP-HLD-DAYS                PIC 9(18).
           05  CMP-HLD-DAYS-LONG-LEN       PIC 9(3).
           05  CMP-HLD-DAYS-LONG           PIC X(198).
           05  CMP-HLD-HELD-DATE           PIC 9(8).
