      *****************************************************
      * CMPRLSE - 2^5 COMPETITION HELD-DAY RELEASE RECORD
      *
      * KEYED BY THE OPERATIONS DESK TO RELEASE A DAY HELD
      * BY IDEOPOST FOR RERUN VARIANCE.  NAMES THE DAY AND
      * THE RUN DATE/TIME OF THE HELD RUN TO POST - TAKEN
      * FROM THE IDEOPOST VARIANCE REPORT.  THE NEXT POSTING
      * CYCLE POSTS THAT RUN AND DROPS THE DAY FROM THE
      * HELD FILE, UNLESS A FRESH RUN OF THE DAY TONIGHT
      * DISAGREES WITH IT, IN WHICH CASE THE DAY STAYS HELD.
      *
      * CMP-RLS-OPERATOR IS THE DESK OPERATOR RELEASING THE
      * DAY, SHOWN ON THE VARIANCE REPORT.
      *****************************************************
       01  CMP-RELEASE-RECORD.
           05  CMP-RLS-COMP-YEAR           PIC 9(4).
           05  CMP-RLS-DAY-NUMBER          PIC 9(4).
           05  CMP-RLS-RUN-DATE            PIC 9(8).
           05  CMP-RLS-RUN-TIME            PIC 9(8).
           05  CMP-RLS-OPERATOR            PIC X(8).
           05  FILLER                      PIC X(48).
