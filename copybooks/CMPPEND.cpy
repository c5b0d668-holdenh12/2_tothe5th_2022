      *****************************************************
      * CMPPEND - 2^5 COMPETITION CORRECTION PENDING APPROVAL
      *
      * ONE RECORD PER 'C' CORRECTION KEYED AGAINST A DAY
      * ALREADY ON CMPMAST.  IDEOMAINT DOES NOT APPLY SUCH A
      * CORRECTION - IT WRITES IT HERE (PENDDD, INDEXED) WITH
      * THE SUBMITTING OPERATOR, THE MASTER RECORD AS IT
      * STOOD, AND THE PROPOSED MASTER RECORD WITH ITS ANSWER
      * ALREADY RECOMPUTED BY IDEOBIGN.  A LATER 'R' (RELEASE)
      * OR 'X' (REJECT) TRANSACTION FROM A DIFFERENT OPERATOR
      * DECIDES IT - A RELEASE APPLIES THE PROPOSED RECORD AND
      * JOURNALS BOTH OPERATORS ON CMPJRNL.
      *
      * KEYED BY YEAR/DAY PLUS THE SUBMISSION DATE/TIME, SO
      * DECIDED CORRECTIONS STAY ON FILE AS HISTORY.  AT MOST
      * ONE CORRECTION PER DAY IS PENDING AT A TIME.
      *
      * THE IMAGE FIELDS HOLD A WHOLE CMP-MASTER-RECORD
      * (YEAR 1-4, DAY 5-8, BASE 9-10, EXP 11-12, DAYS 13-30,
      * LEN 31-33, LONG 34-231), THE SAME AS CMPJRNL.
      *
      * IDEOAPPR PRINTS WHAT IS WAITING AND FOR HOW LONG.
      *****************************************************
       01  CMP-PENDING-RECORD.
           05  CMP-PND-KEY.
               10  CMP-PND-COMP-YEAR       PIC 9(4).
               10  CMP-PND-DAY-NUMBER      PIC 9(4).
               10  CMP-PND-SUBMIT-DATE     PIC 9(8).
               10  CMP-PND-SUBMIT-TIME     PIC 9(8).
           05  CMP-PND-STATUS              PIC X.
               88  CMP-PND-WAITING         VALUE "P".
               88  CMP-PND-RELEASED        VALUE "A".
               88  CMP-PND-REJECTED        VALUE "R".
           05  CMP-PND-SUBMITTER           PIC X(8).
           05  CMP-PND-SUBMIT-BATCH-ID     PIC X(8).
           05  CMP-PND-BEFORE-IMAGE        PIC X(231).
           05  CMP-PND-PROPOSED-IMAGE      PIC X(231).
           05  CMP-PND-APPROVER            PIC X(8).
           05  CMP-PND-DECISION-BATCH-ID   PIC X(8).
           05  CMP-PND-DECISION-DATE       PIC 9(8).
           05  CMP-PND-DECISION-TIME       PIC 9(8).
           05  CMP-PND-REJECT-REASON       PIC X(40).
