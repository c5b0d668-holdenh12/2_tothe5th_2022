      *****************************************************
      * CMPAUDX - 2^5 COMPETITION INDEXED RUN HISTORY
      *
      * THE CMPAUD RUN HISTORY RE-KEYED FOR DIRECT ACCESS -
      * ONE RECORD PER IDEONE RUN ON AN INDEXED FILE
      * (AUDXDD) KEYED BY COMPETITION YEAR, DAY-NUMBER, RUN
      * DATE, AND RUN TIME, SO A DAY'S RUNS ARE READ BY
      * POSITIONING ON YEAR/DAY AND READING FORWARD, IN RUN
      * ORDER, INSTEAD OF SCANNING THE WHOLE HISTORY.
      *
      * IDEONE WRITES EACH RUN HERE ALONGSIDE THE SEQUENTIAL
      * CMPAUD APPEND.  IDEOAIDX REBUILDS THE FILE FROM THE
      * LIVE CMPAUD PLUS THE IDEOARCH ARCHIVE GENERATIONS.
      * THE SEQUENTIAL CMPAUD REMAINS THE RECORD OF TRUTH.
      *
      * CMP-AUX-SOURCE SAYS WHICH HISTORY THE RUN WAS ON AS
      * OF THE LAST REBUILD - 'L' LIVE CMPAUD, 'A' ARCHIVE.
      * THE ANSWER FIELDS ARE AS ON CMPAUD.
      *****************************************************
       01  CMP-AUDIT-INDEX-RECORD.
           05  CMP-AUX-KEY.
               10  CMP-AUX-COMP-YEAR       PIC 9(4).
               10  CMP-AUX-DAY-NUMBER      PIC 9(4).
               10  CMP-AUX-RUN-DATE        PIC 9(8).
               10  CMP-AUX-RUN-TIME        PIC 9(8).
           05  CMP-AUX-SOURCE              PIC X.
               88  CMP-AUX-FROM-LIVE       VALUE "L".
               88  CMP-AUX-FROM-ARCHIVE    VALUE "A".
           05  CMP-AUX-BASE                PIC 9(2).
           05  CMP-AUX-EXP                 PIC 9(2).
           05  CMP-AUX-DAYS                PIC 9(18).
           05  CMP-AUX-RETURN-CODE         PIC 9(4).
           05  CMP-AUX-DAYS-LONG-LEN       PIC 9(3).
           05  CMP-AUX-DAYS-LONG           PIC X(198).
