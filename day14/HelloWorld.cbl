      *     matching SYSIN card, fails loudly through IDEOEXCP
      *     instead of defaulting.  The numeric PARM override is
      *     still there for reruns.
      *   - Each run is now also written to the indexed run
      *     history (AUDXDD, keyed by year, day, run date, and run
      *     time) as it is appended to CMPAUD, so the dossier and
      *     the extract can go straight to a day's runs.  A run
      *     that cannot be indexed is flagged through IDEOEXCP as
      *     a warning - CMPAUD still has it, and IDEOAIDX rebuilds
      *     the index from CMPAUD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEONE.
       ENVIRONMENT DIVISION.
           SELECT CMP-AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CMP-AUDX-FILE ASSIGN TO AUDXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-AUX-KEY
               FILE STATUS IS WS-AUDX-FILE-STATUS.
           SELECT CMP-CKPT-FILE ASSIGN TO CKPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
       FD  CMP-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CMPAUD.
       FD  CMP-AUDX-FILE
           RECORDING MODE IS F.
           COPY CMPAUDX.
       FD  CMP-CKPT-FILE
           RECORDING MODE IS F.
           COPY CMPCKPT.
           88  WS-INPUT-INVALID            VALUE "N".
       77  WS-AUDIT-FILE-STATUS            PIC XX.
           88  WS-AUDIT-FILE-OK            VALUE "00".
       77  WS-AUDX-FILE-STATUS             PIC XX.
           88  WS-AUDX-FILE-OK             VALUE "00".
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
       77  WS-WORST-RETURN-CODE            PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
               MOVE WS-RETURN-CODE TO CMP-AUD-RETURN-CODE
               WRITE CMP-AUDIT-RECORD
               CLOSE CMP-AUDIT-FILE
               PERFORM 2100-WRITE-AUDIT-INDEX
           ELSE
               DISPLAY "IDEONE: UNABLE TO OPEN CMPAUD - STATUS "
                   WS-AUDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * The indexed history is a copy of CMPAUD keyed for direct
      * access.  It is created on first use, and a run that
      * cannot be put on it is only a warning - CMPAUD already
      * holds the run, and IDEOAIDX rebuilds the index from it.
       2100-WRITE-AUDIT-INDEX.
           OPEN I-O CMP-AUDX-FILE.
           IF NOT WS-AUDX-FILE-OK
               CLOSE CMP-AUDX-FILE
               OPEN OUTPUT CMP-AUDX-FILE
               CLOSE CMP-AUDX-FILE
               OPEN I-O CMP-AUDX-FILE
           END-IF.
           IF WS-AUDX-FILE-OK
               MOVE CMP-AUD-COMP-YEAR TO CMP-AUX-COMP-YEAR
               MOVE CMP-AUD-DAY-NUMBER TO CMP-AUX-DAY-NUMBER
               MOVE CMP-AUD-RUN-DATE TO CMP-AUX-RUN-DATE
               MOVE CMP-AUD-RUN-TIME TO CMP-AUX-RUN-TIME
               SET CMP-AUX-FROM-LIVE TO TRUE
               MOVE CMP-AUD-BASE TO CMP-AUX-BASE
               MOVE CMP-AUD-EXP TO CMP-AUX-EXP
               MOVE CMP-AUD-DAYS TO CMP-AUX-DAYS
               MOVE CMP-AUD-RETURN-CODE TO CMP-AUX-RETURN-CODE
               MOVE CMP-AUD-DAYS-LONG-LEN TO CMP-AUX-DAYS-LONG-LEN
               MOVE CMP-AUD-DAYS-LONG TO CMP-AUX-DAYS-LONG
               WRITE CMP-AUDIT-INDEX-RECORD
                   INVALID KEY
                       DISPLAY "IDEONE: AUDIT INDEX WRITE FAILED - "
                           "STATUS " WS-AUDX-FILE-STATUS
                       MOVE "ONE013W" TO CMP-EXC-MSG-CODE
                       SET CMP-EXC-WARNING TO TRUE
                       PERFORM 7900-SET-EXCEPTION-DAY
                       MOVE SPACES TO CMP-EXC-TEXT
                       STRING "AUDIT INDEX WRITE FAILED - STATUS "
                           WS-AUDX-FILE-STATUS
                           " - REBUILD WITH IDEOAIDX"
                           DELIMITED BY SIZE INTO CMP-EXC-TEXT
                       PERFORM 8000-WRITE-EXCEPTION
               END-WRITE
               CLOSE CMP-AUDX-FILE
           ELSE
               DISPLAY "IDEONE: UNABLE TO OPEN AUDXDD - STATUS "
                   WS-AUDX-FILE-STATUS
               MOVE "ONE012W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               PERFORM 7900-SET-EXCEPTION-DAY
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN AUDXDD - STATUS "
                   WS-AUDX-FILE-STATUS " - REBUILD WITH IDEOAIDX"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
