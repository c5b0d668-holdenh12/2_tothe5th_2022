      *     hash field is now 210 digits, zero filled - the
      *     receiving side and the IDEOACKM acknowledgment match
      *     compare on the widened field.
      *   - The latest run for each day now comes straight off
      *     the indexed run history (AUDXDD) by year and day
      *     instead of a table built from the whole of CMPAUD.
      *     If the index cannot be opened the feed falls back to
      *     the CMPAUD scan and warns, so the night still runs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOXTRT.
       ENVIRONMENT DIVISION.
           SELECT CMP-AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CMP-AUDX-FILE ASSIGN TO AUDXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-AUX-KEY
               FILE STATUS IS WS-AUDX-FILE-STATUS.
           SELECT CMP-EXTRACT-FILE ASSIGN TO XTRTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRT-FILE-STATUS.
       FD  CMP-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CMPAUD.
       FD  CMP-AUDX-FILE
           RECORDING MODE IS F.
           COPY CMPAUDX.
       FD  CMP-EXTRACT-FILE
           RECORDING MODE IS F.
       01  CMP-EXTRACT-RECORD              PIC X(250).
           88  WS-AUDIT-FILE-OK            VALUE "00".
       77  WS-XTRT-FILE-STATUS             PIC XX.
           88  WS-XTRT-FILE-OK             VALUE "00".
       77  WS-AUDX-FILE-STATUS             PIC XX.
           88  WS-AUDX-FILE-OK             VALUE "00".
       77  WS-AUDX-AVAIL-SW                PIC X VALUE "N".
           88  WS-AUDX-AVAILABLE           VALUE "Y".
       77  WS-AUDX-EOF-SW                  PIC X.
           88  WS-NO-MORE-DAY-RUNS         VALUE "Y".
       77  WS-MAST-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-MASTER-RECORDS   VALUE "Y".
       77  WS-AUDIT-EOF-SW                 PIC X VALUE "N".
           STOP RUN.

       0100-RUN-EXTRACT.
           PERFORM 0200-OPEN-RUN-INDEX.
           OPEN INPUT CMP-MASTER-FILE.
           OPEN OUTPUT CMP-EXTRACT-FILE.
           IF WS-MAST-FILE-OK AND WS-XTRT-FILE-OK
           END-IF.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-EXTRACT-FILE.
           IF WS-AUDX-AVAILABLE
               CLOSE CMP-AUDX-FILE
           END-IF.

      * The indexed run history is the normal road to each day's
      * latest run.  Without it the feed still goes out, off the
      * old whole-file CMPAUD table, but the desk is told the
      * index needs rebuilding.
       0200-OPEN-RUN-INDEX.
           OPEN INPUT CMP-AUDX-FILE.
           IF WS-AUDX-FILE-OK
               SET WS-AUDX-AVAILABLE TO TRUE
           ELSE
               DISPLAY "IDEOXTRT: UNABLE TO OPEN AUDXDD - STATUS "
                   WS-AUDX-FILE-STATUS " - READING CMPAUD INSTEAD"
               MOVE "XRT005W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN AUDXDD - STATUS "
                   WS-AUDX-FILE-STATUS " - READ CMPAUD INSTEAD"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM 1000-LOAD-RUN-TABLE
           END-IF.

       0800-RECORD-RUN-START.
           SET CMP-RUNC-RECORD-START TO TRUE.

       3100-FIND-LATEST-RUN.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           IF WS-AUDX-AVAILABLE
               PERFORM 3150-READ-DAY-RUNS
           ELSE
               PERFORM 3170-SEARCH-RUN-TABLE
           END-IF.

      * The index is positioned on the day's first run and read
      * forward while the year and day still match - the key
      * puts a day's runs in run date/time order, so the last
      * one read is the latest.
       3150-READ-DAY-RUNS.
           MOVE CMP-MST-COMP-YEAR TO CMP-AUX-COMP-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO CMP-AUX-DAY-NUMBER.
           MOVE ZERO TO CMP-AUX-RUN-DATE.
           MOVE ZERO TO CMP-AUX-RUN-TIME.
           MOVE "N" TO WS-AUDX-EOF-SW.
           START CMP-AUDX-FILE KEY IS NOT < CMP-AUX-KEY
               INVALID KEY
                   SET WS-NO-MORE-DAY-RUNS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-DAY-RUNS
               READ CMP-AUDX-FILE NEXT
                   AT END
                       SET WS-NO-MORE-DAY-RUNS TO TRUE
                   NOT AT END
                       IF CMP-AUX-COMP-YEAR = CMP-MST-COMP-YEAR
                               AND CMP-AUX-DAY-NUMBER =
                                   CMP-MST-DAY-NUMBER
                           MOVE CMP-AUX-RUN-DATE TO
                               WS-LATEST-RUN-DATE
                       ELSE
                           SET WS-NO-MORE-DAY-RUNS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       3170-SEARCH-RUN-TABLE.
           SET WS-RUN-FOUND-SW TO "N".
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
