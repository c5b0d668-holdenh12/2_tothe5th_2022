      * IDEOAIDX - 2^5 COMPETITION AUDIT INDEX REBUILD UTILITY
      *
      * Rebuilds the indexed run history (AUDXDD, CMPAUDX) from
      * scratch out of the sequential history it mirrors - the
      * audit records IDEOARCH has rolled off to the archive
      * (ARCHDD - point it at the archive generations, oldest
      * first) and the live CMPAUD (AUDITDD).  Run it after an
      * IDEOARCH purge and swap, after an IDEONE night that
      * warned it could not index a run, or whenever the index
      * is suspect.
      *
      * The control report (CTLRDD) balances the rebuild twice:
      * records loaded plus duplicate keys rejected must equal
      * records read, and a full re-read of the finished index
      * must find exactly the records loaded - so the index is
      * proved to agree with the sequential history.  RC 0 in
      * balance, 4 in balance but with duplicate keys or no
      * archive read, 8 out of balance, 12 a file could not be
      * opened.  The index is not opened for output until
      * AUDITDD and CTLRDD have both opened, so a missing input
      * leaves the existing index untouched.
      *
      * Modification history:
      *   - Original version.
      *   - AUDITDD and CTLRDD are opened and checked before the
      *     index is opened for output, so a bad input no longer
      *     empties the live index; a file that cannot be opened
      *     now ends the run with RC 12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOAIDX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-ARCHIVE-FILE ASSIGN TO ARCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CMP-AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CMP-AUDX-FILE ASSIGN TO AUDXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-AUX-KEY
               FILE STATUS IS WS-AUDX-FILE-STATUS.
           SELECT CMP-CONTROL-FILE ASSIGN TO CTLRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  CMP-ARCHIVE-RECORD              PIC X(251).
       FD  CMP-AUDIT-FILE
           RECORDING MODE IS F.
       01  CMP-AUDIT-IN-RECORD             PIC X(251).
       FD  CMP-AUDX-FILE
           RECORDING MODE IS F.
           COPY CMPAUDX.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01  CMP-CONTROL-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-ARCHIVE-FILE-STATUS          PIC XX.
           88  WS-ARCHIVE-FILE-OK          VALUE "00".
       77  WS-AUDIT-FILE-STATUS            PIC XX.
           88  WS-AUDIT-FILE-OK            VALUE "00".
       77  WS-AUDX-FILE-STATUS             PIC XX.
           88  WS-AUDX-FILE-OK             VALUE "00".
       77  WS-CONTROL-FILE-STATUS          PIC XX.
           88  WS-CONTROL-FILE-OK          VALUE "00".
       77  WS-ARCHIVE-EOF-SW               PIC X VALUE "N".
           88  WS-NO-MORE-ARCHIVE-RECORDS  VALUE "Y".
       77  WS-AUDIT-EOF-SW                 PIC X VALUE "N".
           88  WS-NO-MORE-AUDIT-RECORDS    VALUE "Y".
       77  WS-AUDX-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-INDEX-RECORDS    VALUE "Y".
       77  WS-ARCHIVE-READ-SW              PIC X VALUE "N".
           88  WS-ARCHIVE-WAS-READ         VALUE "Y".
       77  WS-ARCHIVE-COUNT                PIC 9(8) VALUE ZERO.
       77  WS-LIVE-COUNT                   PIC 9(8) VALUE ZERO.
       77  WS-READ-COUNT                   PIC 9(8) VALUE ZERO.
       77  WS-LOADED-COUNT                 PIC 9(8) VALUE ZERO.
       77  WS-DUPLICATE-COUNT              PIC 9(8) VALUE ZERO.
       77  WS-INDEX-COUNT                  PIC 9(8) VALUE ZERO.
       77  WS-BALANCE-COUNT                PIC 9(8) VALUE ZERO.
       77  WS-RUN-SOURCE                   PIC X.
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
       77  WS-RUN-DATE                     PIC 9(8).

      * Archive and live records are both in the CMPAUD shape.
           COPY CMPAUD.

       01  WS-CONTROL-HEADING-1.
           05  FILLER                      PIC X(38) VALUE
               "2^5 COMPETITION AUDIT INDEX REBUILD".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-CH1-RUN-DATE             PIC 9(8).

       01  WS-CONTROL-DETAIL.
           05  WS-CD-CAPTION               PIC X(24).
           05  WS-CD-COUNT                 PIC ZZ,ZZZ,ZZ9.

       01  WS-CONTROL-BALANCE-LINE.
           05  FILLER                      PIC X(24) VALUE
               "BALANCE CHECK . . . . . ".
           05  WS-CB-RESULT                PIC X(48).

       01  WS-DUPLICATE-LINE.
           05  FILLER                      PIC X(20) VALUE
               "DUPLICATE KEY - YEAR".
           05  WS-DPL-COMP-YEAR            PIC 9(4).
           05  FILLER                      PIC X(5) VALUE " DAY ".
           05  WS-DPL-DAY-NUMBER           PIC 9(4).
           05  FILLER                      PIC X(6) VALUE " RUN ".
           05  WS-DPL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DPL-RUN-TIME             PIC 9(8).
           05  FILLER                      PIC X(10) VALUE
               " SOURCE ".
           05  WS-DPL-SOURCE               PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CMP-CONTROL-FILE.
           OPEN INPUT CMP-AUDIT-FILE.
           IF WS-CONTROL-FILE-OK AND WS-AUDIT-FILE-OK
               OPEN OUTPUT CMP-AUDX-FILE
               IF WS-AUDX-FILE-OK
                   MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
                   WRITE CMP-CONTROL-LINE FROM WS-CONTROL-HEADING-1
                   MOVE SPACES TO CMP-CONTROL-LINE
                   WRITE CMP-CONTROL-LINE
                   PERFORM 1000-LOAD-ARCHIVE
                   PERFORM 2000-LOAD-LIVE
                   CLOSE CMP-AUDX-FILE
                   PERFORM 3000-COUNT-INDEX
                   PERFORM 4000-PRINT-CONTROL-REPORT
               ELSE
                   DISPLAY "IDEOAIDX: UNABLE TO OPEN AUDXDD - "
                       "STATUS " WS-AUDX-FILE-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "IDEOAIDX: UNABLE TO OPEN A FILE - "
                   "AUDIT " WS-AUDIT-FILE-STATUS
                   " CONTROL " WS-CONTROL-FILE-STATUS
                   " - INDEX LEFT AS IT WAS"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
           CLOSE CMP-AUDIT-FILE.
           CLOSE CMP-CONTROL-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Before the first purge there is no archive, so an
      * archive that cannot be opened is a warning, not a
      * failure - the index is still built from CMPAUD, and the
      * control report says the archive was not read.
       1000-LOAD-ARCHIVE.
           OPEN INPUT CMP-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-OK
               SET WS-ARCHIVE-WAS-READ TO TRUE
               MOVE "A" TO WS-RUN-SOURCE
               PERFORM UNTIL WS-NO-MORE-ARCHIVE-RECORDS
                   READ CMP-ARCHIVE-FILE INTO CMP-AUDIT-RECORD
                       AT END
                           SET WS-NO-MORE-ARCHIVE-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                           PERFORM 2100-LOAD-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE CMP-ARCHIVE-FILE
           ELSE
               DISPLAY "IDEOAIDX: UNABLE TO OPEN ARCHDD - STATUS "
                   WS-ARCHIVE-FILE-STATUS
                   " - INDEX BUILT FROM CMPAUD ONLY"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2000-LOAD-LIVE.
           MOVE "L" TO WS-RUN-SOURCE.
           PERFORM UNTIL WS-NO-MORE-AUDIT-RECORDS
               READ CMP-AUDIT-FILE INTO CMP-AUDIT-RECORD
                   AT END
                       SET WS-NO-MORE-AUDIT-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-COUNT
                       PERFORM 2100-LOAD-ONE-RUN
               END-READ
           END-PERFORM.

      * Two history records with the same year, day, run date,
      * and run time cannot both be indexed.  The first one read
      * is kept and the rest are listed on the control report -
      * normally an archive and a live CMPAUD that overlap
      * because the compacted file was never swapped in.
       2100-LOAD-ONE-RUN.
           ADD 1 TO WS-READ-COUNT.
           MOVE CMP-AUD-COMP-YEAR TO CMP-AUX-COMP-YEAR.
           MOVE CMP-AUD-DAY-NUMBER TO CMP-AUX-DAY-NUMBER.
           MOVE CMP-AUD-RUN-DATE TO CMP-AUX-RUN-DATE.
           MOVE CMP-AUD-RUN-TIME TO CMP-AUX-RUN-TIME.
           MOVE WS-RUN-SOURCE TO CMP-AUX-SOURCE.
           MOVE CMP-AUD-BASE TO CMP-AUX-BASE.
           MOVE CMP-AUD-EXP TO CMP-AUX-EXP.
           MOVE CMP-AUD-DAYS TO CMP-AUX-DAYS.
           MOVE CMP-AUD-RETURN-CODE TO CMP-AUX-RETURN-CODE.
           MOVE CMP-AUD-DAYS-LONG-LEN TO CMP-AUX-DAYS-LONG-LEN.
           MOVE CMP-AUD-DAYS-LONG TO CMP-AUX-DAYS-LONG.
           WRITE CMP-AUDIT-INDEX-RECORD
               INVALID KEY
                   PERFORM 2200-LIST-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       2200-LIST-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE CMP-AUD-COMP-YEAR TO WS-DPL-COMP-YEAR.
           MOVE CMP-AUD-DAY-NUMBER TO WS-DPL-DAY-NUMBER.
           MOVE CMP-AUD-RUN-DATE TO WS-DPL-RUN-DATE.
           MOVE CMP-AUD-RUN-TIME TO WS-DPL-RUN-TIME.
           IF WS-RUN-SOURCE = "A"
               MOVE "ARCHIVE" TO WS-DPL-SOURCE
           ELSE
               MOVE "LIVE" TO WS-DPL-SOURCE
           END-IF.
           WRITE CMP-CONTROL-LINE FROM WS-DUPLICATE-LINE.

      * The finished index is read back end to end, so the count
      * on the report is what is really on the file and not
      * just what was written to it.
       3000-COUNT-INDEX.
           OPEN INPUT CMP-AUDX-FILE.
           IF WS-AUDX-FILE-OK
               PERFORM UNTIL WS-NO-MORE-INDEX-RECORDS
                   READ CMP-AUDX-FILE NEXT
                       AT END
                           SET WS-NO-MORE-INDEX-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INDEX-COUNT
                   END-READ
               END-PERFORM
               CLOSE CMP-AUDX-FILE
           ELSE
               DISPLAY "IDEOAIDX: UNABLE TO REOPEN AUDXDD - STATUS "
                   WS-AUDX-FILE-STATUS " - INDEX NOT COUNTED"
           END-IF.

       4000-PRINT-CONTROL-REPORT.
           MOVE SPACES TO CMP-CONTROL-LINE.
           WRITE CMP-CONTROL-LINE.
           IF WS-ARCHIVE-WAS-READ
               MOVE "ARCHIVE RECORDS READ  . " TO WS-CD-CAPTION
               MOVE WS-ARCHIVE-COUNT TO WS-CD-COUNT
               WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL
           ELSE
               MOVE "ARCHIVE NOT READ - INDEX HOLDS LIVE RUNS ONLY"
                   TO CMP-CONTROL-LINE
               WRITE CMP-CONTROL-LINE
           END-IF.
           MOVE "LIVE RECORDS READ . . . " TO WS-CD-CAPTION.
           MOVE WS-LIVE-COUNT TO WS-CD-COUNT.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE "TOTAL RECORDS READ  . . " TO WS-CD-CAPTION.
           MOVE WS-READ-COUNT TO WS-CD-COUNT.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE "RECORDS LOADED  . . . . " TO WS-CD-CAPTION.
           MOVE WS-LOADED-COUNT TO WS-CD-COUNT.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE "DUPLICATE KEYS REJECTED " TO WS-CD-CAPTION.
           MOVE WS-DUPLICATE-COUNT TO WS-CD-COUNT.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE "RECORDS ON INDEX  . . . " TO WS-CD-CAPTION.
           MOVE WS-INDEX-COUNT TO WS-CD-COUNT.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE SPACES TO CMP-CONTROL-LINE.
           WRITE CMP-CONTROL-LINE.
           COMPUTE WS-BALANCE-COUNT =
               WS-LOADED-COUNT + WS-DUPLICATE-COUNT.
           IF WS-BALANCE-COUNT = WS-READ-COUNT
                   AND WS-INDEX-COUNT = WS-LOADED-COUNT
               MOVE "IN BALANCE - INDEX AGREES WITH RUN HISTORY" TO
                   WS-CB-RESULT
               IF WS-DUPLICATE-COUNT > ZERO
                   AND WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE "OUT OF BALANCE - DO NOT USE THE INDEX" TO
                   WS-CB-RESULT
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "IDEOAIDX: INDEX DOES NOT BALANCE TO THE "
                   "RUN HISTORY - DO NOT USE THE INDEX"
           END-IF.
           WRITE CMP-CONTROL-LINE FROM WS-CONTROL-BALANCE-LINE.
           DISPLAY "IDEOAIDX: " WS-READ-COUNT " READ, "
               WS-LOADED-COUNT " LOADED, "
               WS-DUPLICATE-COUNT " DUPLICATE, "
               WS-INDEX-COUNT " ON INDEX".
