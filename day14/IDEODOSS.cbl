      *     line says whether it came from ARCHIVE or LIVE, and
      *     an archive that cannot be opened prints SECTION NOT
      *     AVAILABLE the same as any other unreadable file.
      *   - The run-history section now reads the day's runs
      *     straight off the indexed run history (AUDXDD), which
      *     holds both live and archived runs, instead of scanning
      *     the archive and CMPAUD end to end for every requested
      *     day.  The LIVE/ARCHIVE source is as of the last index
      *     rebuild.  If the index cannot be opened the section
      *     falls back to the two sequential scans.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEODOSS.
       ENVIRONMENT DIVISION.
           SELECT CMP-ARCH-FILE ASSIGN TO ARCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT CMP-AUDX-FILE ASSIGN TO AUDXDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-AUX-KEY
               FILE STATUS IS WS-AUDX-FILE-STATUS.
           SELECT CMP-XTOT-FILE ASSIGN TO XTOTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTOT-FILE-STATUS.
       FD  CMP-ARCH-FILE
           RECORDING MODE IS F.
       01  CMP-ARCH-RECORD                 PIC X(251).
       FD  CMP-AUDX-FILE
           RECORDING MODE IS F.
           COPY CMPAUDX.
       FD  CMP-XTOT-FILE
           RECORDING MODE IS F.
           COPY CMPXTOT.
           88  WS-AUDIT-FILE-OK            VALUE "00".
       77  WS-ARCH-FILE-STATUS             PIC XX.
           88  WS-ARCH-FILE-OK             VALUE "00".
       77  WS-AUDX-FILE-STATUS             PIC XX.
           88  WS-AUDX-FILE-OK             VALUE "00".
       77  WS-AUDX-EOF-SW                  PIC X.
           88  WS-NO-MORE-DAY-RUNS         VALUE "Y".
       77  WS-XTOT-FILE-STATUS             PIC XX.
           88  WS-XTOT-FILE-OK             VALUE "00".
       77  WS-DOSSIER-FILE-STATUS          PIC XX.
           PERFORM 1000-LOAD-XTOT-TABLE.
           OPEN INPUT CMP-REQUEST-FILE.
           OPEN INPUT CMP-MASTER-FILE.
           OPEN INPUT CMP-AUDX-FILE.
           OPEN OUTPUT CMP-DOSSIER-FILE.
           IF WS-REQUEST-FILE-OK AND WS-DOSSIER-FILE-OK
               IF NOT WS-MAST-FILE-OK
                       "STATUS " WS-MAST-FILE-STATUS
                       " - MASTER SECTIONS WILL SHOW NOT AVAILABLE"
               END-IF
               IF NOT WS-AUDX-FILE-OK
                   DISPLAY "IDEODOSS: UNABLE TO OPEN AUDXDD - "
                       "STATUS " WS-AUDX-FILE-STATUS
                       " - RUN HISTORY READ FROM ARCHDD/CMPAUD"
               END-IF
               PERFORM UNTIL WS-NO-MORE-REQUESTS
                   READ CMP-REQUEST-FILE
                       AT END
           END-IF.
           CLOSE CMP-REQUEST-FILE.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-AUDX-FILE.
           CLOSE CMP-DOSSIER-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE SPACES TO CMP-DOSSIER-LINE.
           WRITE CMP-DOSSIER-LINE.

       2300-PRINT-AUDIT-SECTION.
           WRITE CMP-DOSSIER-LINE FROM WS-AUDIT-CAPTION.
           MOVE ZERO TO WS-RUN-COUNT.
           IF WS-AUDX-FILE-OK
               PERFORM 2330-READ-INDEXED-RUNS
           ELSE
               PERFORM 2340-SCAN-SEQUENTIAL-RUNS
           END-IF.
           MOVE SPACES TO CMP-DOSSIER-LINE.
           WRITE CMP-DOSSIER-LINE.

      * The index holds live and archived runs alike, keyed so a
      * day's runs come out in run date/time order - position on
      * the day and read forward until the day changes.
       2330-READ-INDEXED-RUNS.
           MOVE WS-INQUIRY-YEAR TO CMP-AUX-COMP-YEAR.
           MOVE WS-INQUIRY-DAY TO CMP-AUX-DAY-NUMBER.
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
                       IF CMP-AUX-COMP-YEAR = WS-INQUIRY-YEAR
                               AND CMP-AUX-DAY-NUMBER =
                                   WS-INQUIRY-DAY
                           PERFORM 2335-PRINT-INDEXED-RUN
                       ELSE
                           SET WS-NO-MORE-DAY-RUNS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-COUNT = ZERO
               WRITE CMP-DOSSIER-LINE FROM WS-AUDIT-MISSING-LINE
           END-IF.

       2335-PRINT-INDEXED-RUN.
           MOVE CMP-AUX-RUN-DATE TO WS-AW-RUN-DATE.
           MOVE CMP-AUX-RUN-TIME TO WS-AW-RUN-TIME.
           MOVE CMP-AUX-COMP-YEAR TO WS-AW-COMP-YEAR.
           MOVE CMP-AUX-DAY-NUMBER TO WS-AW-DAY-NUMBER.
           MOVE CMP-AUX-BASE TO WS-AW-BASE.
           MOVE CMP-AUX-EXP TO WS-AW-EXP.
           MOVE CMP-AUX-DAYS TO WS-AW-DAYS.
           MOVE CMP-AUX-RETURN-CODE TO WS-AW-RETURN-CODE.
           MOVE CMP-AUX-DAYS-LONG-LEN TO WS-AW-DAYS-LONG-LEN.
           MOVE CMP-AUX-DAYS-LONG TO WS-AW-DAYS-LONG.
           IF CMP-AUX-FROM-ARCHIVE
               MOVE "ARCHIVE" TO WS-RUN-SOURCE
           ELSE
               MOVE "LIVE" TO WS-RUN-SOURCE
           END-IF.
           PERFORM 2310-PRINT-ONE-RUN.

      * Without the index, the archive generations are scanned
      * first - they hold the oldest runs - then the live CMPAUD,
      * each front to back for each requested day.  Both files
      * are append-only, so the runs come out in run date/time
      * order, and every line says which file it came off.
       2340-SCAN-SEQUENTIAL-RUNS.
           MOVE "N" TO WS-AUDIT-EOF-SW.
           MOVE "N" TO WS-ARCH-EOF-SW.
           MOVE "N" TO WS-AUDIT-AVAIL-SW.
                   AND WS-ARCH-AVAILABLE
               WRITE CMP-DOSSIER-LINE FROM WS-AUDIT-MISSING-LINE
           END-IF.

      * An archive that cannot be opened gets the same SECTION
      * NOT AVAILABLE treatment as any other unreadable file -
