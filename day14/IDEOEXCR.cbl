      *
      * Modification history:
      *   - Original version.
      *   - Exceptions with a resolution on the RSLVDD resolution
      *     file (entered through IDEORSLV) are now reported in a
      *     separate resolved section with who closed them, when,
      *     the ticket, and the note.  Open exceptions print first
      *     with their age in days since they were raised, and the
      *     severity and program totals and the step return code
      *     now cover open exceptions only, so a fixed and
      *     resolved problem no longer fails every later night.
      *     The program table is widened to 20 reporting programs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOEXCR.
       ENVIRONMENT DIVISION.
           SELECT CMP-EXCP-FILE ASSIGN TO EXCPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT CMP-RSLV-FILE ASSIGN TO RSLVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-RSL-KEY
               FILE STATUS IS WS-RSLV-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO EXCRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  CMP-EXCP-FILE
           RECORDING MODE IS F.
           COPY CMPEXCP.
       FD  CMP-RSLV-FILE
           RECORDING MODE IS F.
           COPY CMPRESL.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
           88  WS-EXCP-FILE-OK             VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-RSLV-FILE-STATUS             PIC XX.
           88  WS-RSLV-FILE-OK             VALUE "00".
       77  WS-RSLV-OPEN-SW                 PIC X VALUE "N".
           88  WS-RSLV-AVAILABLE           VALUE "Y".
       77  WS-RESOLVED-SW                  PIC X.
           88  WS-EXC-RESOLVED             VALUE "Y".
       77  WS-EOF-SW                       PIC X VALUE "N".
           88  WS-NO-MORE-EXCEPTIONS       VALUE "Y".
       77  WS-EXC-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-ERROR-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-WARNING-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-OTHER-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-OPEN-COUNT                   PIC 9(6) VALUE ZERO.
       77  WS-RESOLVED-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-TBL-FULL-SW                  PIC X VALUE "N".
           88  WS-EXC-TABLE-FULL           VALUE "Y".
       77  WS-WORST-SEVERITY               PIC 9(2) VALUE ZERO.
       77  WS-PGM-FOUND-SW                 PIC X.
           88  WS-PGM-FOUND                VALUE "Y".
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RUN-DAY-NUMBER               PIC 9(9).

      * Exceptions are held whole and bubble sorted descending
      * on severity, the same way the leaderboard ranks days,
               10  WS-ET-DATE              PIC 9(8).
               10  WS-ET-TIME              PIC 9(8).
               10  WS-ET-TEXT              PIC X(80).
               10  WS-ET-STATE             PIC X.
                   88  WS-ET-OPEN          VALUE "O".
                   88  WS-ET-RESOLVED      VALUE "R".
               10  WS-ET-AGE-DAYS          PIC 9(5).
               10  WS-ET-RESOLVER          PIC X(8).
               10  WS-ET-RESOLVED-DATE     PIC 9(8).
               10  WS-ET-TICKET            PIC X(12).
               10  WS-ET-NOTE              PIC X(60).
       01  WS-EXC-SAVE-ENTRY.
           05  WS-ES-PROGRAM-ID            PIC X(9).
           05  WS-ES-MSG-CODE              PIC X(8).
           05  WS-ES-DATE                  PIC 9(8).
           05  WS-ES-TIME                  PIC 9(8).
           05  WS-ES-TEXT                  PIC X(80).
           05  WS-ES-STATE                 PIC X.
           05  WS-ES-AGE-DAYS              PIC 9(5).
           05  WS-ES-RESOLVER              PIC X(8).
           05  WS-ES-RESOLVED-DATE         PIC 9(8).
           05  WS-ES-TICKET                PIC X(12).
           05  WS-ES-NOTE                  PIC X(60).

      * Work area for turning a YYYYMMDD date into a running day
      * count, so an exception's age is the plain difference of
      * two day counts.  The year is taken to start in March so
      * the leap day falls at the end of it.
       01  WS-DAY-COUNT-WORK.
           05  WS-DC-DATE                  PIC 9(8).
           05  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY              PIC 9(4).
               10  WS-DC-MM                PIC 9(2).
               10  WS-DC-DD                PIC 9(2).
           05  WS-DC-YEAR                  PIC 9(5).
           05  WS-DC-MONTH                 PIC 9(2).
           05  WS-DC-WORK                  PIC 9(9).
           05  WS-DC-RESULT                PIC 9(9).

       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PGM-NAME             PIC X(9).
               10  WS-PGM-EXC-COUNT        PIC 9(6).

           05  FILLER                      PIC X(9) VALUE "TIME".
           05  FILLER                      PIC X(4) VALUE "TEXT".

       01  WS-OPEN-HEADING-2.
           05  FILLER                      PIC X(10) VALUE "PROGRAM".
           05  FILLER                      PIC X(9) VALUE "CODE".
           05  FILLER                      PIC X(4) VALUE "SEV".
           05  FILLER                      PIC X(5) VALUE "YEAR".
           05  FILLER                      PIC X(6) VALUE "DAY".
           05  FILLER                      PIC X(9) VALUE "DATE".
           05  FILLER                      PIC X(9) VALUE "TIME".
           05  FILLER                      PIC X(7) VALUE "  AGE".
           05  FILLER                      PIC X(4) VALUE "TEXT".

       01  WS-OPEN-SECTION-LINE.
           05  FILLER                      PIC X(40) VALUE
               "OPEN EXCEPTIONS - MOST SEVERE FIRST".

       01  WS-RESOLVED-SECTION-LINE.
           05  FILLER                      PIC X(40) VALUE
               "RESOLVED EXCEPTIONS".

       01  WS-NONE-OPEN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO OPEN EXCEPTIONS".

       01  WS-DETAIL-LINE.
           05  WS-DL-PROGRAM-ID            PIC X(9).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-TEXT                  PIC X(80).

      * Open exceptions carry their age in days, so the text is
      * cut to 70 to keep the line within the print width.
       01  WS-OPEN-DETAIL-LINE.
           05  WS-OL-PROGRAM-ID            PIC X(9).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-OL-MSG-CODE              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-OL-SEVERITY              PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-COMP-YEAR             PIC 9(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-OL-DAY-NUMBER            PIC 9(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-DATE                  PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-OL-TIME                  PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-OL-AGE-DAYS              PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-TEXT                  PIC X(70).

       01  WS-RESOLUTION-LINE.
           05  FILLER                      PIC X(12) VALUE
               "    RESOLVED".
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  WS-RL-RESOLVER              PIC X(8).
           05  FILLER                      PIC X(4) VALUE " ON ".
           05  WS-RL-RESOLVED-DATE         PIC 9(8).
           05  FILLER                      PIC X(8) VALUE " TICKET ".
           05  WS-RL-TICKET                PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                  PIC X(60).

       01  WS-CLEAN-LINE.
           05  FILLER                      PIC X(42) VALUE
               "NO EXCEPTIONS RECORDED - NIGHT WAS CLEAN".
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DC-DATE.
           PERFORM 3000-COMPUTE-DAY-COUNT.
           MOVE WS-DC-RESULT TO WS-RUN-DAY-NUMBER.
           PERFORM 1000-LOAD-EXCEPTIONS.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF WS-REPORT-FILE-OK

      * An exceptions dataset that cannot be opened is treated
      * as empty - on a clean night the suite may never have
      * created it.  A resolution file that cannot be opened
      * means nothing has been resolved yet, so every exception
      * reports open.
       1000-LOAD-EXCEPTIONS.
           OPEN INPUT CMP-RSLV-FILE.
           IF WS-RSLV-FILE-OK
               SET WS-RSLV-AVAILABLE TO TRUE
           ELSE
               DISPLAY "IDEOEXCR: RSLVDD NOT AVAILABLE - STATUS "
                   WS-RSLV-FILE-STATUS
                   " - ALL EXCEPTIONS REPORTED OPEN"
           END-IF.
           OPEN INPUT CMP-EXCP-FILE.
           IF WS-EXCP-FILE-OK
               PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
               END-PERFORM
               CLOSE CMP-EXCP-FILE
           END-IF.
           IF WS-RSLV-AVAILABLE
               CLOSE CMP-RSLV-FILE
           END-IF.
           PERFORM 1500-SORT-BY-SEVERITY.

      * Every record read is counted into the severity and
      * cover the whole dataset - only the ranked detail
      * listing is limited to the first 2000 exceptions.
       1100-LOAD-ONE-EXCEPTION.
           PERFORM 1050-CHECK-RESOLUTION.
           PERFORM 1200-COUNT-ONE-EXCEPTION.
           IF WS-EXC-COUNT < 2000
               ADD 1 TO WS-EXC-COUNT
               MOVE CMP-EXC-DATE TO WS-ET-DATE(WS-EXC-COUNT)
               MOVE CMP-EXC-TIME TO WS-ET-TIME(WS-EXC-COUNT)
               MOVE CMP-EXC-TEXT TO WS-ET-TEXT(WS-EXC-COUNT)
               PERFORM 1400-SET-STATE-AND-AGE
           ELSE
               IF NOT WS-EXC-TABLE-FULL
                   DISPLAY "IDEOEXCR: EXCEPTION TABLE FULL (2000) "
               SET WS-EXC-TABLE-FULL TO TRUE
           END-IF.

      * An exception is resolved when the resolution file holds
      * a record under its full key.
       1050-CHECK-RESOLUTION.
           SET WS-RESOLVED-SW TO "N".
           IF WS-RSLV-AVAILABLE
               MOVE CMP-EXC-PROGRAM-ID TO CMP-RSL-PROGRAM-ID
               MOVE CMP-EXC-MSG-CODE TO CMP-RSL-MSG-CODE
               MOVE CMP-EXC-COMP-YEAR TO CMP-RSL-COMP-YEAR
               MOVE CMP-EXC-DAY-NUMBER TO CMP-RSL-DAY-NUMBER
               MOVE CMP-EXC-DATE TO CMP-RSL-EXC-DATE
               MOVE CMP-EXC-TIME TO CMP-RSL-EXC-TIME
               READ CMP-RSLV-FILE
               IF WS-RSLV-FILE-OK
                   SET WS-EXC-RESOLVED TO TRUE
               END-IF
           END-IF.

      * Resolved exceptions are counted but do not reach the
      * severity or program totals or the return code - those
      * describe what is still open.
       1200-COUNT-ONE-EXCEPTION.
           ADD 1 TO WS-TOTAL-COUNT.
           IF WS-EXC-RESOLVED
               ADD 1 TO WS-RESOLVED-COUNT
           ELSE
               PERFORM 1250-COUNT-OPEN-EXCEPTION
           END-IF.

       1250-COUNT-OPEN-EXCEPTION.
           ADD 1 TO WS-OPEN-COUNT.
           EVALUATE CMP-EXC-SEVERITY
               WHEN 12
                   ADD 1 TO WS-FATAL-COUNT
               END-IF
           END-PERFORM.
           IF NOT WS-PGM-FOUND
               IF WS-PGM-COUNT < 20
                   ADD 1 TO WS-PGM-COUNT
                   MOVE CMP-EXC-PROGRAM-ID TO
                       WS-PGM-NAME(WS-PGM-COUNT)
               END-IF
           END-IF.

      * Open exceptions are aged in whole days from the date
      * IDEOEXCP stamped on them to the run date.  A date that
      * is not a real date ages as zero rather than stopping the
      * report.
       1400-SET-STATE-AND-AGE.
           MOVE ZERO TO WS-ET-AGE-DAYS(WS-EXC-COUNT).
           IF WS-EXC-RESOLVED
               SET WS-ET-RESOLVED(WS-EXC-COUNT) TO TRUE
               MOVE CMP-RSL-RESOLVER TO
                   WS-ET-RESOLVER(WS-EXC-COUNT)
               MOVE CMP-RSL-RESOLVED-DATE TO
                   WS-ET-RESOLVED-DATE(WS-EXC-COUNT)
               MOVE CMP-RSL-TICKET TO WS-ET-TICKET(WS-EXC-COUNT)
               MOVE CMP-RSL-NOTE TO WS-ET-NOTE(WS-EXC-COUNT)
           ELSE
               SET WS-ET-OPEN(WS-EXC-COUNT) TO TRUE
               MOVE SPACES TO WS-ET-RESOLVER(WS-EXC-COUNT)
               MOVE ZERO TO WS-ET-RESOLVED-DATE(WS-EXC-COUNT)
               MOVE SPACES TO WS-ET-TICKET(WS-EXC-COUNT)
               MOVE SPACES TO WS-ET-NOTE(WS-EXC-COUNT)
               IF CMP-EXC-DATE IS NUMERIC
                   MOVE CMP-EXC-DATE TO WS-DC-DATE
                   IF WS-DC-YYYY > ZERO
                           AND WS-DC-MM >= 1 AND WS-DC-MM <= 12
                           AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
                       PERFORM 3000-COMPUTE-DAY-COUNT
                       IF WS-RUN-DAY-NUMBER > WS-DC-RESULT
                           COMPUTE WS-ET-AGE-DAYS(WS-EXC-COUNT) =
                               WS-RUN-DAY-NUMBER - WS-DC-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Simple descending bubble sort on severity - the table
      * is small and the order within a severity is left as
      * written, which keeps each program's exceptions together
               END-PERFORM
           END-PERFORM.

      * Open exceptions print first, most severe first, then
      * the resolved ones in the same order, each followed by
      * its resolution.
       2000-PRINT-REPORT.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE CMP-REPORT-LINE FROM WS-HEADING-1.
           IF WS-TOTAL-COUNT = ZERO
               WRITE CMP-REPORT-LINE FROM WS-CLEAN-LINE
           ELSE
               WRITE CMP-REPORT-LINE FROM WS-OPEN-SECTION-LINE
               IF WS-OPEN-COUNT = ZERO
                   WRITE CMP-REPORT-LINE FROM WS-NONE-OPEN-LINE
               ELSE
                   WRITE CMP-REPORT-LINE FROM WS-OPEN-HEADING-2
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                           UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       IF WS-ET-OPEN(WS-EXC-IDX)
                           PERFORM 2100-PRINT-ONE-EXCEPTION
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RESOLVED-COUNT > ZERO
                   MOVE SPACES TO CMP-REPORT-LINE
                   WRITE CMP-REPORT-LINE
                   WRITE CMP-REPORT-LINE FROM WS-RESOLVED-SECTION-LINE
                   WRITE CMP-REPORT-LINE FROM WS-HEADING-2
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                           UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       IF WS-ET-RESOLVED(WS-EXC-IDX)
                           PERFORM 2200-PRINT-ONE-RESOLVED
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-EXC-TABLE-FULL
                   WRITE CMP-REPORT-LINE FROM WS-TRUNCATED-LINE
               END-IF
           END-IF.

       2100-PRINT-ONE-EXCEPTION.
           MOVE WS-ET-PROGRAM-ID(WS-EXC-IDX) TO WS-OL-PROGRAM-ID.
           MOVE WS-ET-MSG-CODE(WS-EXC-IDX) TO WS-OL-MSG-CODE.
           MOVE WS-ET-SEVERITY(WS-EXC-IDX) TO WS-OL-SEVERITY.
           MOVE WS-ET-COMP-YEAR(WS-EXC-IDX) TO WS-OL-COMP-YEAR.
           MOVE WS-ET-DAY-NUMBER(WS-EXC-IDX) TO WS-OL-DAY-NUMBER.
           MOVE WS-ET-DATE(WS-EXC-IDX) TO WS-OL-DATE.
           MOVE WS-ET-TIME(WS-EXC-IDX) TO WS-OL-TIME.
           MOVE WS-ET-AGE-DAYS(WS-EXC-IDX) TO WS-OL-AGE-DAYS.
           MOVE WS-ET-TEXT(WS-EXC-IDX) TO WS-OL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-OPEN-DETAIL-LINE.

       2200-PRINT-ONE-RESOLVED.
           MOVE WS-ET-PROGRAM-ID(WS-EXC-IDX) TO WS-DL-PROGRAM-ID.
           MOVE WS-ET-MSG-CODE(WS-EXC-IDX) TO WS-DL-MSG-CODE.
           MOVE WS-ET-SEVERITY(WS-EXC-IDX) TO WS-DL-SEVERITY.
           MOVE WS-ET-TIME(WS-EXC-IDX) TO WS-DL-TIME.
           MOVE WS-ET-TEXT(WS-EXC-IDX) TO WS-DL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-ET-RESOLVER(WS-EXC-IDX) TO WS-RL-RESOLVER.
           MOVE WS-ET-RESOLVED-DATE(WS-EXC-IDX) TO
               WS-RL-RESOLVED-DATE.
           MOVE WS-ET-TICKET(WS-EXC-IDX) TO WS-RL-TICKET.
           MOVE WS-ET-NOTE(WS-EXC-IDX) TO WS-RL-NOTE.
           WRITE CMP-REPORT-LINE FROM WS-RESOLUTION-LINE.

       2500-PRINT-TOTALS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "OPEN BY SEVERITY -" TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "SEVERITY 12 FATAL  . ." TO WS-STL-LABEL.
           MOVE WS-FATAL-COUNT TO WS-STL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-SEV-TOTAL-LINE.
           END-IF.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "OPEN BY PROGRAM -" TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
           END-PERFORM.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "OPEN EXCEPTIONS  . . . ." TO WS-STL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-STL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-SEV-TOTAL-LINE.
           MOVE "RESOLVED EXCEPTIONS  . ." TO WS-STL-LABEL.
           MOVE WS-RESOLVED-COUNT TO WS-STL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-SEV-TOTAL-LINE.
           MOVE WS-TOTAL-COUNT TO WS-GTL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

      * Turns the YYYYMMDD date in WS-DC-DATE into a running
      * count of days in WS-DC-RESULT.  Each division is done
      * on its own so the remainder is dropped at every step.
       3000-COMPUTE-DAY-COUNT.
           IF WS-DC-MM > 2
               MOVE WS-DC-YYYY TO WS-DC-YEAR
               SUBTRACT 3 FROM WS-DC-MM GIVING WS-DC-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DC-YYYY GIVING WS-DC-YEAR
               ADD 9 TO WS-DC-MM GIVING WS-DC-MONTH
           END-IF.
           COMPUTE WS-DC-RESULT = WS-DC-YEAR * 365 + WS-DC-DD.
           DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-WORK.
           ADD WS-DC-WORK TO WS-DC-RESULT.
           DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-WORK.
           SUBTRACT WS-DC-WORK FROM WS-DC-RESULT.
           DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-WORK.
           ADD WS-DC-WORK TO WS-DC-RESULT.
           COMPUTE WS-DC-WORK = WS-DC-MONTH * 153 + 2.
           DIVIDE WS-DC-WORK BY 5 GIVING WS-DC-WORK.
           ADD WS-DC-WORK TO WS-DC-RESULT.
