      * IDEOSWEP - 2^5 COMPETITION MASTER INTEGRITY SWEEP
      *
      * Weekly proof that what sits on CMPMAST is still right,
      * run by the scheduler after the night's posting (or by
      * hand after an IDEORCVR replay) instead of waiting for
      * IDEOCERT at season end to find a bad day.  Every master
      * record is swept:
      *
      *   - BASE/EXP are run back through the IDEOBIGN module and
      *     CMP-MST-DAYS-LONG, CMP-MST-DAYS-LONG-LEN, and the
      *     18-digit CMP-MST-DAYS are each checked against the
      *     recompute;
      *   - the three stored fields are checked against each
      *     other - the digit count against the significant
      *     digits actually in the long answer, and the 18-digit
      *     field against the long answer (zero when the answer
      *     runs past 18 digits);
      *   - the record is checked against the day's latest clean
      *     CMPAUD run (return code under 8 - the runs IDEOPOST
      *     posts) for BASE, EXP, and answer.
      *
      * Once the master is swept, any day with a clean audit run
      * but no master record is flagged as audited but never
      * posted.  Audit runs IDEOARCH has rolled to the archive
      * are not compared - only the live CMPAUD is read.
      *
      * The discrepancy report on SWEPDD lists every finding by
      * competition year and day, with a count per year and
      * totals by kind.  The step return code is 0 when the
      * master sweeps clean, 4 when the only findings are days
      * never posted, 8 when any master record is wrong, and 12
      * when the sweep could not run - so the scheduler can act
      * on the one step.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOSWEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-MASTER-FILE ASSIGN TO MASTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-MST-KEY
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT CMP-AUDIT-FILE ASSIGN TO AUDITDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO SWEPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-MASTER-FILE
           RECORDING MODE IS F.
           COPY CMPMAST.
       FD  CMP-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CMPAUD.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-MAST-FILE-STATUS             PIC XX.
           88  WS-MAST-FILE-OK             VALUE "00".
       77  WS-AUDIT-FILE-STATUS            PIC XX.
           88  WS-AUDIT-FILE-OK            VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-MAST-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-MASTER-RECORDS   VALUE "Y".
       77  WS-AUDIT-EOF-SW                 PIC X VALUE "N".
           88  WS-NO-MORE-AUDIT-RECORDS    VALUE "Y".
       77  WS-RUN-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-RUN-IDX                      PIC 9(4).
       77  WS-RUN-MATCH-IDX                PIC 9(4).
       77  WS-RUN-FOUND-SW                 PIC X.
           88  WS-RUN-FOUND                VALUE "Y".
       77  WS-RUN-FULL-SW                  PIC X VALUE "N".
           88  WS-RUN-TABLE-FULL           VALUE "Y".
       77  WS-DISC-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-DISC-IDX                     PIC 9(4).
       77  WS-DISC-IDX2                    PIC 9(4).
       77  WS-DISC-FULL-SW                 PIC X VALUE "N".
           88  WS-DISC-TABLE-FULL          VALUE "Y".
       77  WS-RECORD-BAD-SW                PIC X.
           88  WS-RECORD-BAD               VALUE "Y".
       77  WS-SWEPT-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-BAD-RECORD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-RECOMPUTE-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-INTERNAL-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-AUDIT-DIFF-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-UNPOSTED-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-YEAR-DISC-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-CURRENT-YEAR                 PIC 9(4) VALUE ZERO.
       77  WS-DISC-DAY                     PIC 9(4).
       77  WS-POS                          PIC 9(3).
       77  WS-STORED-LEN                   PIC 9(3).
       77  WS-DAYS-FROM-LONG               PIC 9(18).
       77  WS-DISC-KIND                    PIC X.
       77  WS-DISC-TEXT                    PIC X(44).
       77  WS-DISC-DETAIL                  PIC X(40).
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
           COPY CMPBIGN.

      * The latest clean audit run per competition year and day,
      * with the values it computed, so each master record can
      * be held against the run that should have posted it.  A
      * day marked posted once the master sweep finds it.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-COMP-YEAR         PIC 9(4).
               10  WS-RT-DAY-NUMBER        PIC 9(4).
               10  WS-RT-RUN-DATE          PIC 9(8).
               10  WS-RT-RUN-TIME          PIC 9(8).
               10  WS-RT-BASE              PIC 9(2).
               10  WS-RT-EXP               PIC 9(2).
               10  WS-RT-DAYS-LONG         PIC X(198).
               10  WS-RT-POSTED-SW         PIC X.
                   88  WS-RT-POSTED        VALUE "Y".

      * Every finding, kept until the sweep is done so the report
      * can list them by year and day whichever pass found them.
      * Kind 'M' is a wrong master record, 'U' a day audited but
      * never posted.
       01  WS-DISC-TABLE.
           05  WS-DISC-ENTRY OCCURS 2000 TIMES.
               10  WS-DT-SORT-KEY.
                   15  WS-DT-COMP-YEAR     PIC 9(4).
                   15  WS-DT-DAY-NUMBER    PIC 9(4).
               10  WS-DT-KIND              PIC X.
               10  WS-DT-TEXT              PIC X(44).
               10  WS-DT-DETAIL            PIC X(40).
       01  WS-DISC-SAVE-ENTRY              PIC X(93).

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(42) VALUE
               "2^5 COMPETITION MASTER INTEGRITY SWEEP".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-RH1-RUN-DATE             PIC 9(8).

       01  WS-YEAR-HEADING.
           05  FILLER                      PIC X(24) VALUE
               "COMPETITION YEAR  . . . ".
           05  WS-YH-COMP-YEAR             PIC 9(4).

       01  WS-DISC-COLUMNS.
           05  FILLER                      PIC X(6) VALUE "DAY".
           05  FILLER                      PIC X(46) VALUE
               "DISCREPANCY".
           05  FILLER                      PIC X(40) VALUE "DETAIL".

       01  WS-DISC-DETAIL-LINE.
           05  WS-DD-DAY-NUMBER            PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DD-TEXT                  PIC X(44).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DD-DETAIL                PIC X(40).

       01  WS-YEAR-TOTAL-LINE.
           05  FILLER                      PIC X(24) VALUE
               "DISCREPANCIES FOR YEAR .".
           05  WS-YT-COUNT                 PIC ZZZ,ZZ9.

       01  WS-CLEAN-LINE.
           05  FILLER                      PIC X(44) VALUE
               "NO DISCREPANCIES - MASTER SWEPT CLEAN".

       01  WS-TRUNCATED-LINE.
           05  FILLER                      PIC X(44) VALUE
               "DETAIL LIMITED TO THE FIRST 2,000 FINDINGS".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-LEN-DETAIL.
           05  FILLER                      PIC X(11) VALUE
               "STORED LEN ".
           05  WS-LD-STORED                PIC ZZ9.
           05  FILLER                      PIC X(8) VALUE "  OTHER ".
           05  WS-LD-OTHER                 PIC ZZ9.

       01  WS-RUN-DETAIL.
           05  FILLER                      PIC X(10) VALUE "AUDIT RUN ".
           05  WS-RNL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RNL-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-RUN-TABLE.
           OPEN INPUT CMP-MASTER-FILE.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF WS-MAST-FILE-OK AND WS-REPORT-FILE-OK
               PERFORM UNTIL WS-NO-MORE-MASTER-RECORDS
                   READ CMP-MASTER-FILE NEXT
                       AT END
                           SET WS-NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 2000-SWEEP-ONE-DAY
                   END-READ
               END-PERFORM
               PERFORM 3000-FIND-UNPOSTED-DAYS
               PERFORM 4000-PRINT-REPORT
           ELSE
               DISPLAY "IDEOSWEP: UNABLE TO OPEN MASTER/REPORT "
                   "FILE - MASTER " WS-MAST-FILE-STATUS
                   " REPORT " WS-REPORT-FILE-STATUS
                   " - SWEEP NOT RUN"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Only the runs posting would take - return code under 8 -
      * are loaded, latest run date and time winning for a day
      * run more than once.  An audit file that cannot be opened
      * leaves the master checked against its own recompute only,
      * which is worth a warning but not a failed sweep.
       1000-LOAD-RUN-TABLE.
           OPEN INPUT CMP-AUDIT-FILE.
           IF WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-NO-MORE-AUDIT-RECORDS
                   READ CMP-AUDIT-FILE
                       AT END
                           SET WS-NO-MORE-AUDIT-RECORDS TO TRUE
                       NOT AT END
                           IF CMP-AUD-RETURN-CODE < 8
                               PERFORM 1100-MERGE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-AUDIT-FILE
           ELSE
               DISPLAY "IDEOSWEP: UNABLE TO OPEN AUDITDD - STATUS "
                   WS-AUDIT-FILE-STATUS
                   " - MASTER CHECKED AGAINST RECOMPUTE ONLY"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       1100-MERGE-ONE-RUN.
           SET WS-RUN-FOUND-SW TO "N".
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       OR WS-RUN-FOUND
               IF WS-RT-COMP-YEAR(WS-RUN-IDX) = CMP-AUD-COMP-YEAR
                       AND WS-RT-DAY-NUMBER(WS-RUN-IDX) =
                           CMP-AUD-DAY-NUMBER
                   SET WS-RUN-FOUND TO TRUE
                   IF CMP-AUD-RUN-DATE >
                           WS-RT-RUN-DATE(WS-RUN-IDX)
                           OR (CMP-AUD-RUN-DATE =
                               WS-RT-RUN-DATE(WS-RUN-IDX)
                               AND CMP-AUD-RUN-TIME >
                                   WS-RT-RUN-TIME(WS-RUN-IDX))
                       MOVE WS-RUN-IDX TO WS-RUN-MATCH-IDX
                       PERFORM 1200-FILL-RUN-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FOUND
               IF WS-RUN-COUNT < 2000
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-MATCH-IDX
                   PERFORM 1200-FILL-RUN-ENTRY
               ELSE
                   IF NOT WS-RUN-TABLE-FULL
                       DISPLAY "IDEOSWEP: RUN TABLE FULL (2000) - "
                           "LATER AUDITED DAYS NOT COMPARED"
                   END-IF
                   SET WS-RUN-TABLE-FULL TO TRUE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1200-FILL-RUN-ENTRY.
           MOVE CMP-AUD-COMP-YEAR TO
               WS-RT-COMP-YEAR(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-DAY-NUMBER TO
               WS-RT-DAY-NUMBER(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-RUN-DATE TO WS-RT-RUN-DATE(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-RUN-TIME TO WS-RT-RUN-TIME(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-BASE TO WS-RT-BASE(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-EXP TO WS-RT-EXP(WS-RUN-MATCH-IDX).
           MOVE CMP-AUD-DAYS-LONG TO
               WS-RT-DAYS-LONG(WS-RUN-MATCH-IDX).
           MOVE "N" TO WS-RT-POSTED-SW(WS-RUN-MATCH-IDX).

      * Each check stands on its own, so one bad record can show
      * several findings - a stored digit count that disagrees
      * with the recompute AND with its own long answer points
      * at a different fault than one that disagrees with the
      * recompute alone.
       2000-SWEEP-ONE-DAY.
           ADD 1 TO WS-SWEPT-COUNT.
           SET WS-RECORD-BAD-SW TO "N".
           PERFORM 2100-CHECK-RECOMPUTE.
           PERFORM 2200-CHECK-STORED-FIELDS.
           PERFORM 2300-CHECK-LATEST-RUN.
           IF WS-RECORD-BAD
               ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF.

       2100-CHECK-RECOMPUTE.
           MOVE CMP-MST-BASE TO CMP-BIG-BASE.
           MOVE CMP-MST-EXP TO CMP-BIG-EXP.
           CALL "IDEOBIGN" USING CMP-BIG-PARM.
           IF NOT CMP-BIG-OK
               ADD 1 TO WS-RECOMPUTE-COUNT
               MOVE "BASE/EXP REJECTED BY IDEOBIGN" TO WS-DISC-TEXT
               MOVE SPACES TO WS-DISC-DETAIL
               STRING "BASE " CMP-MST-BASE " EXP " CMP-MST-EXP
                   DELIMITED BY SIZE INTO WS-DISC-DETAIL
               PERFORM 2900-NOTE-BAD-RECORD
           ELSE
               IF CMP-MST-DAYS-LONG NOT = CMP-BIG-ANSWER
                   ADD 1 TO WS-RECOMPUTE-COUNT
                   MOVE "ANSWER DISAGREES WITH BASE**EXP RECOMPUTE"
                       TO WS-DISC-TEXT
                   MOVE SPACES TO WS-DISC-DETAIL
                   STRING "BASE " CMP-MST-BASE " EXP " CMP-MST-EXP
                       DELIMITED BY SIZE INTO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
               IF CMP-MST-DAYS-LONG-LEN NOT = CMP-BIG-DIGIT-COUNT
                   ADD 1 TO WS-RECOMPUTE-COUNT
                   MOVE "DIGIT COUNT DISAGREES WITH RECOMPUTE"
                       TO WS-DISC-TEXT
                   MOVE CMP-MST-DAYS-LONG-LEN TO WS-LD-STORED
                   MOVE CMP-BIG-DIGIT-COUNT TO WS-LD-OTHER
                   MOVE WS-LEN-DETAIL TO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
               IF CMP-MST-DAYS NOT = CMP-BIG-DAYS
                   ADD 1 TO WS-RECOMPUTE-COUNT
                   MOVE "18-DIGIT DAYS DISAGREES WITH RECOMPUTE"
                       TO WS-DISC-TEXT
                   MOVE CMP-MST-DAYS TO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
           END-IF.

      * The stored fields against each other, without reference
      * to BASE/EXP - the digit count must be the significant
      * digits of the long answer, and the 18-digit field must
      * be the long answer when it fits there, zero when not.
       2200-CHECK-STORED-FIELDS.
           IF CMP-MST-DAYS-LONG IS NOT NUMERIC
               ADD 1 TO WS-INTERNAL-COUNT
               MOVE "STORED LONG ANSWER IS NOT NUMERIC"
                   TO WS-DISC-TEXT
               MOVE SPACES TO WS-DISC-DETAIL
               PERFORM 2900-NOTE-BAD-RECORD
           ELSE
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 197
                           OR CMP-MST-DAYS-LONG(WS-POS:1) NOT = "0"
                   CONTINUE
               END-PERFORM
               COMPUTE WS-STORED-LEN = 199 - WS-POS
               IF CMP-MST-DAYS-LONG-LEN NOT = WS-STORED-LEN
                   ADD 1 TO WS-INTERNAL-COUNT
                   MOVE "DIGIT COUNT DISAGREES WITH STORED ANSWER"
                       TO WS-DISC-TEXT
                   MOVE CMP-MST-DAYS-LONG-LEN TO WS-LD-STORED
                   MOVE WS-STORED-LEN TO WS-LD-OTHER
                   MOVE WS-LEN-DETAIL TO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
               IF WS-STORED-LEN > 18
                   MOVE ZERO TO WS-DAYS-FROM-LONG
               ELSE
                   MOVE CMP-MST-DAYS-LONG(181:18) TO
                       WS-DAYS-FROM-LONG
               END-IF
               IF CMP-MST-DAYS NOT = WS-DAYS-FROM-LONG
                   ADD 1 TO WS-INTERNAL-COUNT
                   MOVE "18-DIGIT DAYS DISAGREES WITH STORED ANSWER"
                       TO WS-DISC-TEXT
                   MOVE CMP-MST-DAYS TO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
           END-IF.

      * A master day with no clean audit run on the live file
      * was added by hand or its runs have been archived - there
      * is nothing to hold it against, which is not a finding.
       2300-CHECK-LATEST-RUN.
           SET WS-RUN-FOUND-SW TO "N".
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       OR WS-RUN-FOUND
               IF WS-RT-COMP-YEAR(WS-RUN-IDX) = CMP-MST-COMP-YEAR
                       AND WS-RT-DAY-NUMBER(WS-RUN-IDX) =
                           CMP-MST-DAY-NUMBER
                   SET WS-RUN-FOUND TO TRUE
                   MOVE WS-RUN-IDX TO WS-RUN-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-RUN-FOUND
               MOVE "Y" TO WS-RT-POSTED-SW(WS-RUN-MATCH-IDX)
               IF WS-RT-BASE(WS-RUN-MATCH-IDX) NOT = CMP-MST-BASE
                       OR WS-RT-EXP(WS-RUN-MATCH-IDX) NOT =
                           CMP-MST-EXP
                       OR WS-RT-DAYS-LONG(WS-RUN-MATCH-IDX) NOT =
                           CMP-MST-DAYS-LONG
                   ADD 1 TO WS-AUDIT-DIFF-COUNT
                   MOVE "MASTER DISAGREES WITH LATEST AUDIT RUN"
                       TO WS-DISC-TEXT
                   MOVE WS-RT-RUN-DATE(WS-RUN-MATCH-IDX) TO
                       WS-RNL-DATE
                   MOVE WS-RT-RUN-TIME(WS-RUN-MATCH-IDX) TO
                       WS-RNL-TIME
                   MOVE WS-RUN-DETAIL TO WS-DISC-DETAIL
                   PERFORM 2900-NOTE-BAD-RECORD
               END-IF
           END-IF.

      * Any wrong master record fails the sweep with RC 8.
       2900-NOTE-BAD-RECORD.
           SET WS-RECORD-BAD TO TRUE.
           MOVE "M" TO WS-DISC-KIND.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE CMP-MST-COMP-YEAR TO WS-CURRENT-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO WS-DISC-DAY.
           PERFORM 2950-ADD-FINDING.

       2950-ADD-FINDING.
           IF WS-DISC-COUNT < 2000
               ADD 1 TO WS-DISC-COUNT
               MOVE WS-CURRENT-YEAR TO
                   WS-DT-COMP-YEAR(WS-DISC-COUNT)
               MOVE WS-DISC-DAY TO WS-DT-DAY-NUMBER(WS-DISC-COUNT)
               MOVE WS-DISC-KIND TO WS-DT-KIND(WS-DISC-COUNT)
               MOVE WS-DISC-TEXT TO WS-DT-TEXT(WS-DISC-COUNT)
               MOVE WS-DISC-DETAIL TO WS-DT-DETAIL(WS-DISC-COUNT)
           ELSE
               IF NOT WS-DISC-TABLE-FULL
                   DISPLAY "IDEOSWEP: FINDINGS TABLE FULL (2000) - "
                       "LATER FINDINGS COUNTED BUT NOT LISTED"
               END-IF
               SET WS-DISC-TABLE-FULL TO TRUE
           END-IF.

      * A clean audit run the master sweep never matched is a
      * day the nightly computed but posting never applied.
      * That alone is a warning - the master itself is not wrong.
       3000-FIND-UNPOSTED-DAYS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF NOT WS-RT-POSTED(WS-RUN-IDX)
                   ADD 1 TO WS-UNPOSTED-COUNT
                   MOVE "U" TO WS-DISC-KIND
                   MOVE "AUDITED DAY NEVER POSTED TO THE MASTER"
                       TO WS-DISC-TEXT
                   MOVE WS-RT-RUN-DATE(WS-RUN-IDX) TO WS-RNL-DATE
                   MOVE WS-RT-RUN-TIME(WS-RUN-IDX) TO WS-RNL-TIME
                   MOVE WS-RUN-DETAIL TO WS-DISC-DETAIL
                   MOVE WS-RT-COMP-YEAR(WS-RUN-IDX) TO
                       WS-CURRENT-YEAR
                   MOVE WS-RT-DAY-NUMBER(WS-RUN-IDX) TO WS-DISC-DAY
                   PERFORM 2950-ADD-FINDING
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       4000-PRINT-REPORT.
           MOVE WS-RUN-DATE TO WS-RH1-RUN-DATE.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-HEADING-1.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           IF WS-DISC-COUNT = ZERO
               WRITE CMP-REPORT-LINE FROM WS-CLEAN-LINE
           ELSE
               PERFORM 4100-SORT-FINDINGS
               MOVE ZERO TO WS-CURRENT-YEAR
               PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                       UNTIL WS-DISC-IDX > WS-DISC-COUNT
                   PERFORM 4200-PRINT-ONE-FINDING
               END-PERFORM
               PERFORM 4300-CLOSE-YEAR
               IF WS-DISC-TABLE-FULL
                   WRITE CMP-REPORT-LINE FROM WS-TRUNCATED-LINE
               END-IF
           END-IF.
           PERFORM 4500-PRINT-TOTALS.

      * Simple ascending bubble sort on year and day - entries
      * only swap when strictly out of order, so one day's
      * findings keep the order the checks found them in.
       4100-SORT-FINDINGS.
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX >= WS-DISC-COUNT
               PERFORM VARYING WS-DISC-IDX2 FROM 1 BY 1
                       UNTIL WS-DISC-IDX2 >
                           WS-DISC-COUNT - WS-DISC-IDX
                   IF WS-DT-SORT-KEY(WS-DISC-IDX2) >
                           WS-DT-SORT-KEY(WS-DISC-IDX2 + 1)
                       MOVE WS-DISC-ENTRY(WS-DISC-IDX2) TO
                           WS-DISC-SAVE-ENTRY
                       MOVE WS-DISC-ENTRY(WS-DISC-IDX2 + 1) TO
                           WS-DISC-ENTRY(WS-DISC-IDX2)
                       MOVE WS-DISC-SAVE-ENTRY TO
                           WS-DISC-ENTRY(WS-DISC-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4200-PRINT-ONE-FINDING.
           IF WS-DT-COMP-YEAR(WS-DISC-IDX) NOT = WS-CURRENT-YEAR
               IF WS-CURRENT-YEAR NOT = ZERO
                   PERFORM 4300-CLOSE-YEAR
               END-IF
               MOVE WS-DT-COMP-YEAR(WS-DISC-IDX) TO WS-CURRENT-YEAR
               MOVE ZERO TO WS-YEAR-DISC-COUNT
               MOVE WS-CURRENT-YEAR TO WS-YH-COMP-YEAR
               WRITE CMP-REPORT-LINE FROM WS-YEAR-HEADING
               WRITE CMP-REPORT-LINE FROM WS-DISC-COLUMNS
           END-IF.
           ADD 1 TO WS-YEAR-DISC-COUNT.
           MOVE WS-DT-DAY-NUMBER(WS-DISC-IDX) TO WS-DD-DAY-NUMBER.
           MOVE WS-DT-TEXT(WS-DISC-IDX) TO WS-DD-TEXT.
           MOVE WS-DT-DETAIL(WS-DISC-IDX) TO WS-DD-DETAIL.
           WRITE CMP-REPORT-LINE FROM WS-DISC-DETAIL-LINE.

       4300-CLOSE-YEAR.
           MOVE WS-YEAR-DISC-COUNT TO WS-YT-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-YEAR-TOTAL-LINE.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.

       4500-PRINT-TOTALS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "MASTER RECORDS SWEPT . ." TO WS-CL-LABEL.
           MOVE WS-SWEPT-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS WITH FINDINGS .." TO WS-CL-LABEL.
           MOVE WS-BAD-RECORD-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "RECOMPUTE DISAGREEMENTS " TO WS-CL-LABEL.
           MOVE WS-RECOMPUTE-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "STORED FIELD CONFLICTS ." TO WS-CL-LABEL.
           MOVE WS-INTERNAL-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "AUDIT RUN DISAGREEMENTS " TO WS-CL-LABEL.
           MOVE WS-AUDIT-DIFF-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "AUDITED, NEVER POSTED  ." TO WS-CL-LABEL.
           MOVE WS-UNPOSTED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           DISPLAY "IDEOSWEP: " WS-SWEPT-COUNT " SWEPT, "
               WS-BAD-RECORD-COUNT " WITH FINDINGS, "
               WS-UNPOSTED-COUNT " NEVER POSTED - RC "
               WS-RETURN-CODE.
