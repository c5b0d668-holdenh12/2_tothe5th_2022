      * IDEOAPPR - 2^5 COMPETITION PENDING APPROVALS REPORT
      *
      * Prints the corrections IDEOMAINT is holding on the PENDDD
      * pending-approval file, so a change to a posted day that
      * is waiting on a second operator is in front of the desk
      * every morning instead of sitting unseen.  Each waiting
      * correction shows the year/day, the operator who keyed
      * it, when it was keyed and how many days it has waited,
      * and the day's BASE, EXP, and answer as they stand beside
      * the proposed BASE, EXP, and recomputed answer, off the
      * record images the pending file carries.  Long answers
      * print in full below the line, the house rule.
      *
      * A correction waiting past the limit on the SYSIN control
      * card (columns 1-4, days, blank defaults to 2) is flagged
      * on the report and escalated through IDEOEXCP, and the
      * step ends RC 4 so it is chased.  The totals also count
      * the corrections released and rejected on the run date,
      * which the desk checks against the maintenance printout.
      *
      * A pending file that cannot be opened reads as empty - it
      * is not created until the first correction is held.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CONTROL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CMP-PEND-FILE ASSIGN TO PENDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-PND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO APPRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01  CMP-CONTROL-CARD.
           05  CMP-CTL-AGE-LIMIT           PIC 9(4).
           05  FILLER                      PIC X(76).
       FD  CMP-PEND-FILE
           RECORDING MODE IS F.
           COPY CMPPEND.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-FILE-STATUS          PIC XX.
           88  WS-CONTROL-FILE-OK          VALUE "00".
       77  WS-PEND-FILE-STATUS             PIC XX.
           88  WS-PEND-FILE-OK             VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-EOF-SW                       PIC X VALUE "N".
           88  WS-NO-MORE-PENDING          VALUE "Y".
       77  WS-AGE-LIMIT                    PIC 9(4) VALUE 2.
       77  WS-WAIT-DAYS                    PIC 9(4).
       77  WS-RUN-DAY-NUMBER               PIC 9(9).
       77  WS-WAITING-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-ESCALATED-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-RELEASED-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-REJECTED-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-BEF-LEN                      PIC 9(3).
       77  WS-PRO-LEN                      PIC 9(3).
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
           COPY CMPEXCP.

      * Date to day-count work area - the same arithmetic the
      * exceptions summary ages its open exceptions with.
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

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(42) VALUE
               "2^5 COMPETITION CORRECTIONS PENDING".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-RH1-RUN-DATE             PIC 9(8).

       01  WS-LIMIT-LINE.
           05  FILLER                      PIC X(24) VALUE
               "WAIT LIMIT (DAYS) . . .".
           05  WS-LL-LIMIT                 PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(6) VALUE "YEAR".
           05  FILLER                      PIC X(6) VALUE "DAY".
           05  FILLER                      PIC X(10) VALUE
               "KEYED BY".
           05  FILLER                      PIC X(20) VALUE
               "KEYED ON".
           05  FILLER                      PIC X(8) VALUE "WAITED".
           05  FILLER                      PIC X(25) VALUE
               "NOW BASE/EXP/DAYS".
           05  FILLER                      PIC X(24) VALUE
               "PROPOSED BASE/EXP/DAYS".

       01  WS-REPORT-DETAIL.
           05  WS-RD-COMP-YEAR             PIC 9(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-DAY-NUMBER            PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SUBMITTER             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SUBMIT-DATE           PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-SUBMIT-TIME           PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-WAIT-DAYS             PIC ZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-BEF-BASE              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-BEF-EXP               PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-BEF-DAYS              PIC X(18).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-PRO-BASE              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-PRO-EXP               PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-PRO-DAYS              PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-FLAG                  PIC X(16).

       01  WS-LONG-ANSWER-CAPTION.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LAC-LABEL                PIC X(22).
           05  FILLER                      PIC X(9) VALUE
               " DIGITS  ".
           05  WS-LAC-LEN                  PIC ZZ9.

       01  WS-LONG-ANSWER-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LAL-TEXT                 PIC X(99).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-CLEAN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO CORRECTIONS AWAITING APPROVAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DC-DATE.
           PERFORM 3000-COMPUTE-DAY-COUNT.
           MOVE WS-DC-RESULT TO WS-RUN-DAY-NUMBER.
           PERFORM 1000-READ-CONTROL-CARD.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "IDEOAPPR: UNABLE TO OPEN APPRDD - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM 1500-PRINT-HEADINGS
               OPEN INPUT CMP-PEND-FILE
               IF WS-PEND-FILE-OK
                   PERFORM UNTIL WS-NO-MORE-PENDING
                       READ CMP-PEND-FILE NEXT RECORD
                           AT END
                               SET WS-NO-MORE-PENDING TO TRUE
                           NOT AT END
                               PERFORM 2000-REPORT-ONE-CORRECTION
                       END-READ
                   END-PERFORM
                   CLOSE CMP-PEND-FILE
               ELSE
                   DISPLAY "IDEOAPPR: PENDDD NOT OPENED - STATUS "
                       WS-PEND-FILE-STATUS " - READ AS EMPTY"
               END-IF
               IF WS-WAITING-COUNT = ZERO
                   WRITE CMP-REPORT-LINE FROM WS-CLEAN-LINE
               END-IF
               PERFORM 6500-PRINT-TOTALS
               CLOSE CMP-REPORT-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The wait limit comes in on a single SYSIN control card -
      * a missing or unusable card just takes the default.
       1000-READ-CONTROL-CARD.
           OPEN INPUT CMP-CONTROL-FILE.
           IF WS-CONTROL-FILE-OK
               READ CMP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-CTL-AGE-LIMIT IS NUMERIC
                               AND CMP-CTL-AGE-LIMIT > ZERO
                           MOVE CMP-CTL-AGE-LIMIT TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE CMP-CONTROL-FILE
           END-IF.

       1500-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-RH1-RUN-DATE.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-HEADING-1.
           MOVE WS-AGE-LIMIT TO WS-LL-LIMIT.
           WRITE CMP-REPORT-LINE FROM WS-LIMIT-LINE.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-HEADING-2.

      * The file holds decided corrections as history - only the
      * ones still waiting are listed; those decided on the run
      * date are just counted.
       2000-REPORT-ONE-CORRECTION.
           EVALUATE TRUE
               WHEN CMP-PND-WAITING
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM 2100-PRINT-WAITING
               WHEN CMP-PND-RELEASED
                   IF CMP-PND-DECISION-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
               WHEN CMP-PND-REJECTED
                   IF CMP-PND-DECISION-DATE = WS-RUN-DATE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-EVALUATE.

       2100-PRINT-WAITING.
           PERFORM 2200-COMPUTE-WAIT.
           MOVE CMP-PND-COMP-YEAR TO WS-RD-COMP-YEAR.
           MOVE CMP-PND-DAY-NUMBER TO WS-RD-DAY-NUMBER.
           MOVE CMP-PND-SUBMITTER TO WS-RD-SUBMITTER.
           MOVE CMP-PND-SUBMIT-DATE TO WS-RD-SUBMIT-DATE.
           MOVE CMP-PND-SUBMIT-TIME TO WS-RD-SUBMIT-TIME.
           MOVE WS-WAIT-DAYS TO WS-RD-WAIT-DAYS.
           PERFORM 2300-FORMAT-VALUES.
           IF WS-WAIT-DAYS > WS-AGE-LIMIT
               MOVE "* OVER LIMIT" TO WS-RD-FLAG
               PERFORM 2500-ESCALATE-ONE-CORRECTION
           ELSE
               MOVE SPACES TO WS-RD-FLAG
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-DETAIL.
           PERFORM 2400-PRINT-LONG-ANSWERS.

      * Whole days from the day the correction was keyed to the
      * run date - a correction keyed today has waited zero.
       2200-COMPUTE-WAIT.
           MOVE ZERO TO WS-WAIT-DAYS.
           MOVE CMP-PND-SUBMIT-DATE TO WS-DC-DATE.
           IF WS-DC-YYYY > ZERO
                   AND WS-DC-MM >= 1 AND WS-DC-MM <= 12
                   AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
               PERFORM 3000-COMPUTE-DAY-COUNT
               IF WS-RUN-DAY-NUMBER > WS-DC-RESULT
                   COMPUTE WS-WAIT-DAYS =
                       WS-RUN-DAY-NUMBER - WS-DC-RESULT
               END-IF
           END-IF.

      * The images are whole master records - BASE 9-10,
      * EXP 11-12, LEN 31-33, LONG 34-231.  An answer of 18
      * digits or fewer prints in its column; a longer one
      * shows LONG there and prints in full below.
       2300-FORMAT-VALUES.
           MOVE CMP-PND-BEFORE-IMAGE(9:2) TO WS-RD-BEF-BASE.
           MOVE CMP-PND-BEFORE-IMAGE(11:2) TO WS-RD-BEF-EXP.
           MOVE CMP-PND-PROPOSED-IMAGE(9:2) TO WS-RD-PRO-BASE.
           MOVE CMP-PND-PROPOSED-IMAGE(11:2) TO WS-RD-PRO-EXP.
           MOVE ZERO TO WS-BEF-LEN.
           IF CMP-PND-BEFORE-IMAGE(31:3) IS NUMERIC
               MOVE CMP-PND-BEFORE-IMAGE(31:3) TO WS-BEF-LEN
           END-IF.
           MOVE ZERO TO WS-PRO-LEN.
           IF CMP-PND-PROPOSED-IMAGE(31:3) IS NUMERIC
               MOVE CMP-PND-PROPOSED-IMAGE(31:3) TO WS-PRO-LEN
           END-IF.
           MOVE SPACES TO WS-RD-BEF-DAYS.
           IF WS-BEF-LEN > 18
               MOVE "(LONG - SEE BELOW)" TO WS-RD-BEF-DAYS
           ELSE
               IF WS-BEF-LEN > ZERO
                   MOVE CMP-PND-BEFORE-IMAGE
                       (232 - WS-BEF-LEN : WS-BEF-LEN)
                       TO WS-RD-BEF-DAYS
               END-IF
           END-IF.
           MOVE SPACES TO WS-RD-PRO-DAYS.
           IF WS-PRO-LEN > 18
               MOVE "(LONG - SEE BELOW)" TO WS-RD-PRO-DAYS
           ELSE
               IF WS-PRO-LEN > ZERO
                   MOVE CMP-PND-PROPOSED-IMAGE
                       (232 - WS-PRO-LEN : WS-PRO-LEN)
                       TO WS-RD-PRO-DAYS
               END-IF
           END-IF.

       2400-PRINT-LONG-ANSWERS.
           IF WS-BEF-LEN > 18
               MOVE "NOW FULL ANSWER      -" TO WS-LAC-LABEL
               MOVE WS-BEF-LEN TO WS-LAC-LEN
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-CAPTION
               MOVE CMP-PND-BEFORE-IMAGE(34:99) TO WS-LAL-TEXT
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE
               MOVE CMP-PND-BEFORE-IMAGE(133:99) TO WS-LAL-TEXT
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE
           END-IF.
           IF WS-PRO-LEN > 18
               MOVE "PROPOSED FULL ANSWER -" TO WS-LAC-LABEL
               MOVE WS-PRO-LEN TO WS-LAC-LEN
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-CAPTION
               MOVE CMP-PND-PROPOSED-IMAGE(34:99) TO WS-LAL-TEXT
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE
               MOVE CMP-PND-PROPOSED-IMAGE(133:99) TO WS-LAL-TEXT
               WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE
           END-IF.

      * A correction left waiting is a posted day the desk
      * believes is wrong - past the limit it goes on the
      * shared exceptions dataset for the morning summary.
       2500-ESCALATE-ONE-CORRECTION.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE "APR001W" TO CMP-EXC-MSG-CODE.
           SET CMP-EXC-WARNING TO TRUE.
           MOVE CMP-PND-COMP-YEAR TO CMP-EXC-COMP-YEAR.
           MOVE CMP-PND-DAY-NUMBER TO CMP-EXC-DAY-NUMBER.
           MOVE SPACES TO CMP-EXC-TEXT.
           STRING "CORRECTION BY " CMP-PND-SUBMITTER
               " WAITING " WS-WAIT-DAYS
               " DAY(S) FOR A SECOND OPERATOR"
               DELIMITED BY SIZE INTO CMP-EXC-TEXT.
           PERFORM 8000-WRITE-EXCEPTION.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       6500-PRINT-TOTALS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "AWAITING APPROVAL  . . ." TO WS-CL-LABEL.
           MOVE WS-WAITING-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "OVER WAIT LIMIT  . . . ." TO WS-CL-LABEL.
           MOVE WS-ESCALATED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "RELEASED ON RUN DATE . ." TO WS-CL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "REJECTED ON RUN DATE . ." TO WS-CL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           DISPLAY "IDEOAPPR: " WS-WAITING-COUNT
               " CORRECTION(S) AWAITING APPROVAL, "
               WS-ESCALATED-COUNT " OVER THE WAIT LIMIT".

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

       8000-WRITE-EXCEPTION.
           MOVE "IDEOAPPR" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.
