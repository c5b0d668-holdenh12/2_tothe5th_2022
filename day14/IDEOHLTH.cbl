      * IDEOHLTH - 2^5 COMPETITION NIGHTLY HEALTH STATUS
      *
      * End-of-night step that answers "was last night good" in
      * one machine-readable record for the enterprise
      * monitoring console, instead of leaving the answer spread
      * across four reports.  For the cycle date it reads:
      *
      *   - the run-control dataset (RUNCDD) - each expected
      *     step's state, ended / failed / started but never
      *     ended / never ran, and its return code, exactly as
      *     IDEORUNC would report it to a successor step;
      *   - the exceptions dataset (EXCPDD) - the count and the
      *     worst severity of the exceptions dated the cycle;
      *   - the IDEORECN break file (BREAKDD) - the break count
      *     off its totals line;
      *   - the IDEOACKM match report (ACKRDD) - the verdict
      *     line, acknowledged clean, mismatch, or not matched.
      *
      * It writes one CMPHLTH status record (HLTHDD) carrying
      * all of that and an overall GREEN, AMBER, or RED, and
      * prints a one-page night summary for the desk (HLTRDD).
      *
      * Nothing about what "good" means is coded in.  The
      * control file (HLTCDD) names the expected steps and the
      * rules, one card each:
      *
      *   D CCYYMMDD               cycle date (default run date)
      *   S PROGRAMID              an expected step
      *   R RULENAME  C TTTT       a rule - C is A (amber) or
      *                            R (red), TTTT a threshold
      *
      * Rules (a blank or zero threshold counts as 1):
      *   STEPRC    an expected step ended with RC >= TTTT
      *   FAILED    TTTT or more expected steps failed
      *   NOTENDED  TTTT or more expected steps never ended
      *   NEVERRAN  TTTT or more expected steps never ran
      *   EXCSEV    worst exception severity >= TTTT
      *   EXCCOUNT  TTTT or more exceptions on the cycle
      *   BREAKS    TTTT or more reconciliation breaks
      *   BRKUNKN   no break count could be read
      *   ACKFAIL   the acknowledgment did not match clean
      * The night is RED if any red rule is hit, else AMBER if
      * any amber rule is hit, else GREEN.  A card that cannot
      * be used is listed on the summary and ignored.
      *
      * The step sets RC 0 GREEN, 4 AMBER, 8 RED, so the
      * scheduler can act on it too; RC 4 at least when a
      * control card was ignored; RC 12 when there is no usable
      * control file or the status record cannot be written.
      * It reads the run-control and exceptions datasets and so
      * writes to neither - its own trouble goes to SYSOUT.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOHLTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CONTROL-FILE ASSIGN TO HLTCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CMP-RUNC-FILE ASSIGN TO RUNCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT CMP-EXCP-FILE ASSIGN TO EXCPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT CMP-BREAK-FILE ASSIGN TO BREAKDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREAK-FILE-STATUS.
           SELECT CMP-ACKR-FILE ASSIGN TO ACKRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKR-FILE-STATUS.
           SELECT CMP-HEALTH-FILE ASSIGN TO HLTHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HEALTH-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO HLTRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01  CMP-CONTROL-CARD.
           05  CMP-CTL-TYPE                PIC X.
               88  CMP-CTL-DATE-CARD       VALUE "D".
               88  CMP-CTL-STEP-CARD       VALUE "S".
               88  CMP-CTL-RULE-CARD       VALUE "R".
           05  FILLER                      PIC X.
           05  CMP-CTL-NAME                PIC X(9).
           05  CMP-CTL-DATE-VIEW REDEFINES CMP-CTL-NAME.
               10  CMP-CTL-CYCLE-DATE      PIC 9(8).
               10  FILLER                  PIC X.
           05  FILLER                      PIC X.
           05  CMP-CTL-COLOR               PIC X.
           05  FILLER                      PIC X.
           05  CMP-CTL-THRESHOLD           PIC X(4).
           05  FILLER                      PIC X(62).
       FD  CMP-RUNC-FILE
           RECORDING MODE IS F.
           COPY CMPRUNC.
       FD  CMP-EXCP-FILE
           RECORDING MODE IS F.
           COPY CMPEXCP.
       FD  CMP-BREAK-FILE
           RECORDING MODE IS F.
       01  CMP-BREAK-LINE                  PIC X(132).
       FD  CMP-ACKR-FILE
           RECORDING MODE IS F.
       01  CMP-ACKR-LINE                   PIC X(132).
       FD  CMP-HEALTH-FILE
           RECORDING MODE IS F.
           COPY CMPHLTH.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-FILE-STATUS          PIC XX.
           88  WS-CONTROL-FILE-OK          VALUE "00".
       77  WS-RUNC-FILE-STATUS             PIC XX.
           88  WS-RUNC-FILE-OK             VALUE "00".
       77  WS-EXCP-FILE-STATUS             PIC XX.
           88  WS-EXCP-FILE-OK             VALUE "00".
       77  WS-BREAK-FILE-STATUS            PIC XX.
           88  WS-BREAK-FILE-OK            VALUE "00".
       77  WS-ACKR-FILE-STATUS             PIC XX.
           88  WS-ACKR-FILE-OK             VALUE "00".
       77  WS-HEALTH-FILE-STATUS           PIC XX.
           88  WS-HEALTH-FILE-OK           VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-EOF-SW                       PIC X.
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-CARD-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-BAD-CARD-COUNT               PIC 9(4) VALUE ZERO.
       77  WS-STEP-COUNT                   PIC 9(2) VALUE ZERO.
       77  WS-STEP-IDX                     PIC 9(2).
       77  WS-STEP-FOUND-SW                PIC X.
           88  WS-STEP-FOUND               VALUE "Y".
       77  WS-RULE-COUNT                   PIC 9(2) VALUE ZERO.
       77  WS-RULE-IDX                     PIC 9(2).
       77  WS-RULES-HIT                    PIC 9(2) VALUE ZERO.
       77  WS-FAILED-COUNT                 PIC 9(2) VALUE ZERO.
       77  WS-NOT-ENDED-COUNT              PIC 9(2) VALUE ZERO.
       77  WS-NEVER-RAN-COUNT              PIC 9(2) VALUE ZERO.
       77  WS-ENDED-COUNT                  PIC 9(2) VALUE ZERO.
       77  WS-MAX-STEP-RC                  PIC 9(4) VALUE ZERO.
       77  WS-EXC-COUNT                    PIC 9(6) VALUE ZERO.
       77  WS-WORST-SEVERITY               PIC 9(2) VALUE ZERO.
       77  WS-BREAK-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-BREAK-SW                     PIC X VALUE "U".
           88  WS-BREAKS-KNOWN             VALUE "K".
       77  WS-ACK-RESULT                   PIC X VALUE "U".
           88  WS-ACK-MATCHED              VALUE "M".
       77  WS-ACK-RUN-DATE                 PIC 9(8) VALUE ZERO.
       77  WS-ACK-VERDICT                  PIC X(48) VALUE SPACES.
       77  WS-OBSERVED                     PIC 9(6).
       77  WS-THRESHOLD                    PIC 9(4).
       77  WS-RULE-HIT-SW                  PIC X.
           88  WS-RULE-IS-HIT              VALUE "Y".
       77  WS-OVERALL                      PIC X(5) VALUE "GREEN".
           88  WS-NIGHT-GREEN              VALUE "GREEN".
           88  WS-NIGHT-AMBER              VALUE "AMBER".
           88  WS-NIGHT-RED                VALUE "RED".
       77  WS-CYCLE-DATE                   PIC 9(8).
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RUN-TIME                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.

      * Expected steps, in control-file order.  The state starts
      * at never ran and follows the latest run-control event
      * for the step on the cycle, the way IDEORUNC reads it.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-ST-PROGRAM-ID        PIC X(9).
               10  WS-ST-STATE             PIC X.
                   88  WS-ST-ENDED         VALUE "E".
                   88  WS-ST-FAILED        VALUE "F".
                   88  WS-ST-RUNNING       VALUE "S".
                   88  WS-ST-NEVER-RAN     VALUE "N".
               10  WS-ST-RC                PIC 9(4).

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RT-NAME              PIC X(9).
               10  WS-RT-COLOR             PIC X.
                   88  WS-RT-AMBER         VALUE "A".
                   88  WS-RT-RED           VALUE "R".
               10  WS-RT-THRESHOLD         PIC 9(4).
               10  WS-RT-OBSERVED          PIC 9(6).
               10  WS-RT-HIT-SW            PIC X.
                   88  WS-RT-HIT           VALUE "Y".

      * The IDEORECN totals line, read back through the same
      * layout it was printed with - the edited counts de-edit
      * on the move to a numeric field.
       01  WS-BREAK-TOTALS-VIEW.
           05  WS-BTV-LABEL                PIC X(20).
           05  WS-BTV-CHECKED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15).
           05  WS-BTV-BREAKS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(83).

      * The IDEOACKM heading and verdict lines, likewise.
       01  WS-ACK-HEADING-VIEW.
           05  FILLER                      PIC X(54).
           05  WS-AHV-RUN-DATE             PIC X(8).
           05  FILLER                      PIC X(70).
       01  WS-ACK-VERDICT-VIEW.
           05  WS-AVV-LABEL                PIC X(24).
           05  WS-AVV-VERDICT              PIC X(48).
           05  FILLER                      PIC X(60).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               "2^5 COMPETITION NIGHTLY HEALTH SUMMARY".
           05  FILLER                      PIC X(12) VALUE
               "CYCLE DATE ".
           05  WS-H1-CYCLE-DATE            PIC 9(8).
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-H1-RUN-DATE              PIC 9(8).

       01  WS-OVERALL-LINE.
           05  FILLER                      PIC X(24) VALUE
               "NIGHT STATUS . . . . . .".
           05  WS-OL-OVERALL               PIC X(5).

       01  WS-STEP-HEADING.
           05  FILLER                      PIC X(11) VALUE "STEP".
           05  FILLER                      PIC X(24) VALUE "STATE".
           05  FILLER                      PIC X(4) VALUE "RC".

       01  WS-STEP-LINE.
           05  WS-SL-PROGRAM-ID            PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SL-STATE                 PIC X(24).
           05  WS-SL-RC                    PIC X(4).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-NOTE                  PIC X(48).

       01  WS-ACK-LINE.
           05  FILLER                      PIC X(24) VALUE
               "ACKNOWLEDGMENT MATCH . .".
           05  WS-AL-VERDICT               PIC X(48).

       01  WS-RULE-HEADING.
           05  FILLER                      PIC X(11) VALUE "RULE".
           05  FILLER                      PIC X(8) VALUE "COLOR".
           05  FILLER                      PIC X(11) VALUE
               "THRESHOLD".
           05  FILLER                      PIC X(10) VALUE
               "OBSERVED".
           05  FILLER                      PIC X(6) VALUE "HIT".

       01  WS-RULE-LINE.
           05  WS-RL-NAME                  PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-COLOR                 PIC X(5).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-RL-THRESHOLD             PIC ZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RL-OBSERVED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RL-HIT                   PIC X(3).

       01  WS-BAD-CARD-LINE.
           05  FILLER                      PIC X(24) VALUE
               "CONTROL CARD IGNORED . .".
           05  WS-BCL-CARD                 PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BCL-REASON               PIC X(40).

       01  WS-NO-STEPS-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO EXPECTED STEPS ON THE CONTROL FILE".

       01  WS-NO-RULES-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO RULES ON THE CONTROL FILE".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "IDEOHLTH: UNABLE TO OPEN HLTRDD - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           PERFORM 1000-READ-CONTROL-FILE.
           IF WS-STEP-COUNT = ZERO AND WS-RULE-COUNT = ZERO
               DISPLAY "IDEOHLTH: NO USABLE CONTROL FILE ON HLTCDD "
                   "- STATUS " WS-CONTROL-FILE-STATUS
                   " - NIGHT NOT JUDGED"
               MOVE WS-CYCLE-DATE TO WS-H1-CYCLE-DATE
               WRITE CMP-REPORT-LINE FROM WS-HEADING-1
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE FROM WS-NO-STEPS-LINE
               WRITE CMP-REPORT-LINE FROM WS-NO-RULES-LINE
               CLOSE CMP-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-LOAD-STEP-STATES.
           PERFORM 3000-SCAN-EXCEPTIONS.
           PERFORM 4000-READ-BREAK-TOTALS.
           PERFORM 4500-READ-ACK-VERDICT.
           PERFORM 5000-APPLY-RULES.
           PERFORM 6000-WRITE-STATUS-RECORD.
           PERFORM 7000-PRINT-SUMMARY.
           CLOSE CMP-REPORT-FILE.
           DISPLAY "IDEOHLTH: CYCLE " WS-CYCLE-DATE " IS "
               WS-OVERALL " - " WS-RULES-HIT " RULE(S) HIT".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Cards are taken in order.  A bad card is ignored - one
      * mistyped rule must not stop the night being judged by
      * the rest.
       1000-READ-CONTROL-FILE.
           OPEN INPUT CMP-CONTROL-FILE.
           IF WS-CONTROL-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-CONTROL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 1100-TAKE-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CMP-CONTROL-FILE
           END-IF.

       1100-TAKE-ONE-CARD.
           EVALUATE TRUE
               WHEN CMP-CTL-DATE-CARD
                   IF CMP-CTL-CYCLE-DATE IS NUMERIC
                           AND CMP-CTL-CYCLE-DATE > ZERO
                       MOVE CMP-CTL-CYCLE-DATE TO WS-CYCLE-DATE
                   ELSE
                       MOVE "CYCLE DATE NOT NUMERIC" TO
                           WS-BCL-REASON
                       PERFORM 1900-NOTE-BAD-CARD
                   END-IF
               WHEN CMP-CTL-STEP-CARD
                   PERFORM 1200-TAKE-STEP-CARD
               WHEN CMP-CTL-RULE-CARD
                   PERFORM 1300-TAKE-RULE-CARD
               WHEN CMP-CTL-TYPE = "*"
                   CONTINUE
               WHEN OTHER
                   MOVE "CARD TYPE NOT D, S, OR R" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
           END-EVALUATE.

       1200-TAKE-STEP-CARD.
           MOVE "N" TO WS-STEP-FOUND-SW.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-STEP-FOUND
               IF WS-ST-PROGRAM-ID(WS-STEP-IDX) = CMP-CTL-NAME
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CMP-CTL-NAME = SPACES
                   MOVE "STEP NAME MISSING" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN WS-STEP-FOUND
                   MOVE "STEP NAMED TWICE" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN WS-STEP-COUNT >= 20
                   MOVE "STEP TABLE FULL (20)" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE CMP-CTL-NAME TO
                       WS-ST-PROGRAM-ID(WS-STEP-COUNT)
                   SET WS-ST-NEVER-RAN(WS-STEP-COUNT) TO TRUE
                   MOVE ZERO TO WS-ST-RC(WS-STEP-COUNT)
           END-EVALUATE.

       1300-TAKE-RULE-CARD.
           EVALUATE TRUE
               WHEN CMP-CTL-NAME NOT = "STEPRC"
                       AND CMP-CTL-NAME NOT = "FAILED"
                       AND CMP-CTL-NAME NOT = "NOTENDED"
                       AND CMP-CTL-NAME NOT = "NEVERRAN"
                       AND CMP-CTL-NAME NOT = "EXCSEV"
                       AND CMP-CTL-NAME NOT = "EXCCOUNT"
                       AND CMP-CTL-NAME NOT = "BREAKS"
                       AND CMP-CTL-NAME NOT = "BRKUNKN"
                       AND CMP-CTL-NAME NOT = "ACKFAIL"
                   MOVE "RULE NAME NOT KNOWN" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN CMP-CTL-COLOR NOT = "A"
                       AND CMP-CTL-COLOR NOT = "R"
                   MOVE "RULE COLOR NOT A OR R" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN CMP-CTL-THRESHOLD NOT = SPACES
                       AND CMP-CTL-THRESHOLD IS NOT NUMERIC
                   MOVE "THRESHOLD NOT NUMERIC" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN WS-RULE-COUNT >= 20
                   MOVE "RULE TABLE FULL (20)" TO WS-BCL-REASON
                   PERFORM 1900-NOTE-BAD-CARD
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE CMP-CTL-NAME TO WS-RT-NAME(WS-RULE-COUNT)
                   MOVE CMP-CTL-COLOR TO
                       WS-RT-COLOR(WS-RULE-COUNT)
                   IF CMP-CTL-THRESHOLD IS NUMERIC
                           AND CMP-CTL-THRESHOLD NOT = "0000"
                       MOVE CMP-CTL-THRESHOLD TO
                           WS-RT-THRESHOLD(WS-RULE-COUNT)
                   ELSE
                       MOVE 1 TO WS-RT-THRESHOLD(WS-RULE-COUNT)
                   END-IF
                   MOVE ZERO TO WS-RT-OBSERVED(WS-RULE-COUNT)
                   MOVE "N" TO WS-RT-HIT-SW(WS-RULE-COUNT)
           END-EVALUATE.

      * The summary heading is not out yet when the cards are
      * read, so a bad card goes to SYSOUT here and is counted;
      * the summary shows the count.
       1900-NOTE-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT.
           MOVE CMP-CONTROL-CARD(1:20) TO WS-BCL-CARD.
           DISPLAY "IDEOHLTH: CONTROL CARD " WS-CARD-COUNT
               " IGNORED - " WS-BCL-REASON.
           DISPLAY "IDEOHLTH:   '" WS-BCL-CARD "'".

      * A run-control dataset that cannot be opened leaves
      * every expected step at never ran.
       2000-LOAD-STEP-STATES.
           OPEN INPUT CMP-RUNC-FILE.
           IF WS-RUNC-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-RUNC-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CMP-RUN-CYCLE-DATE = WS-CYCLE-DATE
                               PERFORM 2100-APPLY-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-RUNC-FILE
           ELSE
               DISPLAY "IDEOHLTH: RUNCDD NOT OPENED - STATUS "
                   WS-RUNC-FILE-STATUS " - NO STEP HAS RUN"
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-ST-ENDED(WS-STEP-IDX)
                       ADD 1 TO WS-ENDED-COUNT
                   WHEN WS-ST-FAILED(WS-STEP-IDX)
                       ADD 1 TO WS-ENDED-COUNT
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN WS-ST-RUNNING(WS-STEP-IDX)
                       ADD 1 TO WS-NOT-ENDED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-NEVER-RAN-COUNT
               END-EVALUATE
               IF (WS-ST-ENDED(WS-STEP-IDX)
                       OR WS-ST-FAILED(WS-STEP-IDX))
                       AND WS-ST-RC(WS-STEP-IDX) > WS-MAX-STEP-RC
                   MOVE WS-ST-RC(WS-STEP-IDX) TO WS-MAX-STEP-RC
               END-IF
           END-PERFORM.

      * The dataset is in time order, so the last event seen for
      * a step on the cycle is its state - a failed step rerun
      * clean reads as ended.
       2100-APPLY-ONE-EVENT.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-PROGRAM-ID(WS-STEP-IDX) =
                       CMP-RUN-PROGRAM-ID
                   IF CMP-RUN-EVENT-END
                       MOVE CMP-RUN-RETURN-CODE TO
                           WS-ST-RC(WS-STEP-IDX)
                       IF CMP-RUN-RETURN-CODE < 8
                           SET WS-ST-ENDED(WS-STEP-IDX) TO TRUE
                       ELSE
                           SET WS-ST-FAILED(WS-STEP-IDX) TO TRUE
                       END-IF
                   ELSE
                       SET WS-ST-RUNNING(WS-STEP-IDX) TO TRUE
                       MOVE ZERO TO WS-ST-RC(WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * An exceptions dataset that cannot be opened means no
      * program raised one - IDEOEXCP creates it on first use.
       3000-SCAN-EXCEPTIONS.
           OPEN INPUT CMP-EXCP-FILE.
           IF WS-EXCP-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-EXCP-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CMP-EXC-DATE = WS-CYCLE-DATE
                               ADD 1 TO WS-EXC-COUNT
                               IF CMP-EXC-SEVERITY >
                                       WS-WORST-SEVERITY
                                   MOVE CMP-EXC-SEVERITY TO
                                       WS-WORST-SEVERITY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-EXCP-FILE
           END-IF.

      * The break count is the one on the IDEORECN totals line.
      * No file, or a file with no totals line (reconciliation
      * could not open its inputs), leaves the count unknown.
       4000-READ-BREAK-TOTALS.
           OPEN INPUT CMP-BREAK-FILE.
           IF WS-BREAK-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-BREAK-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CMP-BREAK-LINE TO
                               WS-BREAK-TOTALS-VIEW
                           IF WS-BTV-LABEL = "DAYS CHECKED . . . ."
                               MOVE WS-BTV-BREAKS TO WS-BREAK-COUNT
                               SET WS-BREAKS-KNOWN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-BREAK-FILE
           END-IF.

      * The verdict is the text IDEOACKM printed on its MATCH
      * line, classified on its leading words.
       4500-READ-ACK-VERDICT.
           OPEN INPUT CMP-ACKR-FILE.
           IF WS-ACKR-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-ACKR-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 4600-NOTE-ACK-LINE
                   END-READ
               END-PERFORM
               CLOSE CMP-ACKR-FILE
           END-IF.
           IF WS-ACK-VERDICT = SPACES
               MOVE "NO MATCH REPORT TO READ" TO WS-ACK-VERDICT
           END-IF.

       4600-NOTE-ACK-LINE.
           IF CMP-ACKR-LINE(1:44) =
                   "2^5 COMPETITION EXTRACT ACKNOWLEDGMENT MATCH"
               MOVE CMP-ACKR-LINE TO WS-ACK-HEADING-VIEW
               IF WS-AHV-RUN-DATE IS NUMERIC
                   MOVE WS-AHV-RUN-DATE TO WS-ACK-RUN-DATE
               END-IF
           END-IF.
           MOVE CMP-ACKR-LINE TO WS-ACK-VERDICT-VIEW.
           IF WS-AVV-LABEL = "MATCH  . . . . . . . . ."
               MOVE WS-AVV-VERDICT TO WS-ACK-VERDICT
               EVALUATE TRUE
                   WHEN WS-AVV-VERDICT(1:18) = "ACKNOWLEDGED CLEAN"
                       MOVE "M" TO WS-ACK-RESULT
                   WHEN WS-AVV-VERDICT(1:19) =
                           "COUNT/HASH MISMATCH"
                       MOVE "X" TO WS-ACK-RESULT
                   WHEN OTHER
                       MOVE "N" TO WS-ACK-RESULT
               END-EVALUATE
           END-IF.

      * Every rule is measured, hit or not, so the summary shows
      * how close the night came.  The worst color hit wins.
       5000-APPLY-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 5100-MEASURE-ONE-RULE
               IF WS-RT-HIT(WS-RULE-IDX)
                   ADD 1 TO WS-RULES-HIT
                   IF WS-RT-RED(WS-RULE-IDX)
                       SET WS-NIGHT-RED TO TRUE
                   ELSE
                       IF WS-NIGHT-GREEN
                           SET WS-NIGHT-AMBER TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-NIGHT-RED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-NIGHT-AMBER
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-BAD-CARD-COUNT > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       5100-MEASURE-ONE-RULE.
           MOVE WS-RT-THRESHOLD(WS-RULE-IDX) TO WS-THRESHOLD.
           MOVE "N" TO WS-RULE-HIT-SW.
           EVALUATE WS-RT-NAME(WS-RULE-IDX)
               WHEN "STEPRC"
                   MOVE WS-MAX-STEP-RC TO WS-OBSERVED
                   IF WS-ENDED-COUNT > ZERO
                           AND WS-OBSERVED >= WS-THRESHOLD
                       SET WS-RULE-IS-HIT TO TRUE
                   END-IF
               WHEN "FAILED"
                   MOVE WS-FAILED-COUNT TO WS-OBSERVED
               WHEN "NOTENDED"
                   MOVE WS-NOT-ENDED-COUNT TO WS-OBSERVED
               WHEN "NEVERRAN"
                   MOVE WS-NEVER-RAN-COUNT TO WS-OBSERVED
               WHEN "EXCSEV"
                   MOVE WS-WORST-SEVERITY TO WS-OBSERVED
               WHEN "EXCCOUNT"
                   MOVE WS-EXC-COUNT TO WS-OBSERVED
               WHEN "BREAKS"
                   MOVE WS-BREAK-COUNT TO WS-OBSERVED
                   IF WS-BREAKS-KNOWN
                           AND WS-OBSERVED >= WS-THRESHOLD
                       SET WS-RULE-IS-HIT TO TRUE
                   END-IF
               WHEN "BRKUNKN"
                   MOVE ZERO TO WS-OBSERVED
                   IF NOT WS-BREAKS-KNOWN
                       MOVE 1 TO WS-OBSERVED
                   END-IF
               WHEN "ACKFAIL"
                   MOVE ZERO TO WS-OBSERVED
                   IF NOT WS-ACK-MATCHED
                       MOVE 1 TO WS-OBSERVED
                   END-IF
           END-EVALUATE.
           IF WS-RT-NAME(WS-RULE-IDX) NOT = "STEPRC"
                   AND WS-RT-NAME(WS-RULE-IDX) NOT = "BREAKS"
               IF WS-OBSERVED >= WS-THRESHOLD
                   SET WS-RULE-IS-HIT TO TRUE
               END-IF
           END-IF.
           MOVE WS-OBSERVED TO WS-RT-OBSERVED(WS-RULE-IDX).
           MOVE WS-RULE-HIT-SW TO WS-RT-HIT-SW(WS-RULE-IDX).

      * One record per run - the console picks up the latest
      * dataset.  Unused step entries are left as spaces.
       6000-WRITE-STATUS-RECORD.
           OPEN OUTPUT CMP-HEALTH-FILE.
           IF NOT WS-HEALTH-FILE-OK
               DISPLAY "IDEOHLTH: UNABLE TO OPEN HLTHDD - STATUS "
                   WS-HEALTH-FILE-STATUS " - STATUS NOT WRITTEN"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO CMP-HEALTH-RECORD
               MOVE WS-CYCLE-DATE TO CMP-HLT-CYCLE-DATE
               MOVE WS-RUN-DATE TO CMP-HLT-RUN-DATE
               MOVE WS-RUN-TIME TO CMP-HLT-RUN-TIME
               MOVE WS-OVERALL TO CMP-HLT-OVERALL
               MOVE WS-WORST-SEVERITY TO CMP-HLT-WORST-SEVERITY
               MOVE WS-EXC-COUNT TO CMP-HLT-EXCEPTION-COUNT
               MOVE WS-BREAK-SW TO CMP-HLT-BREAK-STATUS
               MOVE WS-BREAK-COUNT TO CMP-HLT-BREAK-COUNT
               MOVE WS-ACK-RESULT TO CMP-HLT-ACK-RESULT
               MOVE WS-ACK-RUN-DATE TO CMP-HLT-ACK-RUN-DATE
               MOVE WS-RULES-HIT TO CMP-HLT-RULES-HIT
               MOVE WS-STEP-COUNT TO CMP-HLT-STEP-COUNT
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE WS-ST-PROGRAM-ID(WS-STEP-IDX) TO
                       CMP-HLT-STEP-PROGRAM-ID(WS-STEP-IDX)
                   MOVE WS-ST-STATE(WS-STEP-IDX) TO
                       CMP-HLT-STEP-STATE(WS-STEP-IDX)
                   MOVE WS-ST-RC(WS-STEP-IDX) TO
                       CMP-HLT-STEP-RC(WS-STEP-IDX)
               END-PERFORM
               WRITE CMP-HEALTH-RECORD
               IF NOT WS-HEALTH-FILE-OK
                   DISPLAY "IDEOHLTH: HLTHDD WRITE FAILED - STATUS "
                       WS-HEALTH-FILE-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
               CLOSE CMP-HEALTH-FILE
           END-IF.

       7000-PRINT-SUMMARY.
           MOVE WS-CYCLE-DATE TO WS-H1-CYCLE-DATE.
           WRITE CMP-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE WS-OVERALL TO WS-OL-OVERALL.
           WRITE CMP-REPORT-LINE FROM WS-OVERALL-LINE.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           IF WS-STEP-COUNT = ZERO
               WRITE CMP-REPORT-LINE FROM WS-NO-STEPS-LINE
           ELSE
               WRITE CMP-REPORT-LINE FROM WS-STEP-HEADING
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM 7100-PRINT-ONE-STEP
               END-PERFORM
           END-IF.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           PERFORM 7200-PRINT-SOURCES.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           IF WS-RULE-COUNT = ZERO
               WRITE CMP-REPORT-LINE FROM WS-NO-RULES-LINE
           ELSE
               WRITE CMP-REPORT-LINE FROM WS-RULE-HEADING
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM 7300-PRINT-ONE-RULE
               END-PERFORM
           END-IF.
           IF WS-BAD-CARD-COUNT > ZERO
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
               MOVE "CONTROL CARDS IGNORED  ." TO WS-CL-LABEL
               MOVE WS-BAD-CARD-COUNT TO WS-CL-COUNT
               MOVE "SEE SYSOUT" TO WS-CL-NOTE
               WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       7100-PRINT-ONE-STEP.
           MOVE WS-ST-PROGRAM-ID(WS-STEP-IDX) TO WS-SL-PROGRAM-ID.
           MOVE WS-ST-RC(WS-STEP-IDX) TO WS-SL-RC.
           EVALUATE TRUE
               WHEN WS-ST-ENDED(WS-STEP-IDX)
                   MOVE "COMPLETED CLEAN" TO WS-SL-STATE
               WHEN WS-ST-FAILED(WS-STEP-IDX)
                   MOVE "FAILED" TO WS-SL-STATE
               WHEN WS-ST-RUNNING(WS-STEP-IDX)
                   MOVE "STARTED - NEVER ENDED" TO WS-SL-STATE
                   MOVE SPACES TO WS-SL-RC
               WHEN OTHER
                   MOVE "NEVER RAN" TO WS-SL-STATE
                   MOVE SPACES TO WS-SL-RC
           END-EVALUATE.
           WRITE CMP-REPORT-LINE FROM WS-STEP-LINE.

       7200-PRINT-SOURCES.
           MOVE "EXCEPTIONS ON CYCLE  . ." TO WS-CL-LABEL.
           MOVE WS-EXC-COUNT TO WS-CL-COUNT.
           MOVE SPACES TO WS-CL-NOTE.
           STRING "WORST SEVERITY " WS-WORST-SEVERITY
               DELIMITED BY SIZE INTO WS-CL-NOTE.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "RECONCILIATION BREAKS  ." TO WS-CL-LABEL.
           MOVE WS-BREAK-COUNT TO WS-CL-COUNT.
           IF WS-BREAKS-KNOWN
               MOVE SPACES TO WS-CL-NOTE
           ELSE
               MOVE "UNKNOWN - NO BREAK FILE TOTALS" TO WS-CL-NOTE
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-ACK-VERDICT TO WS-AL-VERDICT.
           WRITE CMP-REPORT-LINE FROM WS-ACK-LINE.

       7300-PRINT-ONE-RULE.
           MOVE WS-RT-NAME(WS-RULE-IDX) TO WS-RL-NAME.
           IF WS-RT-RED(WS-RULE-IDX)
               MOVE "RED" TO WS-RL-COLOR
           ELSE
               MOVE "AMBER" TO WS-RL-COLOR
           END-IF.
           MOVE WS-RT-THRESHOLD(WS-RULE-IDX) TO WS-RL-THRESHOLD.
           MOVE WS-RT-OBSERVED(WS-RULE-IDX) TO WS-RL-OBSERVED.
           IF WS-RT-HIT(WS-RULE-IDX)
               MOVE "YES" TO WS-RL-HIT
           ELSE
               MOVE "NO" TO WS-RL-HIT
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-RULE-LINE.
