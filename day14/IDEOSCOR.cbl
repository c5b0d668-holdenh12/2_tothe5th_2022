      * IDEOSCOR - 2^5 COMPETITION ENTRANT SCORING AND STANDINGS
      *
      * Nightly scoring of the answers entrants submit for the
      * competition days, so the desk no longer marks them by
      * hand in a spreadsheet.  Runs after IDEOPOST, against the
      * master as posted tonight:
      *
      *   - last night's pending submissions (PENDIDD) and
      *     tonight's intake (SUBMDD, CMPSUBM layout) are each
      *     looked up on CMPMAST by year/day;
      *   - a submission for a day not yet on the master stays
      *     pending - it goes out on the new pending file
      *     (PENDODD) and is scored on the night IDEOPOST puts
      *     the day on the master;
      *   - a submission for a posted day is marked LATE when it
      *     was submitted after the day's run date on the CMPCAL
      *     season calendar (CALDD), otherwise EXACT when it
      *     matches CMP-MST-DAYS-LONG digit for digit and WRONG
      *     when it does not.  A day missing from the calendar
      *     (a hand-run day) has no deadline to apply and is
      *     marked on the answer alone;
      *   - every marked submission is appended to the scored
      *     history (SCORDD) with its mark and the marking date;
      *   - last night's season standings (STNDIDD) pick up
      *     tonight's marks and go out as the new standings
      *     (STNDODD), one record per entrant per season.
      *
      * The scoring report (SCORRDD) lists every submission
      * handled tonight with its mark, the totals by mark, and
      * the season standings ranked by exact answers, ties
      * broken on fewest wrong.  A malformed submission is
      * marked INVALID, recorded, and warned about through
      * IDEOEXCP - it is never scored or carried.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOSCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-SUBM-FILE ASSIGN TO SUBMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBM-FILE-STATUS.
           SELECT CMP-PENDIN-FILE ASSIGN TO PENDIDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-FILE-STATUS.
           SELECT CMP-PENDOUT-FILE ASSIGN TO PENDODD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-FILE-STATUS.
           SELECT CMP-SCORED-FILE ASSIGN TO SCORDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORED-FILE-STATUS.
           SELECT CMP-MASTER-FILE ASSIGN TO MASTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-MST-KEY
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT CMP-CAL-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CMP-STNDIN-FILE ASSIGN TO STNDIDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STNDIN-FILE-STATUS.
           SELECT CMP-STNDOUT-FILE ASSIGN TO STNDODD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STNDOUT-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO SCORRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-SUBM-FILE
           RECORDING MODE IS F.
       01  CMP-SUBM-RECORD                 PIC X(239).
       FD  CMP-PENDIN-FILE
           RECORDING MODE IS F.
       01  CMP-PENDIN-RECORD               PIC X(239).
       FD  CMP-PENDOUT-FILE
           RECORDING MODE IS F.
       01  CMP-PENDOUT-RECORD              PIC X(239).
       FD  CMP-SCORED-FILE
           RECORDING MODE IS F.
       01  CMP-SCORED-RECORD               PIC X(239).
       FD  CMP-MASTER-FILE
           RECORDING MODE IS F.
           COPY CMPMAST.
       FD  CMP-CAL-FILE
           RECORDING MODE IS F.
           COPY CMPCAL.
       FD  CMP-STNDIN-FILE
           RECORDING MODE IS F.
       01  CMP-STNDIN-RECORD               PIC X(38).
       FD  CMP-STNDOUT-FILE
           RECORDING MODE IS F.
           COPY CMPSTND.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-SUBM-FILE-STATUS             PIC XX.
           88  WS-SUBM-FILE-OK             VALUE "00".
       77  WS-PENDIN-FILE-STATUS           PIC XX.
           88  WS-PENDIN-FILE-OK           VALUE "00".
       77  WS-PENDOUT-FILE-STATUS          PIC XX.
           88  WS-PENDOUT-FILE-OK          VALUE "00".
       77  WS-SCORED-FILE-STATUS           PIC XX.
           88  WS-SCORED-FILE-OK           VALUE "00".
       77  WS-MAST-FILE-STATUS             PIC XX.
           88  WS-MAST-FILE-OK             VALUE "00".
       77  WS-CAL-FILE-STATUS              PIC XX.
           88  WS-CAL-FILE-OK              VALUE "00".
       77  WS-STNDIN-FILE-STATUS           PIC XX.
           88  WS-STNDIN-FILE-OK           VALUE "00".
       77  WS-STNDOUT-FILE-STATUS          PIC XX.
           88  WS-STNDOUT-FILE-OK          VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-SUBM-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-SUBMISSIONS      VALUE "Y".
       77  WS-PENDIN-EOF-SW                PIC X VALUE "N".
           88  WS-NO-MORE-PENDING          VALUE "Y".
       77  WS-CAL-EOF-SW                   PIC X VALUE "N".
           88  WS-NO-MORE-CAL-RECORDS      VALUE "Y".
       77  WS-STNDIN-EOF-SW                PIC X VALUE "N".
           88  WS-NO-MORE-STANDINGS        VALUE "Y".
       77  WS-POSTED-SW                    PIC X.
           88  WS-DAY-POSTED               VALUE "Y".
           88  WS-DAY-NOT-POSTED           VALUE "N".
       77  WS-VALID-SW                     PIC X.
           88  WS-SUBMISSION-VALID         VALUE "Y".
           88  WS-SUBMISSION-INVALID       VALUE "N".
       77  WS-CAL-FOUND-SW                 PIC X.
           88  WS-CAL-DATE-FOUND           VALUE "Y".
       77  WS-STD-FOUND-SW                 PIC X.
           88  WS-STD-FOUND                VALUE "Y".
       77  WS-STD-FULL-SW                  PIC X VALUE "N".
           88  WS-STD-TABLE-FULL           VALUE "Y".
       77  WS-CAL-FULL-SW                  PIC X VALUE "N".
           88  WS-CAL-TABLE-FULL           VALUE "Y".
       77  WS-CAL-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-CAL-IDX                      PIC 9(4).
       77  WS-CAL-RUN-DATE                 PIC 9(8).
       77  WS-STD-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-STD-IDX                      PIC 9(4).
       77  WS-STD-IDX2                     PIC 9(4).
       77  WS-MATCH-IDX                    PIC 9(4).
       77  WS-INTAKE-COUNT                 PIC 9(6) VALUE ZERO.
       77  WS-CARRIED-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-EXACT-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-WRONG-COUNT                  PIC 9(6) VALUE ZERO.
       77  WS-LATE-COUNT                   PIC 9(6) VALUE ZERO.
       77  WS-PENDING-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-INVALID-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-CURRENT-YEAR                 PIC 9(4) VALUE ZERO.
       77  WS-RANK                         PIC 9(6) VALUE ZERO.
       77  WS-POSITION                     PIC 9(6) VALUE ZERO.
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
       77  WS-PRED-SW                      PIC X.
           88  WS-PRED-CLEAN               VALUE "Y".
           88  WS-PRED-BLOCKED             VALUE "N".
           COPY CMPEXCP.
           COPY CMPRUNP.

      * Whichever file the submission came off - last night's
      * pending or tonight's intake - it is worked here, so both
      * go through the one set of edits and marks.
           COPY CMPSUBM.

      * Season run dates off the calendar, one per year/day, so
      * a submission can be held to its day's deadline.  Skip
      * dates publish no day and are not loaded.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-COMP-YEAR         PIC 9(4).
               10  WS-CT-DAY-NUMBER        PIC 9(4).
               10  WS-CT-RUN-DATE          PIC 9(8).

      * The whole season standings are worked in storage - last
      * night's plus any entrant new tonight - and written back
      * out once tonight's marks are in.  The leading fields
      * form the ranking key: year ascending, exact answers
      * descending (held inverted), wrong answers ascending,
      * then entrant id, so one ascending bubble sort ranks the
      * table.
       01  WS-STD-TABLE.
           05  WS-STD-ENTRY OCCURS 2000 TIMES.
               10  WS-SD-SORT-KEY.
                   15  WS-SD-COMP-YEAR     PIC 9(4).
                   15  WS-SD-EXACT-INVERSE PIC 9(6).
                   15  WS-SD-WRONG-COUNT   PIC 9(6).
                   15  WS-SD-ENTRANT-ID    PIC X(8).
               10  WS-SD-EXACT-COUNT       PIC 9(6).
               10  WS-SD-LATE-COUNT        PIC 9(6).
               10  WS-SD-PENDING-COUNT     PIC 9(6).
               10  WS-SD-LAST-SCORED       PIC 9(8).
       01  WS-STD-SAVE-ENTRY               PIC X(50).

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(42) VALUE
               "2^5 COMPETITION ENTRANT SCORING".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-RH1-RUN-DATE             PIC 9(8).

       01  WS-MARK-HEADING.
           05  FILLER                      PIC X(10) VALUE "ENTRANT".
           05  FILLER                      PIC X(6) VALUE "YEAR".
           05  FILLER                      PIC X(6) VALUE "DAY".
           05  FILLER                      PIC X(20) VALUE
               "SUBMITTED".
           05  FILLER                      PIC X(30) VALUE "MARK".

       01  WS-MARK-DETAIL.
           05  WS-MD-ENTRANT-ID            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-MD-COMP-YEAR             PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-MD-DAY-NUMBER            PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-MD-SUB-DATE              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-MD-SUB-TIME              PIC X(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-MD-MARK                  PIC X(30).

       01  WS-NO-SUBMISSIONS-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO SUBMISSIONS TO SCORE TONIGHT".

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       01  WS-STANDINGS-HEADING.
           05  FILLER                      PIC X(24) VALUE
               "SEASON STANDINGS - YEAR ".
           05  WS-SH-COMP-YEAR             PIC 9(4).

       01  WS-STANDINGS-COLUMNS.
           05  FILLER                      PIC X(8) VALUE "RANK".
           05  FILLER                      PIC X(10) VALUE "ENTRANT".
           05  FILLER                      PIC X(10) VALUE "EXACT".
           05  FILLER                      PIC X(10) VALUE "WRONG".
           05  FILLER                      PIC X(10) VALUE "LATE".
           05  FILLER                      PIC X(10) VALUE "PENDING".
           05  FILLER                      PIC X(12) VALUE
               "LAST SCORED".

       01  WS-STANDINGS-DETAIL.
           05  WS-SD-RANK-ED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SDL-ENTRANT-ID           PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SDL-EXACT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-SDL-WRONG                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-SDL-LATE                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-SDL-PENDING              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-SDL-LAST-SCORED          PIC X(8).

       01  WS-NO-STANDINGS-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO ENTRANTS ON THE SEASON STANDINGS".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0800-RECORD-RUN-START.
           PERFORM 0900-CHECK-PREDECESSOR.
           IF WS-PRED-CLEAN
               PERFORM 0100-RUN-SCORING
           END-IF.
           PERFORM 7800-RECORD-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The master, the new pending file, the scored history,
      * and the report must all open before anything is marked -
      * a submission read off the pending file and not written
      * back out would be lost.  The scored history is
      * cumulative, so it is extended, and created on the first
      * night the same way the journal is.
       0100-RUN-SCORING.
           PERFORM 1000-LOAD-CALENDAR.
           PERFORM 2000-LOAD-PRIOR-STANDINGS.
           OPEN INPUT CMP-MASTER-FILE.
           OPEN OUTPUT CMP-PENDOUT-FILE.
           OPEN OUTPUT CMP-REPORT-FILE.
           OPEN EXTEND CMP-SCORED-FILE.
           IF NOT WS-SCORED-FILE-OK
               CLOSE CMP-SCORED-FILE
               OPEN OUTPUT CMP-SCORED-FILE
           END-IF.
           IF WS-MAST-FILE-OK AND WS-PENDOUT-FILE-OK
                   AND WS-REPORT-FILE-OK AND WS-SCORED-FILE-OK
               MOVE WS-RUN-DATE TO WS-RH1-RUN-DATE
               WRITE CMP-REPORT-LINE FROM WS-REPORT-HEADING-1
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE FROM WS-MARK-HEADING
               PERFORM 3000-SCORE-PRIOR-PENDING
               PERFORM 3500-SCORE-TONIGHTS-INTAKE
               IF WS-INTAKE-COUNT = ZERO AND WS-CARRIED-COUNT = ZERO
                   WRITE CMP-REPORT-LINE FROM WS-NO-SUBMISSIONS-LINE
               END-IF
               PERFORM 5000-WRITE-NEW-STANDINGS
               PERFORM 6000-PRINT-STANDINGS
               PERFORM 6500-PRINT-TOTALS
           ELSE
               DISPLAY "IDEOSCOR: UNABLE TO OPEN A FILE - MASTER "
                   WS-MAST-FILE-STATUS " PENDOUT "
                   WS-PENDOUT-FILE-STATUS " SCORED "
                   WS-SCORED-FILE-STATUS " REPORT "
                   WS-REPORT-FILE-STATUS
               MOVE "SCR001F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN A FILE - MASTER "
                   WS-MAST-FILE-STATUS " PENDOUT "
                   WS-PENDOUT-FILE-STATUS " SCORED "
                   WS-SCORED-FILE-STATUS " - NOTHING SCORED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-PENDOUT-FILE.
           CLOSE CMP-SCORED-FILE.
           CLOSE CMP-REPORT-FILE.

       0800-RECORD-RUN-START.
           SET CMP-RUNC-RECORD-START TO TRUE.
           MOVE "IDEOSCOR" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

      * Scoring reads the master as posted tonight, so it waits
      * on the posting step - scoring ahead of it would hold
      * tonight's day pending for a night it need not wait.
       0900-CHECK-PREDECESSOR.
           SET WS-PRED-CLEAN TO TRUE.
           SET CMP-RUNC-CHECK-PRED TO TRUE.
           MOVE "IDEOPOST" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.
           IF NOT CMP-RUNC-PRED-CLEAN
               SET WS-PRED-BLOCKED TO TRUE
               DISPLAY "IDEOSCOR: IDEOPOST NOT CLEAN TONIGHT - "
                   "STATE " CMP-RUNC-PRED-STATUS " RC "
                   CMP-RUNC-PRED-RC " - SCORING NOT RUN"
               MOVE "SCR002E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "IDEOPOST NOT CLEAN TONIGHT - STATE "
                   CMP-RUNC-PRED-STATUS " RC " CMP-RUNC-PRED-RC
                   " - SCORING NOT RUN"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       7800-RECORD-RUN-END.
           SET CMP-RUNC-RECORD-END TO TRUE.
           MOVE "IDEOSCOR" TO CMP-RUNC-PROGRAM-ID.
           MOVE WS-RETURN-CODE TO CMP-RUNC-RETURN-CODE.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

      * A calendar that cannot be opened leaves every posted
      * submission marked on its answer alone - that is warned
      * about, since LATE cannot be told apart tonight.
       1000-LOAD-CALENDAR.
           OPEN INPUT CMP-CAL-FILE.
           IF WS-CAL-FILE-OK
               PERFORM UNTIL WS-NO-MORE-CAL-RECORDS
                   READ CMP-CAL-FILE
                       AT END
                           SET WS-NO-MORE-CAL-RECORDS TO TRUE
                       NOT AT END
                           IF NOT CMP-CAL-SKIP-DATE
                               PERFORM 1100-NOTE-ONE-CAL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-CAL-FILE
           ELSE
               DISPLAY "IDEOSCOR: UNABLE TO OPEN CALDD - STATUS "
                   WS-CAL-FILE-STATUS " - NO LATE MARKS TONIGHT"
               MOVE "SCR005W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "CALENDAR NOT OPENED - NO LATE MARKS TONIGHT"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1100-NOTE-ONE-CAL-DATE.
           IF WS-CAL-COUNT < 2000
               ADD 1 TO WS-CAL-COUNT
               MOVE CMP-CAL-COMP-YEAR TO WS-CT-COMP-YEAR(WS-CAL-COUNT)
               MOVE CMP-CAL-DAY-NUMBER TO
                   WS-CT-DAY-NUMBER(WS-CAL-COUNT)
               MOVE CMP-CAL-RUN-DATE TO WS-CT-RUN-DATE(WS-CAL-COUNT)
           ELSE
               IF NOT WS-CAL-TABLE-FULL
                   DISPLAY "IDEOSCOR: CALENDAR TABLE FULL (2000) - "
                       "LATER DATES HAVE NO DEADLINE TONIGHT"
               END-IF
               SET WS-CAL-TABLE-FULL TO TRUE
           END-IF.

      * Last night's standings come back into the table as they
      * stood.  A standings file that cannot be opened reads as
      * empty - the first night of scoring has nothing to carry.
       2000-LOAD-PRIOR-STANDINGS.
           OPEN INPUT CMP-STNDIN-FILE.
           IF WS-STNDIN-FILE-OK
               PERFORM UNTIL WS-NO-MORE-STANDINGS
                   READ CMP-STNDIN-FILE
                       AT END
                           SET WS-NO-MORE-STANDINGS TO TRUE
                       NOT AT END
                           PERFORM 2100-CARRY-ONE-STANDING
                   END-READ
               END-PERFORM
               CLOSE CMP-STNDIN-FILE
           END-IF.

       2100-CARRY-ONE-STANDING.
           IF WS-STD-COUNT < 2000
               ADD 1 TO WS-STD-COUNT
               MOVE CMP-STNDIN-RECORD(1:4) TO
                   WS-SD-COMP-YEAR(WS-STD-COUNT)
               MOVE CMP-STNDIN-RECORD(5:8) TO
                   WS-SD-ENTRANT-ID(WS-STD-COUNT)
               MOVE CMP-STNDIN-RECORD(13:6) TO
                   WS-SD-EXACT-COUNT(WS-STD-COUNT)
               MOVE CMP-STNDIN-RECORD(19:6) TO
                   WS-SD-WRONG-COUNT(WS-STD-COUNT)
               MOVE CMP-STNDIN-RECORD(25:6) TO
                   WS-SD-LATE-COUNT(WS-STD-COUNT)
               MOVE CMP-STNDIN-RECORD(31:8) TO
                   WS-SD-LAST-SCORED(WS-STD-COUNT)
               MOVE ZERO TO WS-SD-PENDING-COUNT(WS-STD-COUNT)
           ELSE
               PERFORM 4900-REPORT-TABLE-FULL
           END-IF.

       3000-SCORE-PRIOR-PENDING.
           OPEN INPUT CMP-PENDIN-FILE.
           IF WS-PENDIN-FILE-OK
               PERFORM UNTIL WS-NO-MORE-PENDING
                   READ CMP-PENDIN-FILE
                       AT END
                           SET WS-NO-MORE-PENDING TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARRIED-COUNT
                           MOVE CMP-PENDIN-RECORD TO
                               CMP-SUBMISSION-RECORD
                           PERFORM 4000-SCORE-ONE-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE CMP-PENDIN-FILE
           END-IF.

      * An intake that cannot be opened reads as a night with no
      * submissions - the pending carried in is still scored.
       3500-SCORE-TONIGHTS-INTAKE.
           OPEN INPUT CMP-SUBM-FILE.
           IF WS-SUBM-FILE-OK
               PERFORM UNTIL WS-NO-MORE-SUBMISSIONS
                   READ CMP-SUBM-FILE
                       AT END
                           SET WS-NO-MORE-SUBMISSIONS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INTAKE-COUNT
                           MOVE CMP-SUBM-RECORD TO
                               CMP-SUBMISSION-RECORD
                           PERFORM 4000-SCORE-ONE-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE CMP-SUBM-FILE
           ELSE
               DISPLAY "IDEOSCOR: SUBMDD NOT OPENED - STATUS "
                   WS-SUBM-FILE-STATUS " - NO INTAKE TONIGHT"
           END-IF.

      * Posted is checked before late - a submission for a day
      * still to post waits for it whatever its date, and takes
      * its deadline on the night it is scored.
       4000-SCORE-ONE-SUBMISSION.
           PERFORM 4100-VALIDATE-SUBMISSION.
           IF WS-SUBMISSION-INVALID
               ADD 1 TO WS-INVALID-COUNT
               SET CMP-SUB-INVALID TO TRUE
               PERFORM 4300-RECORD-MARK
           ELSE
               SET WS-DAY-NOT-POSTED TO TRUE
               MOVE CMP-SUB-COMP-YEAR TO CMP-MST-COMP-YEAR
               MOVE CMP-SUB-DAY-NUMBER TO CMP-MST-DAY-NUMBER
               READ CMP-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DAY-POSTED TO TRUE
               END-READ
               IF WS-DAY-NOT-POSTED
                   PERFORM 4400-HOLD-PENDING
               ELSE
                   PERFORM 4200-FIND-CALENDAR-DATE
                   EVALUATE TRUE
                       WHEN WS-CAL-DATE-FOUND
                               AND CMP-SUB-DATE > WS-CAL-RUN-DATE
                           ADD 1 TO WS-LATE-COUNT
                           SET CMP-SUB-LATE TO TRUE
                       WHEN CMP-SUB-ANSWER = CMP-MST-DAYS-LONG
                           ADD 1 TO WS-EXACT-COUNT
                           SET CMP-SUB-EXACT TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-WRONG-COUNT
                           SET CMP-SUB-WRONG TO TRUE
                   END-EVALUATE
                   PERFORM 4300-RECORD-MARK
                   PERFORM 4600-POST-TO-STANDINGS
               END-IF
           END-IF.

      * A submission the suite cannot key or compare is marked
      * INVALID rather than guessed at - no entrant, no year or
      * day, a date that is not a date, or an answer that is
      * not all digits (the answer comes in right justified and
      * zero filled, like the master's).
       4100-VALIDATE-SUBMISSION.
           SET WS-SUBMISSION-VALID TO TRUE.
           IF CMP-SUB-ENTRANT-ID = SPACES
                   OR CMP-SUB-COMP-YEAR IS NOT NUMERIC
                   OR CMP-SUB-COMP-YEAR = ZERO
                   OR CMP-SUB-DAY-NUMBER IS NOT NUMERIC
                   OR CMP-SUB-DAY-NUMBER = ZERO
                   OR CMP-SUB-DATE IS NOT NUMERIC
                   OR CMP-SUB-TIME IS NOT NUMERIC
                   OR CMP-SUB-ANSWER IS NOT NUMERIC
               SET WS-SUBMISSION-INVALID TO TRUE
               DISPLAY "IDEOSCOR: INVALID SUBMISSION - ENTRANT '"
                   CMP-SUB-ENTRANT-ID "' YEAR '" CMP-SUB-COMP-YEAR
                   "' DAY '" CMP-SUB-DAY-NUMBER "' - NOT SCORED"
               MOVE "SCR003W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               IF CMP-SUB-COMP-YEAR IS NUMERIC
                   MOVE CMP-SUB-COMP-YEAR TO CMP-EXC-COMP-YEAR
               ELSE
                   MOVE ZERO TO CMP-EXC-COMP-YEAR
               END-IF
               IF CMP-SUB-DAY-NUMBER IS NUMERIC
                   MOVE CMP-SUB-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
               ELSE
                   MOVE ZERO TO CMP-EXC-DAY-NUMBER
               END-IF
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "INVALID SUBMISSION FROM ENTRANT '"
                   CMP-SUB-ENTRANT-ID "' - MARKED INVALID, NOT SCORED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4200-FIND-CALENDAR-DATE.
           SET WS-CAL-FOUND-SW TO "N".
           MOVE ZERO TO WS-CAL-RUN-DATE.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-DATE-FOUND
               IF WS-CT-COMP-YEAR(WS-CAL-IDX) = CMP-SUB-COMP-YEAR
                       AND WS-CT-DAY-NUMBER(WS-CAL-IDX) =
                           CMP-SUB-DAY-NUMBER
                   SET WS-CAL-DATE-FOUND TO TRUE
                   MOVE WS-CT-RUN-DATE(WS-CAL-IDX) TO
                       WS-CAL-RUN-DATE
               END-IF
           END-PERFORM.

      * Every final mark - exact, wrong, late, or invalid - goes
      * on the scored history with tonight's date and prints on
      * the report.  A history write that fails is an error: the
      * standings still take the mark, but the history no
      * longer proves it.
       4300-RECORD-MARK.
           MOVE WS-RUN-DATE TO CMP-SUB-SCORED-DATE.
           WRITE CMP-SCORED-RECORD FROM CMP-SUBMISSION-RECORD.
           IF NOT WS-SCORED-FILE-OK
               DISPLAY "IDEOSCOR: SCORED HISTORY WRITE FAILED - "
                   "STATUS " WS-SCORED-FILE-STATUS " - ENTRANT "
                   CMP-SUB-ENTRANT-ID
               MOVE "SCR006E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "SCORED HISTORY WRITE FAILED - STATUS "
                   WS-SCORED-FILE-STATUS " - ENTRANT "
                   CMP-SUB-ENTRANT-ID
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 4500-PRINT-ONE-MARK.

      * A pending submission goes back out unmarked but for the
      * pending flag, to be looked up again tomorrow night.  A
      * write that fails loses the submission, so it is an
      * error the desk must chase.
       4400-HOLD-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           SET CMP-SUB-PENDING TO TRUE.
           MOVE ZERO TO CMP-SUB-SCORED-DATE.
           WRITE CMP-PENDOUT-RECORD FROM CMP-SUBMISSION-RECORD.
           IF NOT WS-PENDOUT-FILE-OK
               DISPLAY "IDEOSCOR: PENDING WRITE FAILED - STATUS "
                   WS-PENDOUT-FILE-STATUS " - ENTRANT "
                   CMP-SUB-ENTRANT-ID " YEAR " CMP-SUB-COMP-YEAR
                   " DAY " CMP-SUB-DAY-NUMBER
               MOVE "SCR007E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE CMP-SUB-COMP-YEAR TO CMP-EXC-COMP-YEAR
               MOVE CMP-SUB-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "PENDING WRITE FAILED - STATUS "
                   WS-PENDOUT-FILE-STATUS " - ENTRANT "
                   CMP-SUB-ENTRANT-ID " SUBMISSION LOST"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 4500-PRINT-ONE-MARK.
           PERFORM 4700-FIND-STANDING.
           IF WS-STD-FOUND
               ADD 1 TO WS-SD-PENDING-COUNT(WS-MATCH-IDX)
           END-IF.

       4500-PRINT-ONE-MARK.
           MOVE CMP-SUB-ENTRANT-ID TO WS-MD-ENTRANT-ID.
           MOVE CMP-SUB-COMP-YEAR TO WS-MD-COMP-YEAR.
           MOVE CMP-SUB-DAY-NUMBER TO WS-MD-DAY-NUMBER.
           MOVE CMP-SUB-DATE TO WS-MD-SUB-DATE.
           MOVE CMP-SUB-TIME TO WS-MD-SUB-TIME.
           EVALUATE TRUE
               WHEN CMP-SUB-EXACT
                   MOVE "EXACT" TO WS-MD-MARK
               WHEN CMP-SUB-WRONG
                   MOVE "WRONG" TO WS-MD-MARK
               WHEN CMP-SUB-LATE
                   MOVE "LATE - AFTER DAY'S RUN DATE" TO WS-MD-MARK
               WHEN CMP-SUB-PENDING
                   MOVE "PENDING - DAY NOT YET POSTED" TO WS-MD-MARK
               WHEN OTHER
                   MOVE "INVALID - NOT SCORED" TO WS-MD-MARK
           END-EVALUATE.
           WRITE CMP-REPORT-LINE FROM WS-MARK-DETAIL.

       4600-POST-TO-STANDINGS.
           PERFORM 4700-FIND-STANDING.
           IF WS-STD-FOUND
               EVALUATE TRUE
                   WHEN CMP-SUB-EXACT
                       ADD 1 TO WS-SD-EXACT-COUNT(WS-MATCH-IDX)
                   WHEN CMP-SUB-WRONG
                       ADD 1 TO WS-SD-WRONG-COUNT(WS-MATCH-IDX)
                   WHEN CMP-SUB-LATE
                       ADD 1 TO WS-SD-LATE-COUNT(WS-MATCH-IDX)
               END-EVALUATE
               MOVE WS-RUN-DATE TO WS-SD-LAST-SCORED(WS-MATCH-IDX)
           END-IF.

      * An entrant new to the season gets a standings entry the
      * first time a submission of theirs is handled, pending or
      * marked.
       4700-FIND-STANDING.
           SET WS-STD-FOUND-SW TO "N".
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
                       OR WS-STD-FOUND
               IF WS-SD-COMP-YEAR(WS-STD-IDX) = CMP-SUB-COMP-YEAR
                       AND WS-SD-ENTRANT-ID(WS-STD-IDX) =
                           CMP-SUB-ENTRANT-ID
                   SET WS-STD-FOUND TO TRUE
                   MOVE WS-STD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-STD-FOUND
               IF WS-STD-COUNT < 2000
                   ADD 1 TO WS-STD-COUNT
                   MOVE WS-STD-COUNT TO WS-MATCH-IDX
                   SET WS-STD-FOUND TO TRUE
                   MOVE CMP-SUB-COMP-YEAR TO
                       WS-SD-COMP-YEAR(WS-MATCH-IDX)
                   MOVE CMP-SUB-ENTRANT-ID TO
                       WS-SD-ENTRANT-ID(WS-MATCH-IDX)
                   MOVE ZERO TO WS-SD-EXACT-COUNT(WS-MATCH-IDX)
                   MOVE ZERO TO WS-SD-WRONG-COUNT(WS-MATCH-IDX)
                   MOVE ZERO TO WS-SD-LATE-COUNT(WS-MATCH-IDX)
                   MOVE ZERO TO WS-SD-PENDING-COUNT(WS-MATCH-IDX)
                   MOVE ZERO TO WS-SD-LAST-SCORED(WS-MATCH-IDX)
               ELSE
                   PERFORM 4900-REPORT-TABLE-FULL
               END-IF
           END-IF.

       4900-REPORT-TABLE-FULL.
           IF NOT WS-STD-TABLE-FULL
               DISPLAY "IDEOSCOR: STANDINGS TABLE FULL (2000) - "
                   "ENTRANTS DROPPED FROM THE STANDINGS"
               MOVE "SCR004E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "STANDINGS TABLE FULL - ENTRANTS DROPPED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           SET WS-STD-TABLE-FULL TO TRUE.

       5000-WRITE-NEW-STANDINGS.
           OPEN OUTPUT CMP-STNDOUT-FILE.
           IF NOT WS-STNDOUT-FILE-OK
               DISPLAY "IDEOSCOR: UNABLE TO OPEN STNDODD - "
                   "STATUS " WS-STNDOUT-FILE-STATUS
                   " - STANDINGS NOT WRITTEN"
               MOVE "SCR008F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN STNDODD - STATUS "
                   WS-STNDOUT-FILE-STATUS " - STANDINGS NOT WRITTEN"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                       UNTIL WS-STD-IDX > WS-STD-COUNT
                   MOVE WS-SD-COMP-YEAR(WS-STD-IDX) TO
                       CMP-STD-COMP-YEAR
                   MOVE WS-SD-ENTRANT-ID(WS-STD-IDX) TO
                       CMP-STD-ENTRANT-ID
                   MOVE WS-SD-EXACT-COUNT(WS-STD-IDX) TO
                       CMP-STD-EXACT-COUNT
                   MOVE WS-SD-WRONG-COUNT(WS-STD-IDX) TO
                       CMP-STD-WRONG-COUNT
                   MOVE WS-SD-LATE-COUNT(WS-STD-IDX) TO
                       CMP-STD-LATE-COUNT
                   MOVE WS-SD-LAST-SCORED(WS-STD-IDX) TO
                       CMP-STD-LAST-SCORED
                   WRITE CMP-STANDINGS-RECORD
               END-PERFORM
               CLOSE CMP-STNDOUT-FILE
           END-IF.

      * Ranked within each season.  Entrants level on exact and
      * wrong share a rank, and the next rank down skips the
      * places they share, the usual way a leaderboard reads.
       6000-PRINT-STANDINGS.
           PERFORM 6100-SORT-STANDINGS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           IF WS-STD-COUNT = ZERO
               WRITE CMP-REPORT-LINE FROM WS-NO-STANDINGS-LINE
           ELSE
               PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                       UNTIL WS-STD-IDX > WS-STD-COUNT
                   PERFORM 6200-PRINT-ONE-STANDING
               END-PERFORM
           END-IF.

       6100-SORT-STANDINGS.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               COMPUTE WS-SD-EXACT-INVERSE(WS-STD-IDX) =
                   999999 - WS-SD-EXACT-COUNT(WS-STD-IDX)
           END-PERFORM.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX >= WS-STD-COUNT
               PERFORM VARYING WS-STD-IDX2 FROM 1 BY 1
                       UNTIL WS-STD-IDX2 > WS-STD-COUNT - WS-STD-IDX
                   IF WS-SD-SORT-KEY(WS-STD-IDX2) >
                           WS-SD-SORT-KEY(WS-STD-IDX2 + 1)
                       MOVE WS-STD-ENTRY(WS-STD-IDX2) TO
                           WS-STD-SAVE-ENTRY
                       MOVE WS-STD-ENTRY(WS-STD-IDX2 + 1) TO
                           WS-STD-ENTRY(WS-STD-IDX2)
                       MOVE WS-STD-SAVE-ENTRY TO
                           WS-STD-ENTRY(WS-STD-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6200-PRINT-ONE-STANDING.
           IF WS-SD-COMP-YEAR(WS-STD-IDX) NOT = WS-CURRENT-YEAR
               MOVE WS-SD-COMP-YEAR(WS-STD-IDX) TO WS-CURRENT-YEAR
               MOVE ZERO TO WS-POSITION
               MOVE ZERO TO WS-RANK
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
               MOVE WS-CURRENT-YEAR TO WS-SH-COMP-YEAR
               WRITE CMP-REPORT-LINE FROM WS-STANDINGS-HEADING
               WRITE CMP-REPORT-LINE FROM WS-STANDINGS-COLUMNS
           END-IF.
           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1
               MOVE 1 TO WS-RANK
           ELSE
               IF WS-SD-EXACT-COUNT(WS-STD-IDX) NOT =
                       WS-SD-EXACT-COUNT(WS-STD-IDX - 1)
                   OR WS-SD-WRONG-COUNT(WS-STD-IDX) NOT =
                       WS-SD-WRONG-COUNT(WS-STD-IDX - 1)
                   MOVE WS-POSITION TO WS-RANK
               END-IF
           END-IF.
           MOVE WS-RANK TO WS-SD-RANK-ED.
           MOVE WS-SD-ENTRANT-ID(WS-STD-IDX) TO WS-SDL-ENTRANT-ID.
           MOVE WS-SD-EXACT-COUNT(WS-STD-IDX) TO WS-SDL-EXACT.
           MOVE WS-SD-WRONG-COUNT(WS-STD-IDX) TO WS-SDL-WRONG.
           MOVE WS-SD-LATE-COUNT(WS-STD-IDX) TO WS-SDL-LATE.
           MOVE WS-SD-PENDING-COUNT(WS-STD-IDX) TO WS-SDL-PENDING.
           IF WS-SD-LAST-SCORED(WS-STD-IDX) = ZERO
               MOVE SPACES TO WS-SDL-LAST-SCORED
           ELSE
               MOVE WS-SD-LAST-SCORED(WS-STD-IDX) TO
                   WS-SDL-LAST-SCORED
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-STANDINGS-DETAIL.

       6500-PRINT-TOTALS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "PENDING CARRIED IN . . ." TO WS-CL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "SUBMITTED TONIGHT  . . ." TO WS-CL-LABEL.
           MOVE WS-INTAKE-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "MARKED EXACT . . . . . ." TO WS-CL-LABEL.
           MOVE WS-EXACT-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "MARKED WRONG . . . . . ." TO WS-CL-LABEL.
           MOVE WS-WRONG-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "MARKED LATE  . . . . . ." TO WS-CL-LABEL.
           MOVE WS-LATE-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "MARKED INVALID . . . . ." TO WS-CL-LABEL.
           MOVE WS-INVALID-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "STILL PENDING  . . . . ." TO WS-CL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           DISPLAY "IDEOSCOR: " WS-EXACT-COUNT " EXACT, "
               WS-WRONG-COUNT " WRONG, " WS-LATE-COUNT " LATE, "
               WS-PENDING-COUNT " PENDING, " WS-INVALID-COUNT
               " INVALID".

       8000-WRITE-EXCEPTION.
           MOVE "IDEOSCOR" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.
