      *     the journal cannot be opened, and stops with RC 12
      *     when a journal write fails mid-run - an unjournaled
      *     change cannot be recovered.
      *   - Every run of a day collected is now compared, not
      *     just the latest kept.  Where a rerun carried a
      *     different BASE/EXP or produced a different answer
      *     from an earlier run the day is not posted - all its
      *     runs go to the held-days file (HOLDODD, carried
      *     forward through HOLDIDD), are listed side by side on
      *     the variance report (VARRDD), and a warning goes to
      *     IDEOEXCP.  A release record on RLSEDD names the held
      *     run the desk wants posted, and the next cycle posts
      *     it.  Held days leave the step at RC 4, which no
      *     longer holds back the posting checkpoint.
      *   - Journal records now carry blank submitting and
      *     approving operator ids - those name the people
      *     behind a hand correction, and posting has none.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOPOST.
       ENVIRONMENT DIVISION.
           SELECT CMP-JRNL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CMP-HOLDIN-FILE ASSIGN TO HOLDIDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-FILE-STATUS.
           SELECT CMP-HOLDOUT-FILE ASSIGN TO HOLDODD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-FILE-STATUS.
           SELECT CMP-RELEASE-FILE ASSIGN TO RLSEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLSE-FILE-STATUS.
           SELECT CMP-VARIANCE-FILE ASSIGN TO VARRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-AUDIT-FILE
       FD  CMP-JRNL-FILE
           RECORDING MODE IS F.
           COPY CMPJRNL.
       FD  CMP-HOLDIN-FILE
           RECORDING MODE IS F.
       01  CMP-HOLDIN-RECORD               PIC X(255).
       FD  CMP-HOLDOUT-FILE
           RECORDING MODE IS F.
           COPY CMPHOLD.
       FD  CMP-RELEASE-FILE
           RECORDING MODE IS F.
           COPY CMPRLSE.
       FD  CMP-VARIANCE-FILE
           RECORDING MODE IS F.
       01  CMP-VARIANCE-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-AUDIT-FILE-STATUS            PIC XX.
           88  WS-AUDIT-FILE-OK            VALUE "00".
           88  WS-POST-TABLE-FULL          VALUE "Y".
       77  WS-BEFORE-IMAGE                 PIC X(231).
       77  WS-BATCH-ID                     PIC X(8).
       77  WS-HOLDIN-FILE-STATUS           PIC XX.
           88  WS-HOLDIN-FILE-OK           VALUE "00".
       77  WS-HOLDOUT-FILE-STATUS          PIC XX.
           88  WS-HOLDOUT-FILE-OK          VALUE "00".
       77  WS-RLSE-FILE-STATUS             PIC XX.
           88  WS-RLSE-FILE-OK             VALUE "00".
       77  WS-VAR-FILE-STATUS              PIC XX.
           88  WS-VAR-FILE-OK              VALUE "00".
       77  WS-HOLD-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-HELD-RUNS        VALUE "Y".
       77  WS-RLSE-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-RELEASES         VALUE "Y".
       77  WS-RUN-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-RUN-IDX                      PIC 9(4).
       77  WS-CHOSEN-IDX                   PIC 9(4).
       77  WS-DAY-IDX                      PIC 9(4).
       77  WS-RUN-FULL-SW                  PIC X VALUE "N".
           88  WS-RUN-TABLE-FULL           VALUE "Y".
       77  WS-REL-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-REL-IDX                      PIC 9(4).
       77  WS-REL-FOUND-SW                 PIC X.
           88  WS-REL-FOUND                VALUE "Y".
       77  WS-CHOSEN-FOUND-SW              PIC X.
           88  WS-CHOSEN-FOUND             VALUE "Y".
       77  WS-RERUN-DIFFERS-SW             PIC X.
           88  WS-RERUN-DIFFERS            VALUE "Y".
       77  WS-HELD-DAY-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-HELD-RUN-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-RELEASED-COUNT               PIC 9(6) VALUE ZERO.

      * The run being collected, from CMPAUD or from last night's
      * held file, in one shape so both merge the same way.
       01  WS-RUN-WORK.
           05  WS-RW-RUN-IMAGE.
               10  WS-RW-COMP-YEAR         PIC 9(4).
               10  WS-RW-DAY-NUMBER        PIC 9(4).
               10  WS-RW-RUN-DATE          PIC 9(8).
               10  WS-RW-RUN-TIME          PIC 9(8).
               10  WS-RW-BASE              PIC 9(2).
               10  WS-RW-EXP               PIC 9(2).
               10  WS-RW-DAYS              PIC 9(18).
               10  WS-RW-DAYS-LONG-LEN     PIC 9(3).
               10  WS-RW-DAYS-LONG         PIC X(198).
               10  WS-RW-HELD-DATE         PIC 9(8).
           05  WS-RW-SOURCE                PIC X.
               88  WS-RW-FROM-AUDIT        VALUE "A".
               88  WS-RW-FROM-HOLD         VALUE "H".
           COPY CMPEXCP.
           COPY CMPRUNP.

               10  WS-PT-DAYS-LONG         PIC X(198).
               10  WS-PT-RUN-DATE          PIC 9(8).
               10  WS-PT-RUN-TIME          PIC 9(8).
               10  WS-PT-VARIANCE-SW       PIC X.
                   88  WS-PT-VARIANCE      VALUE "Y".
               10  WS-PT-STATE             PIC X.
                   88  WS-PT-TO-POST       VALUE "P".
                   88  WS-PT-HELD          VALUE "H".
                   88  WS-PT-RELEASED      VALUE "R".
               10  WS-PT-REL-IDX           PIC 9(4).

      * Every run collected - tonight's from CMPAUD and the held
      * runs carried in - with the posting table entry for its
      * day, so a held day's runs can all be written back out
      * and listed side by side.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 4000 TIMES.
               10  WS-RN-RUN-IMAGE.
                   15  WS-RN-COMP-YEAR     PIC 9(4).
                   15  WS-RN-DAY-NUMBER    PIC 9(4).
                   15  WS-RN-RUN-DATE      PIC 9(8).
                   15  WS-RN-RUN-TIME      PIC 9(8).
                   15  WS-RN-BASE          PIC 9(2).
                   15  WS-RN-EXP           PIC 9(2).
                   15  WS-RN-DAYS          PIC 9(18).
                   15  WS-RN-DAYS-LONG-LEN PIC 9(3).
                   15  WS-RN-DAYS-LONG     PIC X(198).
                   15  WS-RN-HELD-DATE     PIC 9(8).
               10  WS-RN-SOURCE            PIC X.
                   88  WS-RN-FROM-AUDIT    VALUE "A".
                   88  WS-RN-FROM-HOLD     VALUE "H".
               10  WS-RN-POST-IDX          PIC 9(4).

      * Tonight's releases from the desk, each naming the held
      * run to post for a day.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 200 TIMES.
               10  WS-RL-COMP-YEAR         PIC 9(4).
               10  WS-RL-DAY-NUMBER        PIC 9(4).
               10  WS-RL-RUN-DATE          PIC 9(8).
               10  WS-RL-RUN-TIME          PIC 9(8).
               10  WS-RL-OPERATOR          PIC X(8).
               10  WS-RL-USED-SW           PIC X.
                   88  WS-RL-USED          VALUE "Y".

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(38) VALUE
               "   SKIPS . .".
           05  WS-RT-SKIPS                 PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-2.
           05  FILLER                      PIC X(11) VALUE
               "HELD DAYS .".
           05  WS-RT-HELD-DAYS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17) VALUE
               "   RELEASED . . .".
           05  WS-RT-RELEASED              PIC ZZZ,ZZ9.

       01  WS-VAR-HEADING-1.
           05  FILLER                      PIC X(38) VALUE
               "2^5 COMPETITION RERUN VARIANCE REPORT".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-VH1-RUN-DATE             PIC 9(8).

       01  WS-VAR-DAY-HEADING.
           05  FILLER                      PIC X(5) VALUE "YEAR ".
           05  WS-VDH-COMP-YEAR            PIC 9(4).
           05  FILLER                      PIC X(6) VALUE "  DAY ".
           05  WS-VDH-DAY-NUMBER           PIC ZZZ9.
           05  FILLER                      PIC X(3) VALUE " - ".
           05  WS-VDH-TEXT                 PIC X(50).

       01  WS-VAR-COLUMNS.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "RUN DATE".
           05  FILLER                      PIC X(10) VALUE "RUN TIME".
           05  FILLER                      PIC X(6) VALUE "BASE".
           05  FILLER                      PIC X(5) VALUE "EXP".
           05  FILLER                      PIC X(8) VALUE "DIGITS".
           05  FILLER                      PIC X(20) VALUE "DAYS".
           05  FILLER                      PIC X(12) VALUE
               "HELD SINCE".
           05  FILLER                      PIC X(8) VALUE "SOURCE".

       01  WS-VAR-RUN-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-VRL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VRL-RUN-TIME             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-VRL-BASE                 PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-VRL-EXP                  PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-VRL-LEN                  PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-VRL-DAYS                 PIC Z(17)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VRL-HELD-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-VRL-SOURCE               PIC X(8).

       01  WS-VAR-RELEASE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE
               "RELEASED RUN ".
           05  WS-VRR-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-VRR-RUN-TIME             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  WS-VRR-OPERATOR             PIC X(8).

       01  WS-VAR-NONE-LINE.
           05  FILLER                      PIC X(44) VALUE
               "NO DAYS HELD OR RELEASED THIS CYCLE".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Held days are warnings, not failures - the rest of the
      * night still posts.  The held file is written before the
      * master is touched, and nothing posts if it cannot be, so
      * a held run is never lost between cycles.
       0100-RUN-POSTING.
           PERFORM 0200-OPEN-JOURNAL.
           IF WS-JRNL-FILE-OK
               PERFORM 1000-READ-POSTING-CHECKPOINT
               PERFORM 1500-LOAD-RELEASES
               PERFORM 1600-LOAD-HELD-RUNS
               PERFORM 2000-COLLECT-AUDIT-RECORDS
               IF WS-RETURN-CODE < 8
                   PERFORM 2500-RESOLVE-HELD-DAYS
                   PERFORM 2700-WRITE-HELD-FILE
               END-IF
               IF WS-RETURN-CODE < 8
                   PERFORM 2800-PRINT-VARIANCE-REPORT
                   PERFORM 3000-APPLY-TO-MASTER
                   IF NOT WS-JOURNAL-FAILED
                       PERFORM 4000-WRITE-POSTING-CHECKPOINT
               CLOSE CMP-POST-FILE
           END-IF.

      * No release file, or an empty one, is the usual night -
      * nothing released.  A release that is not numeric where it
      * must be is warned and ignored.
       1500-LOAD-RELEASES.
           OPEN INPUT CMP-RELEASE-FILE.
           IF WS-RLSE-FILE-OK
               PERFORM UNTIL WS-NO-MORE-RELEASES
                   READ CMP-RELEASE-FILE
                       AT END
                           SET WS-NO-MORE-RELEASES TO TRUE
                       NOT AT END
                           PERFORM 1510-LOAD-ONE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE CMP-RELEASE-FILE
           END-IF.

       1510-LOAD-ONE-RELEASE.
           IF CMP-RLS-COMP-YEAR IS NOT NUMERIC
                   OR CMP-RLS-DAY-NUMBER IS NOT NUMERIC
                   OR CMP-RLS-RUN-DATE IS NOT NUMERIC
                   OR CMP-RLS-RUN-TIME IS NOT NUMERIC
               DISPLAY "IDEOPOST: RELEASE RECORD NOT NUMERIC - "
                   "IGNORED"
               MOVE "PST006W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "RELEASE RECORD NOT NUMERIC - IGNORED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF WS-REL-COUNT < 200
                   ADD 1 TO WS-REL-COUNT
                   MOVE CMP-RLS-COMP-YEAR TO
                       WS-RL-COMP-YEAR(WS-REL-COUNT)
                   MOVE CMP-RLS-DAY-NUMBER TO
                       WS-RL-DAY-NUMBER(WS-REL-COUNT)
                   MOVE CMP-RLS-RUN-DATE TO
                       WS-RL-RUN-DATE(WS-REL-COUNT)
                   MOVE CMP-RLS-RUN-TIME TO
                       WS-RL-RUN-TIME(WS-REL-COUNT)
                   MOVE CMP-RLS-OPERATOR TO
                       WS-RL-OPERATOR(WS-REL-COUNT)
                   MOVE "N" TO WS-RL-USED-SW(WS-REL-COUNT)
               ELSE
                   DISPLAY "IDEOPOST: RELEASE TABLE FULL (200) - "
                       "YEAR " CMP-RLS-COMP-YEAR " DAY "
                       CMP-RLS-DAY-NUMBER " IGNORED"
                   MOVE "PST006W" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-WARNING TO TRUE
                   MOVE CMP-RLS-COMP-YEAR TO CMP-EXC-COMP-YEAR
                   MOVE CMP-RLS-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
                   MOVE "RELEASE TABLE FULL (200) - RELEASE IGNORED"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Last night's held runs go into the posting table ahead of
      * tonight's audit records, so a fresh rerun of a held day
      * is compared against them too.  No held file just means
      * nothing is on hold.
       1600-LOAD-HELD-RUNS.
           OPEN INPUT CMP-HOLDIN-FILE.
           IF WS-HOLDIN-FILE-OK
               PERFORM UNTIL WS-NO-MORE-HELD-RUNS
                   READ CMP-HOLDIN-FILE
                       AT END
                           SET WS-NO-MORE-HELD-RUNS TO TRUE
                       NOT AT END
                           MOVE CMP-HOLDIN-RECORD TO WS-RW-RUN-IMAGE
                           SET WS-RW-FROM-HOLD TO TRUE
                           PERFORM 2200-MERGE-INTO-TABLE
                   END-READ
               END-PERFORM
               CLOSE CMP-HOLDIN-FILE
           END-IF.

       2000-COLLECT-AUDIT-RECORDS.
           OPEN INPUT CMP-AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
               IF CMP-AUD-RETURN-CODE = 8
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   PERFORM 2110-SET-RUN-FROM-AUDIT
                   PERFORM 2200-MERGE-INTO-TABLE
               END-IF
           END-IF.

       2110-SET-RUN-FROM-AUDIT.
           MOVE CMP-AUD-COMP-YEAR TO WS-RW-COMP-YEAR.
           MOVE CMP-AUD-DAY-NUMBER TO WS-RW-DAY-NUMBER.
           MOVE CMP-AUD-RUN-DATE TO WS-RW-RUN-DATE.
           MOVE CMP-AUD-RUN-TIME TO WS-RW-RUN-TIME.
           MOVE CMP-AUD-BASE TO WS-RW-BASE.
           MOVE CMP-AUD-EXP TO WS-RW-EXP.
           MOVE CMP-AUD-DAYS TO WS-RW-DAYS.
           MOVE CMP-AUD-DAYS-LONG-LEN TO WS-RW-DAYS-LONG-LEN.
           MOVE CMP-AUD-DAYS-LONG TO WS-RW-DAYS-LONG.
           MOVE WS-RUN-DATE TO WS-RW-HELD-DATE.
           SET WS-RW-FROM-AUDIT TO TRUE.

      * Latest run wins - a rerun of a day already collected
      * replaces the earlier entry, and the superseded run is
      * counted as a skip so the report totals tie back to the
      * records read.  Every run is first held against the one
      * already collected for the day - a different BASE, EXP,
      * or answer marks the day's variance, and every run goes
      * on the run list in case the day has to be held.
       2200-MERGE-INTO-TABLE.
           SET WS-FOUND-SW TO "N".
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
                       OR WS-POST-DAY-FOUND
               IF WS-PT-COMP-YEAR(WS-POST-IDX) = WS-RW-COMP-YEAR
                       AND WS-PT-DAY-NUMBER(WS-POST-IDX) =
                           WS-RW-DAY-NUMBER
                   SET WS-POST-DAY-FOUND TO TRUE
                   MOVE WS-POST-IDX TO WS-DAY-IDX
                   IF WS-RW-BASE NOT = WS-PT-BASE(WS-POST-IDX)
                           OR WS-RW-EXP NOT = WS-PT-EXP(WS-POST-IDX)
                           OR WS-RW-DAYS-LONG NOT =
                               WS-PT-DAYS-LONG(WS-POST-IDX)
                       SET WS-PT-VARIANCE(WS-POST-IDX) TO TRUE
                   END-IF
                   IF WS-RW-FROM-AUDIT
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
                   IF WS-RW-RUN-DATE >
                           WS-PT-RUN-DATE(WS-POST-IDX)
                           OR (WS-RW-RUN-DATE =
                               WS-PT-RUN-DATE(WS-POST-IDX)
                               AND WS-RW-RUN-TIME >
                                   WS-PT-RUN-TIME(WS-POST-IDX))
                       PERFORM 2300-FILL-TABLE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
               IF WS-POST-COUNT < 2000
                   ADD 1 TO WS-POST-COUNT
                   MOVE WS-POST-COUNT TO WS-POST-IDX
                   MOVE WS-POST-COUNT TO WS-DAY-IDX
                   MOVE "N" TO WS-PT-VARIANCE-SW(WS-POST-IDX)
                   MOVE "P" TO WS-PT-STATE(WS-POST-IDX)
                   MOVE ZERO TO WS-PT-REL-IDX(WS-POST-IDX)
                   PERFORM 2300-FILL-TABLE-ENTRY
               ELSE
                   IF NOT WS-POST-TABLE-FULL
                       DISPLAY "IDEOPOST: POSTING TABLE FULL "
                           "(2000) AT YEAR " WS-RW-COMP-YEAR
                           " DAY " WS-RW-DAY-NUMBER
                           " - POSTING RUN ABANDONED - NOTHING "
                           "APPLIED TO MASTER"
                       MOVE "PST004E" TO CMP-EXC-MSG-CODE
                       SET CMP-EXC-ERROR TO TRUE
                       MOVE WS-RW-COMP-YEAR TO CMP-EXC-COMP-YEAR
                       MOVE WS-RW-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
                       MOVE "POSTING TABLE FULL - RUN ABANDONED"
                           TO CMP-EXC-TEXT
                       PERFORM 8000-WRITE-EXCEPTION
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF NOT WS-POST-TABLE-FULL
               PERFORM 2400-ADD-TO-RUN-LIST
           END-IF.

       2300-FILL-TABLE-ENTRY.
           MOVE WS-RW-COMP-YEAR TO WS-PT-COMP-YEAR(WS-POST-IDX).
           MOVE WS-RW-DAY-NUMBER TO WS-PT-DAY-NUMBER(WS-POST-IDX).
           MOVE WS-RW-BASE TO WS-PT-BASE(WS-POST-IDX).
           MOVE WS-RW-EXP TO WS-PT-EXP(WS-POST-IDX).
           MOVE WS-RW-DAYS TO WS-PT-DAYS(WS-POST-IDX).
           MOVE WS-RW-DAYS-LONG-LEN TO
               WS-PT-DAYS-LONG-LEN(WS-POST-IDX).
           MOVE WS-RW-DAYS-LONG TO WS-PT-DAYS-LONG(WS-POST-IDX).
           MOVE WS-RW-RUN-DATE TO WS-PT-RUN-DATE(WS-POST-IDX).
           MOVE WS-RW-RUN-TIME TO WS-PT-RUN-TIME(WS-POST-IDX).

      * A run list too small to hold the night cannot prove which
      * days agree - the posting run is abandoned the same as for
      * a full posting table.
       2400-ADD-TO-RUN-LIST.
           IF WS-RUN-COUNT < 4000
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RW-RUN-IMAGE TO WS-RN-RUN-IMAGE(WS-RUN-COUNT)
               MOVE WS-RW-SOURCE TO WS-RN-SOURCE(WS-RUN-COUNT)
               MOVE WS-DAY-IDX TO WS-RN-POST-IDX(WS-RUN-COUNT)
           ELSE
               IF NOT WS-RUN-TABLE-FULL
                   DISPLAY "IDEOPOST: RUN TABLE FULL (4000) AT YEAR "
                       WS-RW-COMP-YEAR " DAY " WS-RW-DAY-NUMBER
                       " - POSTING RUN ABANDONED - NOTHING "
                       "APPLIED TO MASTER"
                   MOVE "PST008E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   MOVE WS-RW-COMP-YEAR TO CMP-EXC-COMP-YEAR
                   MOVE WS-RW-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
                   MOVE "RUN TABLE FULL - RUN ABANDONED"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
               SET WS-RUN-TABLE-FULL TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * A day whose runs disagree is held.  A release from the
      * desk for the day posts the run it names instead - unless
      * a fresh run tonight disagrees with that run, when the day
      * stays held for the desk to look at again.  A release that
      * matches no held day is warned and dropped.
       2500-RESOLVE-HELD-DAYS.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               PERFORM 2510-RESOLVE-ONE-DAY
           END-PERFORM.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               IF NOT WS-RL-USED(WS-REL-IDX)
                   DISPLAY "IDEOPOST: RELEASE FOR YEAR "
                       WS-RL-COMP-YEAR(WS-REL-IDX) " DAY "
                       WS-RL-DAY-NUMBER(WS-REL-IDX)
                       " MATCHES NO HELD DAY - IGNORED"
                   MOVE "PST006W" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-WARNING TO TRUE
                   MOVE WS-RL-COMP-YEAR(WS-REL-IDX) TO
                       CMP-EXC-COMP-YEAR
                   MOVE WS-RL-DAY-NUMBER(WS-REL-IDX) TO
                       CMP-EXC-DAY-NUMBER
                   MOVE "RELEASE MATCHES NO HELD DAY - IGNORED"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       2510-RESOLVE-ONE-DAY.
           IF WS-PT-VARIANCE(WS-POST-IDX)
               SET WS-PT-HELD(WS-POST-IDX) TO TRUE
           ELSE
               SET WS-PT-TO-POST(WS-POST-IDX) TO TRUE
           END-IF.
           SET WS-REL-FOUND-SW TO "N".
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
                       OR WS-REL-FOUND
               IF WS-RL-COMP-YEAR(WS-REL-IDX) =
                       WS-PT-COMP-YEAR(WS-POST-IDX)
                       AND WS-RL-DAY-NUMBER(WS-REL-IDX) =
                           WS-PT-DAY-NUMBER(WS-POST-IDX)
                       AND NOT WS-RL-USED(WS-REL-IDX)
                   SET WS-REL-FOUND TO TRUE
                   MOVE WS-REL-IDX TO WS-PT-REL-IDX(WS-POST-IDX)
               END-IF
           END-PERFORM.
           IF WS-REL-FOUND
               PERFORM 2520-APPLY-RELEASE
           END-IF.
           IF WS-PT-HELD(WS-POST-IDX)
               ADD 1 TO WS-HELD-DAY-COUNT
               MOVE "PST005W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE WS-PT-COMP-YEAR(WS-POST-IDX) TO CMP-EXC-COMP-YEAR
               MOVE WS-PT-DAY-NUMBER(WS-POST-IDX) TO
                   CMP-EXC-DAY-NUMBER
               MOVE "RUNS DISAGREE ON BASE/EXP/ANSWER - DAY HELD"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2520-APPLY-RELEASE.
           MOVE WS-PT-REL-IDX(WS-POST-IDX) TO WS-REL-IDX.
           SET WS-RL-USED(WS-REL-IDX) TO TRUE.
           SET WS-CHOSEN-FOUND-SW TO "N".
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       OR WS-CHOSEN-FOUND
               IF WS-RN-POST-IDX(WS-RUN-IDX) = WS-POST-IDX
                       AND WS-RN-FROM-HOLD(WS-RUN-IDX)
                       AND WS-RN-RUN-DATE(WS-RUN-IDX) =
                           WS-RL-RUN-DATE(WS-REL-IDX)
                       AND WS-RN-RUN-TIME(WS-RUN-IDX) =
                           WS-RL-RUN-TIME(WS-REL-IDX)
                   SET WS-CHOSEN-FOUND TO TRUE
                   MOVE WS-RUN-IDX TO WS-CHOSEN-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-CHOSEN-FOUND
               DISPLAY "IDEOPOST: RELEASE FOR YEAR "
                   WS-RL-COMP-YEAR(WS-REL-IDX) " DAY "
                   WS-RL-DAY-NUMBER(WS-REL-IDX)
                   " NAMES NO HELD RUN OF THE DAY - IGNORED"
               MOVE "PST006W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE WS-RL-COMP-YEAR(WS-REL-IDX) TO CMP-EXC-COMP-YEAR
               MOVE WS-RL-DAY-NUMBER(WS-REL-IDX) TO
                   CMP-EXC-DAY-NUMBER
               MOVE "RELEASE NAMES NO HELD RUN OF THE DAY - IGNORED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               SET WS-RERUN-DIFFERS-SW TO "N"
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RN-POST-IDX(WS-RUN-IDX) = WS-POST-IDX
                           AND WS-RN-FROM-AUDIT(WS-RUN-IDX)
                       IF WS-RN-BASE(WS-RUN-IDX) NOT =
                               WS-RN-BASE(WS-CHOSEN-IDX)
                               OR WS-RN-EXP(WS-RUN-IDX) NOT =
                                   WS-RN-EXP(WS-CHOSEN-IDX)
                               OR WS-RN-DAYS-LONG(WS-RUN-IDX) NOT =
                                   WS-RN-DAYS-LONG(WS-CHOSEN-IDX)
                           SET WS-RERUN-DIFFERS TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RERUN-DIFFERS
                   SET WS-PT-HELD(WS-POST-IDX) TO TRUE
                   MOVE "PST007W" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-WARNING TO TRUE
                   MOVE WS-PT-COMP-YEAR(WS-POST-IDX) TO
                       CMP-EXC-COMP-YEAR
                   MOVE WS-PT-DAY-NUMBER(WS-POST-IDX) TO
                       CMP-EXC-DAY-NUMBER
                   MOVE "RELEASED DAY RERUN DISAGREES - STILL HELD"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               ELSE
                   MOVE WS-CHOSEN-IDX TO WS-RUN-IDX
                   PERFORM 2530-POST-CHOSEN-RUN
               END-IF
           END-IF.

       2530-POST-CHOSEN-RUN.
           MOVE WS-RN-BASE(WS-RUN-IDX) TO WS-PT-BASE(WS-POST-IDX).
           MOVE WS-RN-EXP(WS-RUN-IDX) TO WS-PT-EXP(WS-POST-IDX).
           MOVE WS-RN-DAYS(WS-RUN-IDX) TO WS-PT-DAYS(WS-POST-IDX).
           MOVE WS-RN-DAYS-LONG-LEN(WS-RUN-IDX) TO
               WS-PT-DAYS-LONG-LEN(WS-POST-IDX).
           MOVE WS-RN-DAYS-LONG(WS-RUN-IDX) TO
               WS-PT-DAYS-LONG(WS-POST-IDX).
           MOVE WS-RN-RUN-DATE(WS-RUN-IDX) TO
               WS-PT-RUN-DATE(WS-POST-IDX).
           MOVE WS-RN-RUN-TIME(WS-RUN-IDX) TO
               WS-PT-RUN-TIME(WS-POST-IDX).
           SET WS-PT-RELEASED(WS-POST-IDX) TO TRUE.
           ADD 1 TO WS-RELEASED-COUNT.

      * Every run of every day still held goes back out for the
      * next cycle, tonight's and last night's alike.
       2700-WRITE-HELD-FILE.
           OPEN OUTPUT CMP-HOLDOUT-FILE.
           IF WS-HOLDOUT-FILE-OK
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                           OR NOT WS-HOLDOUT-FILE-OK
                   MOVE WS-RN-POST-IDX(WS-RUN-IDX) TO WS-DAY-IDX
                   IF WS-PT-HELD(WS-DAY-IDX)
                       MOVE WS-RN-RUN-IMAGE(WS-RUN-IDX) TO
                           CMP-HELD-RUN-RECORD
                       WRITE CMP-HELD-RUN-RECORD
                       ADD 1 TO WS-HELD-RUN-COUNT
                   END-IF
               END-PERFORM
               CLOSE CMP-HOLDOUT-FILE
           END-IF.
           IF NOT WS-HOLDOUT-FILE-OK
               DISPLAY "IDEOPOST: UNABLE TO WRITE HOLDODD - STATUS "
                   WS-HOLDOUT-FILE-STATUS " - NOTHING POSTED"
               MOVE "PST009E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO WRITE HOLDODD - STATUS "
                   WS-HOLDOUT-FILE-STATUS " - NOTHING POSTED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * Each held or released day with all its runs one under the
      * other, so the desk can see which BASE/EXP or answer went
      * astray and name the run to post.  The held file, not this
      * report, is what the next cycle works from - a report that
      * cannot be printed is a warning only.
       2800-PRINT-VARIANCE-REPORT.
           OPEN OUTPUT CMP-VARIANCE-FILE.
           IF NOT WS-VAR-FILE-OK
               DISPLAY "IDEOPOST: UNABLE TO OPEN VARRDD - STATUS "
                   WS-VAR-FILE-STATUS " - VARIANCE REPORT NOT "
                   "PRINTED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-VH1-RUN-DATE
               WRITE CMP-VARIANCE-LINE FROM WS-VAR-HEADING-1
               MOVE SPACES TO CMP-VARIANCE-LINE
               WRITE CMP-VARIANCE-LINE
               IF WS-HELD-DAY-COUNT = ZERO
                       AND WS-RELEASED-COUNT = ZERO
                   WRITE CMP-VARIANCE-LINE FROM WS-VAR-NONE-LINE
               ELSE
                   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                           UNTIL WS-POST-IDX > WS-POST-COUNT
                       IF WS-PT-HELD(WS-POST-IDX)
                               OR WS-PT-RELEASED(WS-POST-IDX)
                           PERFORM 2810-PRINT-VARIANCE-DAY
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-HELD-DAY-COUNT TO WS-RT-HELD-DAYS
               MOVE WS-RELEASED-COUNT TO WS-RT-RELEASED
               WRITE CMP-VARIANCE-LINE FROM WS-REPORT-TOTALS-2
               CLOSE CMP-VARIANCE-FILE
           END-IF.

       2810-PRINT-VARIANCE-DAY.
           MOVE WS-PT-COMP-YEAR(WS-POST-IDX) TO WS-VDH-COMP-YEAR.
           MOVE WS-PT-DAY-NUMBER(WS-POST-IDX) TO WS-VDH-DAY-NUMBER.
           IF WS-PT-HELD(WS-POST-IDX)
               MOVE "HELD - RUNS DISAGREE, NOT POSTED" TO WS-VDH-TEXT
           ELSE
               MOVE "RELEASED - NAMED RUN POSTED" TO WS-VDH-TEXT
           END-IF.
           WRITE CMP-VARIANCE-LINE FROM WS-VAR-DAY-HEADING.
           WRITE CMP-VARIANCE-LINE FROM WS-VAR-COLUMNS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-POST-IDX(WS-RUN-IDX) = WS-POST-IDX
                   PERFORM 2820-PRINT-VARIANCE-RUN
               END-IF
           END-PERFORM.
           IF WS-PT-RELEASED(WS-POST-IDX)
               MOVE WS-PT-REL-IDX(WS-POST-IDX) TO WS-REL-IDX
               MOVE WS-RL-RUN-DATE(WS-REL-IDX) TO WS-VRR-RUN-DATE
               MOVE WS-RL-RUN-TIME(WS-REL-IDX) TO WS-VRR-RUN-TIME
               MOVE WS-RL-OPERATOR(WS-REL-IDX) TO WS-VRR-OPERATOR
               WRITE CMP-VARIANCE-LINE FROM WS-VAR-RELEASE-LINE
           END-IF.
           MOVE SPACES TO CMP-VARIANCE-LINE.
           WRITE CMP-VARIANCE-LINE.

       2820-PRINT-VARIANCE-RUN.
           MOVE WS-RN-RUN-DATE(WS-RUN-IDX) TO WS-VRL-RUN-DATE.
           MOVE WS-RN-RUN-TIME(WS-RUN-IDX) TO WS-VRL-RUN-TIME.
           MOVE WS-RN-BASE(WS-RUN-IDX) TO WS-VRL-BASE.
           MOVE WS-RN-EXP(WS-RUN-IDX) TO WS-VRL-EXP.
           MOVE WS-RN-DAYS-LONG-LEN(WS-RUN-IDX) TO WS-VRL-LEN.
           MOVE WS-RN-DAYS(WS-RUN-IDX) TO WS-VRL-DAYS.
           MOVE WS-RN-HELD-DATE(WS-RUN-IDX) TO WS-VRL-HELD-DATE.
           IF WS-RN-FROM-HOLD(WS-RUN-IDX)
               MOVE "HELD" TO WS-VRL-SOURCE
           ELSE
               MOVE "TONIGHT" TO WS-VRL-SOURCE
           END-IF.
           WRITE CMP-VARIANCE-LINE FROM WS-VAR-RUN-LINE.
           IF WS-RN-DAYS-LONG-LEN(WS-RUN-IDX) > 18
               MOVE WS-RN-DAYS-LONG-LEN(WS-RUN-IDX) TO WS-LAC-LEN
               WRITE CMP-VARIANCE-LINE FROM WS-LONG-ANSWER-CAPTION
               MOVE WS-RN-DAYS-LONG(WS-RUN-IDX)(1 : 99) TO
                   WS-LAL-TEXT
               WRITE CMP-VARIANCE-LINE FROM WS-LONG-ANSWER-LINE
               MOVE WS-RN-DAYS-LONG(WS-RUN-IDX)(100 : 99) TO
                   WS-LAL-TEXT
               WRITE CMP-VARIANCE-LINE FROM WS-LONG-ANSWER-LINE
           END-IF.

       3000-APPLY-TO-MASTER.
           OPEN I-O CMP-MASTER-FILE.
               PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                       UNTIL WS-POST-IDX > WS-POST-COUNT
                           OR WS-JOURNAL-FAILED
                   IF NOT WS-PT-HELD(WS-POST-IDX)
                       PERFORM 3100-POST-ONE-DAY
                   END-IF
               END-PERFORM
               PERFORM 3500-PRINT-TOTALS
           ELSE
           MOVE CMP-MST-DAY-NUMBER TO CMP-JRN-DAY-NUMBER.
           MOVE WS-BEFORE-IMAGE TO CMP-JRN-BEFORE-IMAGE.
           MOVE CMP-MASTER-RECORD TO CMP-JRN-AFTER-IMAGE.
           MOVE SPACES TO CMP-JRN-SUBMITTER.
           MOVE SPACES TO CMP-JRN-APPROVER.
           WRITE CMP-JOURNAL-RECORD.
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "IDEOPOST: JOURNAL WRITE FAILED - STATUS "
           MOVE WS-REPLACE-COUNT TO WS-RT-REPLACEMENTS.
           MOVE WS-SKIP-COUNT TO WS-RT-SKIPS.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-TOTALS.
           MOVE WS-HELD-DAY-COUNT TO WS-RT-HELD-DAYS.
           MOVE WS-RELEASED-COUNT TO WS-RT-RELEASED.
           WRITE CMP-REPORT-LINE FROM WS-REPORT-TOTALS-2.
           DISPLAY "IDEOPOST: " WS-ADD-COUNT " ADDED, "
               WS-REPLACE-COUNT " REPLACED, "
               WS-SKIP-COUNT " SKIPPED, "
               WS-HELD-DAY-COUNT " HELD, "
               WS-RELEASED-COUNT " RELEASED".

      * The checkpoint carries the newest run date/time actually
      * seen this pass, so records written while we were running
      * are picked up next time.  Nothing newer seen means nothing
      * qualified - leave the checkpoint alone.  A pass that hit
      * any posting problem leaves it alone too, so the records
      * that failed to post qualify again on the rerun.  Held days
      * are only warnings - their runs are already safe on the
      * held file, so they do not hold the checkpoint back.
       4000-WRITE-POSTING-CHECKPOINT.
           IF WS-NEWEST-DATE > ZERO
                   AND WS-RETURN-CODE < 8
               OPEN OUTPUT CMP-POST-FILE
               IF WS-POST-FILE-OK
                   MOVE WS-NEWEST-DATE TO CMP-POST-LAST-DATE
