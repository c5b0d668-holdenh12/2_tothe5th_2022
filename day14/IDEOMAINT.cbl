      * Online maintenance transaction for the CMPMAST master
      * file.  Reads one maintenance transaction per input
      * record (CMPTRAN) and adds, corrects, or inquires on a
      * given day's BASE/EXP/DAYS entry.  Corrections are held
      * for a second operator's release (function 'R') or
      * rejection (function 'X') - see 3000-CORRECT-DAY.
      *
      * Modification history:
      *   - Original version.
      *     journal or back out a named batch.  The batch refuses
      *     to run when the journal dataset cannot be opened -
      *     an unjournaled change cannot be recovered.
      *   - A correction to a day already on the master is no
      *     longer applied by the operator who keys it.  It is
      *     held on the PENDDD pending-approval file with the
      *     submitting operator, the record as it stood, and the
      *     proposed record with its answer recomputed.  A new
      *     'R' transaction from a different operator releases
      *     it onto the master, and 'X' rejects it with a reason.
      *     The journal now carries both submitter and approver.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOMAINT.
       ENVIRONMENT DIVISION.
           SELECT CMP-JRNL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CMP-PEND-FILE ASSIGN TO PENDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-PND-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-TRAN-FILE
       FD  CMP-JRNL-FILE
           RECORDING MODE IS F.
           COPY CMPJRNL.
       FD  CMP-PEND-FILE
           RECORDING MODE IS F.
           COPY CMPPEND.
       WORKING-STORAGE SECTION.
       77  WS-TRAN-FILE-STATUS             PIC XX.
           88  WS-TRAN-FILE-OK             VALUE "00".
       77  WS-BEFORE-IMAGE                 PIC X(231).
       77  WS-JRNL-FAIL-SW                 PIC X VALUE "N".
           88  WS-JOURNAL-FAILED           VALUE "Y".
       77  WS-PEND-FILE-STATUS             PIC XX.
           88  WS-PEND-FILE-OK             VALUE "00".
       77  WS-PEND-OPEN-SW                 PIC X VALUE "N".
           88  WS-PEND-FILE-OPEN           VALUE "Y".
       77  WS-PEND-FOUND-SW                PIC X.
           88  WS-PENDING-FOUND            VALUE "Y".
       77  WS-PEND-DAY-SW                  PIC X.
           88  WS-PEND-DAY-DONE            VALUE "Y".
       77  WS-SUBMITTER                    PIC X(8).
       77  WS-APPROVER                     PIC X(8).
           COPY CMPBIGN.
           COPY CMPEXCP.
       LINKAGE SECTION.
               CLOSE CMP-MASTER-FILE
               OPEN I-O CMP-MASTER-FILE
           END-IF.
           PERFORM 0600-OPEN-PENDING.
           IF WS-TRAN-FILE-OK
               PERFORM UNTIL WS-NO-MORE-TRANS
                       OR WS-JOURNAL-FAILED
           CLOSE CMP-TRAN-FILE.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-JRNL-FILE.
           IF WS-PEND-FILE-OPEN
               CLOSE CMP-PEND-FILE
           END-IF.
           STOP RUN.

      * The journal is the only road back from a bad batch, so
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * The pending-approval file is created on first use, the
      * same as the master.  Without it no correction can be
      * held or decided, so those transactions are refused one
      * by one (5300-CHECK-PENDING-FILE) while adds and
      * inquiries still go through.
       0600-OPEN-PENDING.
           OPEN I-O CMP-PEND-FILE.
           IF NOT WS-PEND-FILE-OK
               CLOSE CMP-PEND-FILE
               OPEN OUTPUT CMP-PEND-FILE
               CLOSE CMP-PEND-FILE
               OPEN I-O CMP-PEND-FILE
           END-IF.
           IF WS-PEND-FILE-OK
               SET WS-PEND-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "IDEOMAINT: UNABLE TO OPEN PENDDD - STATUS "
                   WS-PEND-FILE-STATUS " - NO CORRECTIONS ACCEPTED"
           END-IF.

       1000-PROCESS-TRAN.
           PERFORM 5500-RESOLVE-TRAN-YEAR.
           EVALUATE CMP-TRAN-FUNCTION
                   PERFORM 3000-CORRECT-DAY
               WHEN "I"
                   PERFORM 4000-INQUIRE-DAY
               WHEN "R"
                   PERFORM 3500-RELEASE-CORRECTION
               WHEN "X"
                   PERFORM 3600-REJECT-CORRECTION
               WHEN OTHER
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - INVALID FUNCTION '" CMP-TRAN-FUNCTION
                               (199 - CMP-MST-DAYS-LONG-LEN :
                                   CMP-MST-DAYS-LONG-LEN)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE CMP-TRAN-OPERATOR TO WS-SUBMITTER
                       MOVE SPACES TO WS-APPROVER
                       MOVE "A" TO CMP-JRN-FUNCTION
                       PERFORM 7000-WRITE-JOURNAL
               END-WRITE
           END-IF.

      * A correction is never applied by the operator who keys
      * it.  The proposed record is built and its answer
      * recomputed here, then held on the pending-approval file
      * beside the record as it stands, for a second operator
      * to release ('R') or reject ('X').  Only one correction
      * per day may wait at a time.
       3000-CORRECT-DAY.
           PERFORM 5000-VALIDATE-TRAN.
           IF WS-INPUT-VALID
               PERFORM 5200-VALIDATE-OPERATOR
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 5300-CHECK-PENDING-FILE
           END-IF.
           IF WS-INPUT-VALID
               MOVE WS-COMP-YEAR TO CMP-MST-COMP-YEAR
               MOVE CMP-TRAN-DAY-NUMBER TO CMP-MST-DAY-NUMBER
                       PERFORM 8000-WRITE-EXCEPTION
               END-READ
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 3800-FIND-PENDING
               IF WS-PENDING-FOUND
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - A CORRECTION BY " CMP-PND-SUBMITTER
                       " IS ALREADY AWAITING APPROVAL"
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "MNT010E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE "CORRECTION ALREADY PENDING - NOT HELD"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF WS-INPUT-VALID
               MOVE CMP-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE CMP-TRAN-BASE TO CMP-MST-BASE
               PERFORM 6000-COMPUTE-DAYS
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 3100-HOLD-CORRECTION
           END-IF.

      * The master record area holds the proposed record at
      * this point - it is copied to the pending file and is
      * not rewritten.
       3100-HOLD-CORRECTION.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE CMP-MST-COMP-YEAR TO CMP-PND-COMP-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO CMP-PND-DAY-NUMBER.
           MOVE WS-RUN-DATE TO CMP-PND-SUBMIT-DATE.
           MOVE WS-RUN-TIME TO CMP-PND-SUBMIT-TIME.
           SET CMP-PND-WAITING TO TRUE.
           MOVE CMP-TRAN-OPERATOR TO CMP-PND-SUBMITTER.
           MOVE WS-BATCH-ID TO CMP-PND-SUBMIT-BATCH-ID.
           MOVE WS-BEFORE-IMAGE TO CMP-PND-BEFORE-IMAGE.
           MOVE CMP-MASTER-RECORD TO CMP-PND-PROPOSED-IMAGE.
           MOVE SPACES TO CMP-PND-APPROVER.
           MOVE SPACES TO CMP-PND-DECISION-BATCH-ID.
           MOVE ZERO TO CMP-PND-DECISION-DATE.
           MOVE ZERO TO CMP-PND-DECISION-TIME.
           MOVE SPACES TO CMP-PND-REJECT-REASON.
           WRITE CMP-PENDING-RECORD
               INVALID KEY
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - PENDING WRITE FAILED - STATUS "
                       WS-PEND-FILE-STATUS
                   MOVE "MNT016E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE SPACES TO CMP-EXC-TEXT
                   STRING "PENDING WRITE FAILED - STATUS "
                       WS-PEND-FILE-STATUS
                       " - CORRECTION NOT HELD"
                       DELIMITED BY SIZE INTO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               NOT INVALID KEY
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " CORRECTION HELD FOR APPROVAL - "
                       "PROPOSED DAYS = " CMP-MST-DAYS-LONG
                           (199 - CMP-MST-DAYS-LONG-LEN :
                               CMP-MST-DAYS-LONG-LEN)
           END-WRITE.

      * Release - the held record goes onto the master only if
      * the day still stands exactly as it did when the
      * correction was keyed.  A day changed since (by posting
      * or another release) is left pending, so the desk can
      * reject it and key the correction again.
       3500-RELEASE-CORRECTION.
           PERFORM 3700-VALIDATE-DECISION.
           IF WS-INPUT-VALID
               MOVE WS-COMP-YEAR TO CMP-MST-COMP-YEAR
               MOVE CMP-TRAN-DAY-NUMBER TO CMP-MST-DAY-NUMBER
               READ CMP-MASTER-FILE
                   INVALID KEY
                       SET WS-INPUT-INVALID TO TRUE
                   NOT INVALID KEY
                       IF CMP-MASTER-RECORD NOT =
                               CMP-PND-BEFORE-IMAGE
                           SET WS-INPUT-INVALID TO TRUE
                       END-IF
               END-READ
               IF WS-INPUT-INVALID
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " CHANGED SINCE THE CORRECTION WAS KEYED"
                       " - NOT RELEASED"
                   MOVE "MNT014E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE "DAY CHANGED SINCE KEYED - NOT RELEASED"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF WS-INPUT-VALID
               MOVE CMP-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE CMP-PND-PROPOSED-IMAGE TO CMP-MASTER-RECORD
               REWRITE CMP-MASTER-RECORD
               DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                   " CORRECTED - DAYS = " CMP-MST-DAYS-LONG
                       (199 - CMP-MST-DAYS-LONG-LEN :
                           CMP-MST-DAYS-LONG-LEN)
               DISPLAY "IDEOMAINT: KEYED BY " CMP-PND-SUBMITTER
                   " RELEASED BY " CMP-TRAN-OPERATOR
               MOVE CMP-PND-SUBMITTER TO WS-SUBMITTER
               MOVE CMP-TRAN-OPERATOR TO WS-APPROVER
               MOVE "C" TO CMP-JRN-FUNCTION
               PERFORM 7000-WRITE-JOURNAL
               SET CMP-PND-RELEASED TO TRUE
               PERFORM 3900-RECORD-DECISION
           END-IF.

       3600-REJECT-CORRECTION.
           PERFORM 3700-VALIDATE-DECISION.
           IF WS-INPUT-VALID
               IF CMP-TRAN-REASON = SPACES
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - REJECTION REASON MISSING"
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "MNT015E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE "REJECTION REASON MISSING - NOT REJECTED"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF WS-INPUT-VALID
               DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                   " CORRECTION BY " CMP-PND-SUBMITTER
                   " REJECTED BY " CMP-TRAN-OPERATOR " - "
                   CMP-TRAN-REASON
               SET CMP-PND-REJECTED TO TRUE
               MOVE CMP-TRAN-REASON TO CMP-PND-REJECT-REASON
               PERFORM 3900-RECORD-DECISION
           END-IF.

      * Common to release and reject - there must be a
      * correction waiting for the day, and the deciding
      * operator must not be the one who keyed it.
       3700-VALIDATE-DECISION.
           SET WS-INPUT-VALID TO TRUE.
           PERFORM 5200-VALIDATE-OPERATOR.
           IF WS-INPUT-VALID
               PERFORM 5300-CHECK-PENDING-FILE
           END-IF.
           IF WS-INPUT-VALID
               PERFORM 3800-FIND-PENDING
               IF NOT WS-PENDING-FOUND
                   DISPLAY "IDEOMAINT: YEAR " WS-COMP-YEAR
                       " DAY " CMP-TRAN-DAY-NUMBER
                       " - NO CORRECTION AWAITING APPROVAL"
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "MNT012E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE "NO CORRECTION AWAITING APPROVAL FOR DAY"
                       TO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF WS-INPUT-VALID
               IF CMP-TRAN-OPERATOR = CMP-PND-SUBMITTER
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - OPERATOR " CMP-TRAN-OPERATOR
                       " KEYED THIS CORRECTION AND CANNOT DECIDE IT"
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "MNT013E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE SPACES TO CMP-EXC-TEXT
                   STRING "OPERATOR " CMP-TRAN-OPERATOR
                       " KEYED THE CORRECTION - A SECOND "
                       "OPERATOR MUST DECIDE IT"
                       DELIMITED BY SIZE INTO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      * Positions on the day's first pending record and reads
      * forward through that day's history looking for the one
      * still waiting.  A found record is left in the pending
      * record area for the caller.
       3800-FIND-PENDING.
           SET WS-PEND-FOUND-SW TO "N".
           SET WS-PEND-DAY-SW TO "N".
           MOVE WS-COMP-YEAR TO CMP-PND-COMP-YEAR.
           MOVE CMP-TRAN-DAY-NUMBER TO CMP-PND-DAY-NUMBER.
           MOVE ZERO TO CMP-PND-SUBMIT-DATE.
           MOVE ZERO TO CMP-PND-SUBMIT-TIME.
           START CMP-PEND-FILE KEY IS NOT < CMP-PND-KEY
               INVALID KEY
                   SET WS-PEND-DAY-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-PEND-DAY-DONE OR WS-PENDING-FOUND
               READ CMP-PEND-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-DAY-DONE TO TRUE
                   NOT AT END
                       IF CMP-PND-COMP-YEAR NOT = WS-COMP-YEAR
                               OR CMP-PND-DAY-NUMBER NOT =
                                   CMP-TRAN-DAY-NUMBER
                           SET WS-PEND-DAY-DONE TO TRUE
                       ELSE
                           IF CMP-PND-WAITING
                               SET WS-PENDING-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The decision is stamped on the held record, which stays
      * on file as the history of the correction.  The status
      * is set by the caller before the perform.
       3900-RECORD-DECISION.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE CMP-TRAN-OPERATOR TO CMP-PND-APPROVER.
           MOVE WS-BATCH-ID TO CMP-PND-DECISION-BATCH-ID.
           MOVE WS-RUN-DATE TO CMP-PND-DECISION-DATE.
           MOVE WS-RUN-TIME TO CMP-PND-DECISION-TIME.
           REWRITE CMP-PENDING-RECORD
               INVALID KEY
                   DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                       " - DECISION NOT RECORDED - STATUS "
                       WS-PEND-FILE-STATUS
                   MOVE "MNT017E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE SPACES TO CMP-EXC-TEXT
                   STRING "PENDING REWRITE FAILED - STATUS "
                       WS-PEND-FILE-STATUS
                       " - DECISION NOT RECORDED"
                       DELIMITED BY SIZE INTO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
           END-REWRITE.

       4000-INQUIRE-DAY.
           MOVE WS-COMP-YEAR TO CMP-MST-COMP-YEAR.
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * Corrections and their release or rejection must name
      * the operator keying them - four eyes cannot be proved
      * without both names.
       5200-VALIDATE-OPERATOR.
           IF CMP-TRAN-OPERATOR = SPACES
               DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                   " - OPERATOR ID MISSING ON FUNCTION '"
                   CMP-TRAN-FUNCTION "'"
               SET WS-INPUT-INVALID TO TRUE
               MOVE "MNT011E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               PERFORM 7900-SET-EXCEPTION-DAY
               MOVE "OPERATOR ID MISSING - TRANSACTION NOT APPLIED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       5300-CHECK-PENDING-FILE.
           IF NOT WS-PEND-FILE-OPEN
               DISPLAY "IDEOMAINT: DAY " CMP-TRAN-DAY-NUMBER
                   " - PENDDD NOT OPEN - FUNCTION '"
                   CMP-TRAN-FUNCTION "' NOT APPLIED"
               SET WS-INPUT-INVALID TO TRUE
               MOVE "MNT016E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               PERFORM 7900-SET-EXCEPTION-DAY
               MOVE "PENDING-APPROVAL FILE NOT OPEN - NOT APPLIED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * A transaction with no competition year (blank or zero)
      * is against the season of the run date, so batches keyed
      * before seasons were added still apply.

      * One journal record per change successfully applied to
      * the master - the before image is spaces on an add, and
      * CMP-JRN-FUNCTION and the submitting and approving
      * operators are set by the caller before the perform.
      * The after image is the master record as it now stands
      * on file.  A failed journal write stops the
      * batch with RC 12 - the change just applied is named on
      * the console and the exception dataset so it can be put
      * right by hand, and no further unjournaled changes are
           MOVE CMP-MST-DAY-NUMBER TO CMP-JRN-DAY-NUMBER.
           MOVE WS-BEFORE-IMAGE TO CMP-JRN-BEFORE-IMAGE.
           MOVE CMP-MASTER-RECORD TO CMP-JRN-AFTER-IMAGE.
           MOVE WS-SUBMITTER TO CMP-JRN-SUBMITTER.
           MOVE WS-APPROVER TO CMP-JRN-APPROVER.
           WRITE CMP-JOURNAL-RECORD.
           IF NOT WS-JRNL-FILE-OK
               DISPLAY "IDEOMAINT: JOURNAL WRITE FAILED - STATUS "
