      *
      * Modification history:
      *   - Original version.
      *   - Each change now shows the operator who keyed it and,
      *     for a correction released from the pending-approval
      *     file, the second operator who approved it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOJRNR.
       ENVIRONMENT DIVISION.
               10  WS-CT-AFT-EXP           PIC X(2).
               10  WS-CT-AFT-LEN           PIC 9(3).
               10  WS-CT-AFT-LONG          PIC X(198).
               10  WS-CT-SUBMITTER         PIC X(8).
               10  WS-CT-APPROVER          PIC X(8).
       01  WS-CHG-SAVE-ENTRY               PIC X(469).

       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 10 TIMES.
               "BEFORE BASE/EXP/DAYS".
           05  FILLER                      PIC X(24) VALUE
               "AFTER BASE/EXP/DAYS".
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE
               "KEYED BY".
           05  FILLER                      PIC X(8) VALUE
               "APPROVED".

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE                  PIC 9(8).
           05  WS-DL-AFT-EXP               PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-AFT-DAYS              PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-SUBMITTER             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-APPROVER              PIC X(8).

       01  WS-LONG-ANSWER-CAPTION.
           05  FILLER                      PIC X(2) VALUE SPACES.
                   WS-CT-COMP-YEAR(WS-CHG-COUNT)
               MOVE CMP-JRN-DAY-NUMBER TO
                   WS-CT-DAY-NUMBER(WS-CHG-COUNT)
               MOVE CMP-JRN-SUBMITTER TO
                   WS-CT-SUBMITTER(WS-CHG-COUNT)
               MOVE CMP-JRN-APPROVER TO
                   WS-CT-APPROVER(WS-CHG-COUNT)
               PERFORM 1200-PULL-IMAGE-FIELDS
           ELSE
               IF NOT WS-CHG-TABLE-FULL
           MOVE WS-CT-AFT-BASE(WS-CHG-IDX) TO WS-DL-AFT-BASE.
           MOVE WS-CT-AFT-EXP(WS-CHG-IDX) TO WS-DL-AFT-EXP.
           PERFORM 2400-FORMAT-AFTER-DAYS.
           MOVE WS-CT-SUBMITTER(WS-CHG-IDX) TO WS-DL-SUBMITTER.
           MOVE WS-CT-APPROVER(WS-CHG-IDX) TO WS-DL-APPROVER.
           WRITE CMP-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM 2500-PRINT-LONG-ANSWERS.

