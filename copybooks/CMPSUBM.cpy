      *****************************************************
      * CMPSUBM - 2^5 COMPETITION ENTRANT SUBMISSION RECORD
      *
      * ONE RECORD PER ANSWER AN ENTRANT SUBMITS FOR A
      * COMPETITION DAY.  THE SAME 239-BYTE LAYOUT IS USED
      * FOR THE NIGHT'S INTAKE (SUBMDD), THE PENDING FILE
      * IDEOSCOR CARRIES FORWARD FOR DAYS NOT YET POSTED,
      * AND THE SCORED HISTORY IDEOSCOR APPENDS TO.
      *
      * CMP-SUB-ANSWER HOLDS THE SUBMITTED ANSWER RIGHT
      * JUSTIFIED AND ZERO FILLED, THE SAME SHAPE AS
      * CMP-MST-DAYS-LONG, SO SCORING IS A STRAIGHT
      * COMPARE AGAINST THE POSTED MASTER.
      *
      * CMP-SUB-RESULT IS BLANK ON INTAKE AND IS SET BY
      * IDEOSCOR WHEN THE SUBMISSION IS MARKED, WITH THE
      * MARKING DATE IN CMP-SUB-SCORED-DATE.
      *****************************************************
       01  CMP-SUBMISSION-RECORD.
           05  CMP-SUB-ENTRANT-ID          PIC X(8).
           05  CMP-SUB-COMP-YEAR           PIC 9(4).
           05  CMP-SUB-DAY-NUMBER          PIC 9(4).
           05  CMP-SUB-ANSWER              PIC X(198).
           05  CMP-SUB-DATE                PIC 9(8).
           05  CMP-SUB-TIME                PIC 9(8).
           05  CMP-SUB-RESULT              PIC X.
               88  CMP-SUB-UNSCORED        VALUE SPACE.
               88  CMP-SUB-EXACT           VALUE "E".
               88  CMP-SUB-WRONG           VALUE "W".
               88  CMP-SUB-LATE            VALUE "L".
               88  CMP-SUB-PENDING         VALUE "P".
               88  CMP-SUB-INVALID         VALUE "I".
           05  CMP-SUB-SCORED-DATE         PIC 9(8).
