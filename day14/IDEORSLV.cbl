      * IDEORSLV - 2^5 COMPETITION EXCEPTION RESOLUTION MAINTENANCE
      *
      * Maintenance transaction for the exception resolution
      * file (RSLVDD).  The shared exceptions dataset is append
      * only, so an exception is closed by recording a resolution
      * against it here - who resolved it, the ticket it was
      * worked under, and a short note - rather than by removing
      * it.  Reads one transaction per input record (CMPRSLT)
      * and adds, changes, deletes (reopens), or inquires on the
      * resolution of one exception, named by its full key as
      * it prints on the IDEOEXCR report.
      *
      * A resolution can only be added for an exception that is
      * actually on the exceptions dataset, so a mis-keyed
      * transaction cannot leave a resolution that matches
      * nothing and the real exception still open.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEORSLV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-RSLT-FILE ASSIGN TO RSLTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-FILE-STATUS.
           SELECT CMP-RSLV-FILE ASSIGN TO RSLVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-RSL-KEY
               FILE STATUS IS WS-RSLV-FILE-STATUS.
           SELECT CMP-EXCP-FILE ASSIGN TO EXCPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-RSLT-FILE
           RECORDING MODE IS F.
           COPY CMPRSLT.
       FD  CMP-RSLV-FILE
           RECORDING MODE IS F.
           COPY CMPRESL.
       FD  CMP-EXCP-FILE
           RECORDING MODE IS F.
       01  CMP-EXCP-IN-RECORD              PIC X(123).
       WORKING-STORAGE SECTION.
       77  WS-RSLT-FILE-STATUS             PIC XX.
           88  WS-RSLT-FILE-OK             VALUE "00".
       77  WS-RSLV-FILE-STATUS             PIC XX.
           88  WS-RSLV-FILE-OK             VALUE "00".
       77  WS-EXCP-FILE-STATUS             PIC XX.
           88  WS-EXCP-FILE-OK             VALUE "00".
       77  WS-EOF-SW                       PIC X VALUE "N".
           88  WS-NO-MORE-TRANS            VALUE "Y".
       77  WS-EXCP-EOF-SW                  PIC X.
           88  WS-NO-MORE-EXCEPTIONS       VALUE "Y".
       77  WS-EXC-FOUND-SW                 PIC X.
           88  WS-EXC-FOUND                VALUE "Y".
       77  WS-VALIDATION-SW                PIC X.
           88  WS-INPUT-VALID              VALUE "Y".
           88  WS-INPUT-INVALID            VALUE "N".
       77  WS-TRAN-COUNT                   PIC 9(6) VALUE ZERO.
       77  WS-RUN-DATE                     PIC 9(8).

      * The key of an exception as read from the exceptions
      * dataset, laid out the same as CMP-RST-KEY - everything
      * but the severity, which is not part of the key.
       01  WS-EXCP-KEY.
           05  WS-EK-PROGRAM-MSG           PIC X(17).
           05  WS-EK-YEAR-DAY-STAMP        PIC X(24).

           COPY CMPEXCP.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CMP-RSLT-FILE.
           OPEN I-O CMP-RSLV-FILE.
           IF NOT WS-RSLV-FILE-OK
               CLOSE CMP-RSLV-FILE
               OPEN OUTPUT CMP-RSLV-FILE
               CLOSE CMP-RSLV-FILE
               OPEN I-O CMP-RSLV-FILE
           END-IF.
           IF NOT WS-RSLV-FILE-OK
               DISPLAY "IDEORSLV: UNABLE TO OPEN RSLVDD - STATUS "
                   WS-RSLV-FILE-STATUS
               MOVE "RSV007F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN RSLVDD - STATUS "
                   WS-RSLV-FILE-STATUS " - NO RESOLUTIONS APPLIED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO RETURN-CODE
               CLOSE CMP-RSLT-FILE
               STOP RUN
           END-IF.
           IF WS-RSLT-FILE-OK
               PERFORM UNTIL WS-NO-MORE-TRANS
                   READ CMP-RSLT-FILE
                       AT END
                           SET WS-NO-MORE-TRANS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRAN-COUNT
                           PERFORM 1000-PROCESS-TRAN
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "IDEORSLV: UNABLE TO OPEN RSLTDD - STATUS "
                   WS-RSLT-FILE-STATUS
               MOVE "RSV001F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN RSLTDD - STATUS "
                   WS-RSLT-FILE-STATUS " - NO RESOLUTIONS APPLIED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           DISPLAY "IDEORSLV: " WS-TRAN-COUNT " TRANSACTION(S) "
               "PROCESSED".
           CLOSE CMP-RSLT-FILE.
           CLOSE CMP-RSLV-FILE.
           STOP RUN.

       1000-PROCESS-TRAN.
           EVALUATE CMP-RST-FUNCTION
               WHEN "A"
                   PERFORM 2000-ADD-RESOLUTION
               WHEN "C"
                   PERFORM 3000-CHANGE-RESOLUTION
               WHEN "D"
                   PERFORM 4000-DELETE-RESOLUTION
               WHEN "I"
                   PERFORM 4500-INQUIRE-RESOLUTION
               WHEN OTHER
                   DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                       CMP-RST-MSG-CODE " - INVALID FUNCTION '"
                       CMP-RST-FUNCTION "'"
                   MOVE "RSV002E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE SPACES TO CMP-EXC-TEXT
                   STRING "INVALID FUNCTION '" CMP-RST-FUNCTION
                       "' - TRANSACTION NOT APPLIED"
                       DELIMITED BY SIZE INTO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
           END-EVALUATE.

       2000-ADD-RESOLUTION.
           PERFORM 5000-VALIDATE-TRAN.
           IF WS-INPUT-VALID
               PERFORM 5500-FIND-EXCEPTION
           END-IF.
           IF WS-INPUT-VALID
               MOVE CMP-RST-KEY TO CMP-RSL-KEY
               MOVE CMP-RST-RESOLVER TO CMP-RSL-RESOLVER
               MOVE WS-RUN-DATE TO CMP-RSL-RESOLVED-DATE
               MOVE CMP-RST-TICKET TO CMP-RSL-TICKET
               MOVE CMP-RST-NOTE TO CMP-RSL-NOTE
               WRITE CMP-RESOLUTION-RECORD
                   INVALID KEY
                       DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                           CMP-RST-MSG-CODE
                           " ALREADY RESOLVED - USE FUNCTION 'C' "
                           "TO CHANGE"
                       MOVE "RSV003E" TO CMP-EXC-MSG-CODE
                       SET CMP-EXC-ERROR TO TRUE
                       PERFORM 7900-SET-EXCEPTION-DAY
                       MOVE "ALREADY RESOLVED - ADD NOT APPLIED"
                           TO CMP-EXC-TEXT
                       PERFORM 8000-WRITE-EXCEPTION
                   NOT INVALID KEY
                       DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                           CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE
                           " " CMP-RST-EXC-TIME " RESOLVED BY "
                           CMP-RSL-RESOLVER " TICKET "
                           CMP-RSL-TICKET
               END-WRITE
           END-IF.

      * A change replaces the resolver and ticket and restamps
      * the resolved date; a blank note keeps the note already
      * on file.
       3000-CHANGE-RESOLUTION.
           PERFORM 5000-VALIDATE-TRAN.
           IF WS-INPUT-VALID
               PERFORM 5800-READ-RESOLUTION
           END-IF.
           IF WS-INPUT-VALID
               MOVE CMP-RST-RESOLVER TO CMP-RSL-RESOLVER
               MOVE WS-RUN-DATE TO CMP-RSL-RESOLVED-DATE
               MOVE CMP-RST-TICKET TO CMP-RSL-TICKET
               IF CMP-RST-NOTE NOT = SPACES
                   MOVE CMP-RST-NOTE TO CMP-RSL-NOTE
               END-IF
               REWRITE CMP-RESOLUTION-RECORD
               DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                   CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE " "
                   CMP-RST-EXC-TIME " RESOLUTION CHANGED - TICKET "
                   CMP-RSL-TICKET
           END-IF.

      * Deleting the resolution reopens the exception - it will
      * show open again on the next IDEOEXCR report and count
      * against certification again if it is an error.
       4000-DELETE-RESOLUTION.
           SET WS-INPUT-VALID TO TRUE.
           PERFORM 5800-READ-RESOLUTION.
           IF WS-INPUT-VALID
               DELETE CMP-RSLV-FILE
               DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                   CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE " "
                   CMP-RST-EXC-TIME " RESOLUTION DELETED - "
                   "EXCEPTION REOPENED"
           END-IF.

       4500-INQUIRE-RESOLUTION.
           MOVE CMP-RST-KEY TO CMP-RSL-KEY.
           READ CMP-RSLV-FILE
               INVALID KEY
                   DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                       CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE " "
                       CMP-RST-EXC-TIME " IS OPEN - NO RESOLUTION"
               NOT INVALID KEY
                   DISPLAY "IDEORSLV: " CMP-RSL-PROGRAM-ID " "
                       CMP-RSL-MSG-CODE " " CMP-RSL-EXC-DATE " "
                       CMP-RSL-EXC-TIME " RESOLVED BY "
                       CMP-RSL-RESOLVER " ON " CMP-RSL-RESOLVED-DATE
                       " TICKET " CMP-RSL-TICKET
                   DISPLAY "IDEORSLV:   " CMP-RSL-NOTE
           END-READ.

       5000-VALIDATE-TRAN.
           SET WS-INPUT-VALID TO TRUE.
           IF CMP-RST-RESOLVER = SPACES
                   OR CMP-RST-TICKET = SPACES
               DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                   CMP-RST-MSG-CODE
                   " - RESOLVER AND TICKET ARE BOTH REQUIRED"
               SET WS-INPUT-INVALID TO TRUE
               MOVE "RSV006E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               PERFORM 7900-SET-EXCEPTION-DAY
               MOVE "RESOLVER AND TICKET ARE BOTH REQUIRED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

      * The exceptions dataset is scanned for the keyed
      * exception.  It is opened and closed around the scan so
      * it is free for IDEOEXCP to append to afterwards.
       5500-FIND-EXCEPTION.
           SET WS-EXC-FOUND-SW TO "N".
           SET WS-EXCP-EOF-SW TO "N".
           OPEN INPUT CMP-EXCP-FILE.
           IF WS-EXCP-FILE-OK
               PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
                       OR WS-EXC-FOUND
                   READ CMP-EXCP-FILE
                       AT END
                           SET WS-NO-MORE-EXCEPTIONS TO TRUE
                       NOT AT END
                           MOVE CMP-EXCP-IN-RECORD(1:17) TO
                               WS-EK-PROGRAM-MSG
                           MOVE CMP-EXCP-IN-RECORD(20:24) TO
                               WS-EK-YEAR-DAY-STAMP
                           IF WS-EXCP-KEY = CMP-RST-KEY
                               SET WS-EXC-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CMP-EXCP-FILE.
           IF NOT WS-EXC-FOUND
               DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                   CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE " "
                   CMP-RST-EXC-TIME " NOT ON EXCPDD - CANNOT RESOLVE"
               SET WS-INPUT-INVALID TO TRUE
               MOVE "RSV004E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               PERFORM 7900-SET-EXCEPTION-DAY
               MOVE "EXCEPTION NOT ON EXCPDD - ADD NOT APPLIED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       5800-READ-RESOLUTION.
           MOVE CMP-RST-KEY TO CMP-RSL-KEY.
           READ CMP-RSLV-FILE
               INVALID KEY
                   DISPLAY "IDEORSLV: " CMP-RST-PROGRAM-ID " "
                       CMP-RST-MSG-CODE " " CMP-RST-EXC-DATE " "
                       CMP-RST-EXC-TIME " HAS NO RESOLUTION ON FILE"
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE "RSV005E" TO CMP-EXC-MSG-CODE
                   SET CMP-EXC-ERROR TO TRUE
                   PERFORM 7900-SET-EXCEPTION-DAY
                   MOVE SPACES TO CMP-EXC-TEXT
                   STRING "NO RESOLUTION ON FILE - FUNCTION '"
                       CMP-RST-FUNCTION "' NOT APPLIED"
                       DELIMITED BY SIZE INTO CMP-EXC-TEXT
                   PERFORM 8000-WRITE-EXCEPTION
           END-READ.

      * Exceptions from the transaction being worked are tagged
      * with the year and day-number of the exception it names,
      * so they sort alongside it on the summary report.
       7900-SET-EXCEPTION-DAY.
           IF CMP-RST-COMP-YEAR IS NUMERIC
               MOVE CMP-RST-COMP-YEAR TO CMP-EXC-COMP-YEAR
           ELSE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
           END-IF.
           IF CMP-RST-DAY-NUMBER IS NUMERIC
               MOVE CMP-RST-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
           ELSE
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
           END-IF.

       8000-WRITE-EXCEPTION.
           MOVE "IDEORSLV" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.
