      *   - every day's CMP-MST-DAYS-LONG matches the published
      *     CMPXTOT value;
      *   - no error-severity (08 or worse) exception for the
      *     year is left open on the exceptions dataset - one
      *     with a resolution on the RSLVDD resolution file has
      *     been worked and closed and does not count.
      *
      * The certification report on CERTDD lists every gap,
      * mismatch, and open exception, and ends with a plain
      *
      * Modification history:
      *   - Original version.
      *   - Error-severity exceptions that have been resolved
      *     through IDEORSLV no longer hold up certification.  A
      *     season that once had an 08 certifies once the cause is
      *     fixed and the exception resolved; resolved exceptions
      *     are counted on the report but not listed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOCERT.
       ENVIRONMENT DIVISION.
           SELECT CMP-EXCP-FILE ASSIGN TO EXCPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT CMP-RSLV-FILE ASSIGN TO RSLVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-RSL-KEY
               FILE STATUS IS WS-RSLV-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO CERTDD
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
       77  WS-MAST-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-MASTER-RECORDS   VALUE "Y".
       77  WS-XTOT-EOF-SW                  PIC X VALUE "N".
       77  WS-GAP-COUNT                    PIC 9(6) VALUE ZERO.
       77  WS-MISMATCH-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-OPEN-EXC-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-RESOLVED-EXC-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-BEYOND-COUNT                 PIC 9(6) VALUE ZERO.
       77  WS-EXC-HEAD-SW                  PIC X VALUE "N".
           88  WS-EXC-HEADING-PRINTED      VALUE "Y".

      * An exceptions dataset that cannot be opened reads as
      * empty - on a clean season the suite may never have
      * created it.  A resolution file that cannot be opened
      * means nothing has been resolved, so every error counts.
       4000-REPORT-OPEN-EXCEPTIONS.
           OPEN INPUT CMP-RSLV-FILE.
           IF WS-RSLV-FILE-OK
               SET WS-RSLV-AVAILABLE TO TRUE
           ELSE
               DISPLAY "IDEOCERT: RSLVDD NOT AVAILABLE - STATUS "
                   WS-RSLV-FILE-STATUS
                   " - NO EXCEPTION TREATED AS RESOLVED"
           END-IF.
           OPEN INPUT CMP-EXCP-FILE.
           IF WS-EXCP-FILE-OK
               PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
                       NOT AT END
                           IF CMP-EXC-COMP-YEAR = WS-COMP-YEAR
                                   AND CMP-EXC-SEVERITY >= 8
                               PERFORM 4050-CHECK-RESOLUTION
                               IF WS-EXC-RESOLVED
                                   ADD 1 TO WS-RESOLVED-EXC-COUNT
                               ELSE
                                   PERFORM 4100-REPORT-ONE-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-EXCP-FILE
           END-IF.
           IF WS-RSLV-AVAILABLE
               CLOSE CMP-RSLV-FILE
           END-IF.

       4050-CHECK-RESOLUTION.
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

       4100-REPORT-ONE-EXCEPTION.
           IF NOT WS-EXC-HEADING-PRINTED
           MOVE "OPEN EXCEPTIONS  . . . ." TO WS-CL-LABEL.
           MOVE WS-OPEN-EXC-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           IF WS-RESOLVED-EXC-COUNT > ZERO
               MOVE "RESOLVED EXCEPTIONS  . ." TO WS-CL-LABEL
               MOVE WS-RESOLVED-EXC-COUNT TO WS-CL-COUNT
               WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.
           IF WS-BADKEY-COUNT > ZERO
               MOVE "INVALID DAY-NUMBER KEYS." TO WS-CL-LABEL
               MOVE WS-BADKEY-COUNT TO WS-CL-COUNT
