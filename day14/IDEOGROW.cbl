      * IDEOGROW - 2^5 COMPETITION DAY-OVER-DAY GROWTH REPORT
      *
      * Reads CMPMAST in competition year and day-number order
      * and shows, for each day, how far its answer grew over
      * the prior day on file in the same season - the answer,
      * the absolute increase, the growth factor (today divided
      * by the prior day, to four decimal places), and the
      * increase in digit count.  The first day of each season
      * on file has nothing to grow from and is shown with its
      * answer only.
      *
      * All the arithmetic is done on the full right-justified
      * answers through the IDEOBIGA module - the increase by
      * its subtract, the factor by its big-by-big divide, the
      * bounds check by its compare - so a 198-digit answer is
      * handled exactly.  A value past its report column shows
      * zero there with the full value on the lines below, the
      * same way the other reports show long answers.  An answer
      * smaller than the prior day's shows a negative increase.
      *
      * The operators set the bounds of a believable growth
      * factor on a SYSIN control card - columns 1-9 the low
      * bound and 10-18 the high bound, each five whole digits
      * and four decimals with the point implied.  A factor
      * below the low bound or above the high bound is flagged
      * suspicious on the report and written to the shared
      * exceptions dataset as a warning.  With no usable card
      * the report is still produced, unflagged, with a warning.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOGROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CONTROL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CMP-MASTER-FILE ASSIGN TO MASTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-MST-KEY
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO GROWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01  CMP-CONTROL-CARD.
           05  CMP-CTL-LOW-FACTOR          PIC 9(5)V9(4).
           05  CMP-CTL-LOW-DIGITS REDEFINES CMP-CTL-LOW-FACTOR
                                           PIC X(9).
           05  CMP-CTL-HIGH-FACTOR         PIC 9(5)V9(4).
           05  CMP-CTL-HIGH-DIGITS REDEFINES CMP-CTL-HIGH-FACTOR
                                           PIC X(9).
           05  FILLER                      PIC X(62).
       FD  CMP-MASTER-FILE
           RECORDING MODE IS F.
           COPY CMPMAST.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-FILE-STATUS          PIC XX.
           88  WS-CONTROL-FILE-OK          VALUE "00".
       77  WS-MAST-FILE-STATUS             PIC XX.
           88  WS-MAST-FILE-OK             VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-EOF-SW                       PIC X VALUE "N".
           88  WS-NO-MORE-MASTER-RECORDS   VALUE "Y".
       77  WS-BOUNDS-SW                    PIC X VALUE "N".
           88  WS-BOUNDS-SET               VALUE "Y".
       77  WS-PRIOR-SW                     PIC X VALUE "N".
           88  WS-HAVE-PRIOR-DAY           VALUE "Y".
       77  WS-PRIOR-COMP-YEAR              PIC 9(4) VALUE ZERO.
       77  WS-PRIOR-DAY-NUMBER             PIC 9(4) VALUE ZERO.
       77  WS-PRIOR-DAYS-LONG-LEN          PIC 9(3) VALUE ZERO.
       77  WS-PRIOR-DAYS-LONG              PIC X(198).
       77  WS-INCREASE                     PIC X(210).
       77  WS-INCREASE-LEN                 PIC 9(3).
       77  WS-INCREASE-SIGN                PIC X.
           88  WS-INCREASE-NEGATIVE        VALUE "-".
       77  WS-FACTOR                       PIC X(210).
       77  WS-FACTOR-LEN                   PIC 9(3).
       77  WS-FACTOR-SW                    PIC X.
           88  WS-FACTOR-WORKED            VALUE "Y".
       77  WS-LOW-BOUND                    PIC X(210).
       77  WS-HIGH-BOUND                   PIC X(210).
       77  WS-DIGIT-INCREASE               PIC S9(3).
       77  WS-EDITED-WORK-18               PIC 9(18).
       77  WS-LONG-VALUE-WORK              PIC X(210).
       77  WS-READ-COUNT                   PIC 9(6) VALUE ZERO.
       77  WS-COMPARED-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-FIRST-DAY-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-SUSPECT-COUNT                PIC 9(6) VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(4) VALUE ZERO.
       77  WS-LINE-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-LINES-PER-PAGE               PIC 9(4) VALUE 55.
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
       77  WS-PRED-SW                      PIC X.
           88  WS-PRED-CLEAN               VALUE "Y".
           88  WS-PRED-BLOCKED             VALUE "N".

           COPY CMPBIGA.
           COPY CMPEXCP.
           COPY CMPRUNP.

      * A factor that fits the report column - fourteen whole
      * digits and four decimals - viewed as a number so it
      * edits with its decimal point.
       01  WS-FACTOR-WORK.
           05  WS-FACTOR-DIGITS            PIC X(18).
       01  WS-FACTOR-VALUE REDEFINES WS-FACTOR-WORK
                                           PIC 9(14)V9(4).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               "2^5 COMPETITION DAY-OVER-DAY GROWTH REPORT".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(7) VALUE "  PAGE ".
           05  WS-H1-PAGE-NUMBER           PIC ZZZ9.

       01  WS-BOUNDS-LINE.
           05  FILLER                      PIC X(24) VALUE
               "GROWTH FACTOR BOUNDS  . ".
           05  WS-BL-LOW                   PIC ZZZZ9.9999.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-BL-HIGH                  PIC ZZZZ9.9999.

       01  WS-NO-BOUNDS-LINE.
           05  FILLER                      PIC X(50) VALUE
               "GROWTH FACTOR BOUNDS NOT SET - NO FACTORS FLAGGED".

       01  WS-HEADING-2.
           05  FILLER                      PIC X(6) VALUE "YEAR".
           05  FILLER                      PIC X(6) VALUE "DAY".
           05  FILLER                      PIC X(6) VALUE "PRIOR".
           05  FILLER                      PIC X(5) VALUE "DIGS".
           05  FILLER                      PIC X(6) VALUE "+DIGS".
           05  FILLER                      PIC X(20) VALUE "ANSWER".
           05  FILLER                      PIC X(21) VALUE
               "INCREASE".
           05  FILLER                      PIC X(21) VALUE
               "GROWTH FACTOR".
           05  FILLER                      PIC X(14) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DL-COMP-YEAR             PIC 9(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DAY-NUMBER            PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-PRIOR-DAY             PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DIGITS                PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DIGIT-INCREASE        PIC -ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-ANSWER                PIC Z(17)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-INCREASE              PIC -Z(17)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-FACTOR                PIC Z(13)9.9999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG                  PIC X(14).

       01  WS-LONG-VALUE-CAPTION.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LVC-LABEL                PIC X(22).
           05  FILLER                      PIC X(9) VALUE
               " DIGITS  ".
           05  WS-LVC-LEN                  PIC ZZ9.

       01  WS-LONG-VALUE-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LVL-TEXT                 PIC X(99).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0800-RECORD-RUN-START.
           PERFORM 0900-CHECK-PREDECESSOR.
           IF WS-PRED-CLEAN
               PERFORM 0100-RUN-GROWTH
           END-IF.
           PERFORM 7800-RECORD-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0100-RUN-GROWTH.
           PERFORM 1000-READ-CONTROL-CARD.
           OPEN INPUT CMP-MASTER-FILE.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF WS-MAST-FILE-OK AND WS-REPORT-FILE-OK
               PERFORM 1500-PRINT-HEADINGS
               PERFORM UNTIL WS-NO-MORE-MASTER-RECORDS
                   READ CMP-MASTER-FILE NEXT
                       AT END
                           SET WS-NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2000-GROW-ONE-DAY
                   END-READ
               END-PERFORM
               PERFORM 3000-PRINT-TOTALS
           ELSE
               DISPLAY "IDEOGROW: UNABLE TO OPEN MASTER/REPORT FILE "
                   "- MASTER " WS-MAST-FILE-STATUS
                   " REPORT " WS-REPORT-FILE-STATUS
               MOVE "GRW001F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN MASTER/REPORT FILE - MASTER "
                   WS-MAST-FILE-STATUS " REPORT "
                   WS-REPORT-FILE-STATUS " - GROWTH NOT PRODUCED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.
           CLOSE CMP-MASTER-FILE.
           CLOSE CMP-REPORT-FILE.

       0800-RECORD-RUN-START.
           SET CMP-RUNC-RECORD-START TO TRUE.
           MOVE "IDEOGROW" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

      * Growth is measured on the posted master, so it waits for
      * tonight's posting to have completed clean.
       0900-CHECK-PREDECESSOR.
           SET WS-PRED-CLEAN TO TRUE.
           SET CMP-RUNC-CHECK-PRED TO TRUE.
           MOVE "IDEOPOST" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.
           IF NOT CMP-RUNC-PRED-CLEAN
               SET WS-PRED-BLOCKED TO TRUE
               DISPLAY "IDEOGROW: IDEOPOST NOT CLEAN TONIGHT - "
                   "STATE " CMP-RUNC-PRED-STATUS " RC "
                   CMP-RUNC-PRED-RC " - GROWTH NOT RUN"
               MOVE "GRW003E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "IDEOPOST NOT CLEAN TONIGHT - STATE "
                   CMP-RUNC-PRED-STATUS " RC " CMP-RUNC-PRED-RC
                   " - GROWTH NOT RUN"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       7800-RECORD-RUN-END.
           SET CMP-RUNC-RECORD-END TO TRUE.
           MOVE "IDEOGROW" TO CMP-RUNC-PROGRAM-ID.
           MOVE WS-RETURN-CODE TO CMP-RUNC-RETURN-CODE.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

       8000-WRITE-EXCEPTION.
           MOVE "IDEOGROW" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.

      * The bounds are held in the same 210-digit form as the
      * factor IDEOBIGA returns - the factor times 10,000 - so the
      * card's nine digits, four of them decimals, drop straight
      * into the low-order end of a field of zeros.  A missing,
      * non-numeric, or back-to-front card leaves the bounds
      * unset; the report still runs, unflagged.
       1000-READ-CONTROL-CARD.
           OPEN INPUT CMP-CONTROL-FILE.
           IF WS-CONTROL-FILE-OK
               READ CMP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-CTL-LOW-FACTOR IS NUMERIC
                               AND CMP-CTL-HIGH-FACTOR IS NUMERIC
                               AND CMP-CTL-LOW-FACTOR NOT >
                                   CMP-CTL-HIGH-FACTOR
                           SET WS-BOUNDS-SET TO TRUE
                           MOVE ALL "0" TO WS-LOW-BOUND
                           MOVE CMP-CTL-LOW-DIGITS TO
                               WS-LOW-BOUND(202:9)
                           MOVE ALL "0" TO WS-HIGH-BOUND
                           MOVE CMP-CTL-HIGH-DIGITS TO
                               WS-HIGH-BOUND(202:9)
                           MOVE CMP-CTL-LOW-FACTOR TO WS-BL-LOW
                           MOVE CMP-CTL-HIGH-FACTOR TO WS-BL-HIGH
                       END-IF
               END-READ
               CLOSE CMP-CONTROL-FILE
           END-IF.
           IF NOT WS-BOUNDS-SET
               DISPLAY "IDEOGROW: NO VALID BOUNDS CARD ON SYSIN - "
                   "GROWTH FACTORS NOT FLAGGED"
               MOVE "GRW002W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "NO VALID BOUNDS CARD - GROWTH FACTORS NOT FLAGGED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1500-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER.
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE FROM WS-HEADING-1
           ELSE
               WRITE CMP-REPORT-LINE FROM WS-HEADING-1
           END-IF.
           IF WS-BOUNDS-SET
               WRITE CMP-REPORT-LINE FROM WS-BOUNDS-LINE
           ELSE
               WRITE CMP-REPORT-LINE FROM WS-NO-BOUNDS-LINE
           END-IF.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

      * The prior day is the previous master record in the same
      * season - a season change starts over, and a day missing
      * from the master is simply stepped over, the PRIOR column
      * showing which day the growth was measured from.
       2000-GROW-ONE-DAY.
           IF WS-HAVE-PRIOR-DAY
                   AND WS-PRIOR-COMP-YEAR NOT = CMP-MST-COMP-YEAR
               SET WS-PRIOR-SW TO "N"
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CMP-MST-COMP-YEAR TO WS-DL-COMP-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO WS-DL-DAY-NUMBER.
           MOVE CMP-MST-DAYS-LONG-LEN TO WS-DL-DIGITS.
           IF CMP-MST-DAYS-LONG-LEN NOT > 18
               MOVE CMP-MST-DAYS-LONG(181:18) TO WS-EDITED-WORK-18
               MOVE WS-EDITED-WORK-18 TO WS-DL-ANSWER
           ELSE
               MOVE ZERO TO WS-DL-ANSWER
           END-IF.
           SET WS-FACTOR-SW TO "N".
           MOVE 1 TO WS-INCREASE-LEN.
           MOVE 1 TO WS-FACTOR-LEN.
           IF WS-HAVE-PRIOR-DAY
               ADD 1 TO WS-COMPARED-COUNT
               PERFORM 2100-MEASURE-GROWTH
           ELSE
               ADD 1 TO WS-FIRST-DAY-COUNT
               MOVE "FIRST DAY" TO WS-DL-FLAG
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1500-PRINT-HEADINGS
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 2500-PRINT-LONG-VALUES.
           SET WS-HAVE-PRIOR-DAY TO TRUE.
           MOVE CMP-MST-COMP-YEAR TO WS-PRIOR-COMP-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO WS-PRIOR-DAY-NUMBER.
           MOVE CMP-MST-DAYS-LONG-LEN TO WS-PRIOR-DAYS-LONG-LEN.
           MOVE CMP-MST-DAYS-LONG TO WS-PRIOR-DAYS-LONG.

       2100-MEASURE-GROWTH.
           MOVE WS-PRIOR-DAY-NUMBER TO WS-DL-PRIOR-DAY.
           COMPUTE WS-DIGIT-INCREASE =
               CMP-MST-DAYS-LONG-LEN - WS-PRIOR-DAYS-LONG-LEN.
           MOVE WS-DIGIT-INCREASE TO WS-DL-DIGIT-INCREASE.
           MOVE ALL "0" TO CMP-BIGA-OPERAND-A.
           MOVE CMP-MST-DAYS-LONG TO CMP-BIGA-OPERAND-A(13:198).
           MOVE ALL "0" TO CMP-BIGA-OPERAND-B.
           MOVE WS-PRIOR-DAYS-LONG TO CMP-BIGA-OPERAND-B(13:198).
           SET CMP-BIGA-FUNC-SUBTRACT TO TRUE.
           CALL "IDEOBIGA" USING CMP-BIGA-PARM.
           IF CMP-BIGA-OK
               MOVE CMP-BIGA-RESULT TO WS-INCREASE
               MOVE CMP-BIGA-RESULT-LEN TO WS-INCREASE-LEN
               MOVE CMP-BIGA-RESULT-SIGN TO WS-INCREASE-SIGN
               IF WS-INCREASE-LEN NOT > 18
                   MOVE WS-INCREASE(193:18) TO WS-EDITED-WORK-18
                   MOVE WS-EDITED-WORK-18 TO WS-DL-INCREASE
                   IF WS-INCREASE-NEGATIVE
                       COMPUTE WS-DL-INCREASE =
                           ZERO - WS-EDITED-WORK-18
                   END-IF
               ELSE
                   MOVE ZERO TO WS-DL-INCREASE
               END-IF
           ELSE
               MOVE 1 TO WS-INCREASE-LEN
               MOVE "BAD ANSWER" TO WS-DL-FLAG
               PERFORM 2400-REPORT-ARITH-FAILURE
           END-IF.
           IF CMP-BIGA-OK
               PERFORM 2200-COMPUTE-FACTOR
           END-IF.

      * The factor comes back as today over the prior day times
      * 10,000 - four decimal places.  A prior answer of zero has
      * no factor; that is flagged rather than treated as a
      * failure, since the master sweep is where a zero answer
      * gets chased.
       2200-COMPUTE-FACTOR.
           SET CMP-BIGA-FUNC-QUOTIENT TO TRUE.
           MOVE 4 TO CMP-BIGA-SCALE.
           CALL "IDEOBIGA" USING CMP-BIGA-PARM.
           IF CMP-BIGA-OK
               SET WS-FACTOR-WORKED TO TRUE
               MOVE CMP-BIGA-RESULT TO WS-FACTOR
               MOVE CMP-BIGA-RESULT-LEN TO WS-FACTOR-LEN
               IF WS-FACTOR-LEN NOT > 18
                   MOVE WS-FACTOR(193:18) TO WS-FACTOR-DIGITS
                   MOVE WS-FACTOR-VALUE TO WS-DL-FACTOR
               ELSE
                   MOVE ZERO TO WS-DL-FACTOR
               END-IF
               IF WS-BOUNDS-SET
                   PERFORM 2300-CHECK-BOUNDS
               END-IF
           ELSE
               IF CMP-BIGA-BAD-INPUT
                   MOVE "NO FACTOR" TO WS-DL-FLAG
               ELSE
                   MOVE "BAD FACTOR" TO WS-DL-FLAG
                   PERFORM 2400-REPORT-ARITH-FAILURE
               END-IF
           END-IF.

       2300-CHECK-BOUNDS.
           MOVE WS-FACTOR TO CMP-BIGA-OPERAND-A.
           MOVE WS-LOW-BOUND TO CMP-BIGA-OPERAND-B.
           SET CMP-BIGA-FUNC-COMPARE TO TRUE.
           CALL "IDEOBIGA" USING CMP-BIGA-PARM.
           IF CMP-BIGA-A-LESS
               MOVE "SUSPECT - LOW" TO WS-DL-FLAG
           ELSE
               MOVE WS-HIGH-BOUND TO CMP-BIGA-OPERAND-B
               CALL "IDEOBIGA" USING CMP-BIGA-PARM
               IF CMP-BIGA-A-GREATER
                   MOVE "SUSPECT - HIGH" TO WS-DL-FLAG
               END-IF
           END-IF.
           IF WS-DL-FLAG NOT = SPACES
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE "GRW004W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE CMP-MST-COMP-YEAR TO CMP-EXC-COMP-YEAR
               MOVE CMP-MST-DAY-NUMBER TO CMP-EXC-DAY-NUMBER
               MOVE "GROWTH FACTOR OUTSIDE OPERATOR BOUNDS - SUSPECT"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2400-REPORT-ARITH-FAILURE.
           DISPLAY "IDEOGROW: GROWTH ARITHMETIC REJECTED BY "
               "IDEOBIGA - STATUS " CMP-BIGA-STATUS
               " - YEAR " CMP-MST-COMP-YEAR
               " DAY " CMP-MST-DAY-NUMBER.
           MOVE "GRW005E" TO CMP-EXC-MSG-CODE.
           SET CMP-EXC-ERROR TO TRUE.
           MOVE CMP-MST-COMP-YEAR TO CMP-EXC-COMP-YEAR.
           MOVE CMP-MST-DAY-NUMBER TO CMP-EXC-DAY-NUMBER.
           MOVE "GROWTH ARITHMETIC REJECTED BY IDEOBIGA"
               TO CMP-EXC-TEXT.
           PERFORM 8000-WRITE-EXCEPTION.
           MOVE 8 TO WS-RETURN-CODE.

      * A value past its report column shows zero there with the
      * full value printed on the lines below.  The long factor
      * is printed as IDEOBIGA returns it, times 10,000, and is
      * captioned so.
       2500-PRINT-LONG-VALUES.
           IF CMP-MST-DAYS-LONG-LEN > 18
               MOVE "FULL ANSWER - - - - -" TO WS-LVC-LABEL
               MOVE CMP-MST-DAYS-LONG-LEN TO WS-LVC-LEN
               MOVE ALL "0" TO WS-LONG-VALUE-WORK
               MOVE CMP-MST-DAYS-LONG TO WS-LONG-VALUE-WORK(13:198)
               PERFORM 2600-PRINT-LONG-VALUE
           END-IF.
           IF WS-INCREASE-LEN > 18
               IF WS-INCREASE-NEGATIVE
                   MOVE "DECREASE  - - - - - -" TO WS-LVC-LABEL
               ELSE
                   MOVE "INCREASE  - - - - - -" TO WS-LVC-LABEL
               END-IF
               MOVE WS-INCREASE-LEN TO WS-LVC-LEN
               MOVE WS-INCREASE TO WS-LONG-VALUE-WORK
               PERFORM 2600-PRINT-LONG-VALUE
           END-IF.
           IF WS-FACTOR-WORKED AND WS-FACTOR-LEN > 18
               MOVE "GROWTH FACTOR X 10**4" TO WS-LVC-LABEL
               MOVE WS-FACTOR-LEN TO WS-LVC-LEN
               MOVE WS-FACTOR TO WS-LONG-VALUE-WORK
               PERFORM 2600-PRINT-LONG-VALUE
           END-IF.

      * A 210-digit value prints right justified over two lines
      * of 99 and one of 12, under its caption.
       2600-PRINT-LONG-VALUE.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 1500-PRINT-HEADINGS
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-LONG-VALUE-CAPTION.
           MOVE WS-LONG-VALUE-WORK(1:99) TO WS-LVL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-LONG-VALUE-LINE.
           MOVE WS-LONG-VALUE-WORK(100:99) TO WS-LVL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-LONG-VALUE-LINE.
           MOVE WS-LONG-VALUE-WORK(199:12) TO WS-LVL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-LONG-VALUE-LINE.
           ADD 4 TO WS-LINE-COUNT.

       3000-PRINT-TOTALS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "MASTER DAYS READ  . . ." TO WS-CL-LABEL.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "DAYS MEASURED . . . . ." TO WS-CL-LABEL.
           MOVE WS-COMPARED-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "FIRST DAYS OF SEASON  ." TO WS-CL-LABEL.
           MOVE WS-FIRST-DAY-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "FACTORS FLAGGED SUSPECT" TO WS-CL-LABEL.
           MOVE WS-SUSPECT-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           DISPLAY "IDEOGROW: " WS-READ-COUNT " READ, "
               WS-COMPARED-COUNT " MEASURED, "
               WS-SUSPECT-COUNT " SUSPECT".
