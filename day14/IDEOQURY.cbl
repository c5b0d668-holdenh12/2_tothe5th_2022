      * IDEOQURY - 2^5 COMPETITION AD HOC MASTER QUERY
      *
      * Answers the list questions IDEODOSS cannot - every day
      * in a season with base 2, every day whose answer runs
      * past 50 digits, every day hand maintenance has touched,
      * a day-number range across two seasons - straight off
      * the CMPMAST master, instead of an IDEOUNLD dump and an
      * eyeball.  Run on demand; it only reads.
      *
      * The query is a deck of SYSIN selection cards, keyword in
      * columns 1-8 and values from column 10.  A range takes a
      * from value in columns 10-13 and a to value in columns
      * 15-18, both four digits zero filled; a blank to value
      * means the from value alone:
      *
      *   YEAR     CCYY CCYY     competition year range
      *   DAY      NNNN NNNN     day-number range
      *   BASE     00NN 00NN     base range
      *   EXP      00NN 00NN     exp range
      *   DIGITS   0NNN 0NNN     answer digit-count range
      *   TOUCHED                only days IDEOMAINT has added
      *                          or corrected, per the CMPJRNL
      *                          change journal (JRNLDD)
      *   SORT     word     O    KEY (year/day, the default),
      *                          BASE, EXP, or DIGITS, with
      *                          A or D in column 20 for
      *                          ascending (default) or
      *                          descending; ties stay in
      *                          year/day order
      *   OUTPUT   word          REPORT (the default) for a
      *                          paginated print on QRYRDD, or
      *                          DELIM for a pipe-delimited file
      *                          on QRYDDD for a spreadsheet
      *
      * Criteria not carded select everything, so an empty deck
      * lists the whole master; a later card for the same
      * keyword replaces the earlier one.  Cards starting '*'
      * are comments.  Every card is checked before the master
      * is read - one bad card stops the query at RC 8 rather
      * than answer a question nobody asked.
      *
      * Both outputs end with the count of days read and days
      * selected.  The delimited file starts with a row of
      * column names and carries each answer in full in
      * significant digits; the report prints an answer past 18
      * digits in full on the two lines below its day, the
      * house rule for long answers.  A journal that cannot be
      * opened reads as empty, the way IDEOJRNR treats it, so
      * TOUCHED then selects nothing.  RC 4 when more days
      * qualify than the selection table holds (the first 2,000
      * in year/day order are listed) or the journal names more
      * hand-maintained days than can be marked, RC 12 when the
      * master or the chosen output cannot be opened.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOQURY.
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
           SELECT CMP-JRNL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO QRYRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CMP-DELIM-FILE ASSIGN TO QRYDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-CONTROL-FILE
           RECORDING MODE IS F.
       01  CMP-CONTROL-CARD.
           05  CMP-CTL-KEYWORD             PIC X(8).
           05  FILLER                      PIC X.
           05  CMP-CTL-VALUES.
               10  CMP-CTL-FROM            PIC X(4).
               10  FILLER                  PIC X.
               10  CMP-CTL-TO              PIC X(4).
           05  CMP-CTL-WORD-VIEW REDEFINES CMP-CTL-VALUES.
               10  CMP-CTL-WORD            PIC X(8).
               10  FILLER                  PIC X.
           05  FILLER                      PIC X.
           05  CMP-CTL-ORDER               PIC X.
           05  FILLER                      PIC X(60).
       FD  CMP-MASTER-FILE
           RECORDING MODE IS F.
           COPY CMPMAST.
       FD  CMP-JRNL-FILE
           RECORDING MODE IS F.
           COPY CMPJRNL.
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       FD  CMP-DELIM-FILE
           RECORDING MODE IS F.
       01  CMP-DELIM-RECORD                PIC X(250).
       WORKING-STORAGE SECTION.
       77  WS-CONTROL-FILE-STATUS          PIC XX.
           88  WS-CONTROL-FILE-OK          VALUE "00".
       77  WS-MAST-FILE-STATUS             PIC XX.
           88  WS-MAST-FILE-OK             VALUE "00".
       77  WS-JRNL-FILE-STATUS             PIC XX.
           88  WS-JRNL-FILE-OK             VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-DELIM-FILE-STATUS            PIC XX.
           88  WS-DELIM-FILE-OK            VALUE "00".
       77  WS-EOF-SW                       PIC X.
           88  WS-END-OF-FILE              VALUE "Y".
       77  WS-CARD-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-BAD-CARD-COUNT               PIC 9(4) VALUE ZERO.
       77  WS-CARD-REASON                  PIC X(40).
       77  WS-RANGE-OK-SW                  PIC X.
           88  WS-RANGE-OK                 VALUE "Y".
       77  WS-RANGE-LO                     PIC 9(4).
       77  WS-RANGE-HI                     PIC 9(4).
       77  WS-RANGE-MAX                    PIC 9(4).
       77  WS-READ-COUNT                   PIC 9(7) VALUE ZERO.
       77  WS-SELECT-COUNT                 PIC 9(7) VALUE ZERO.
       77  WS-SEL-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-SEL-IDX                      PIC 9(4).
       77  WS-SEL-IDX2                     PIC 9(4).
       77  WS-SEL-FULL-SW                  PIC X VALUE "N".
           88  WS-SEL-TABLE-FULL           VALUE "Y".
       77  WS-HAND-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-HAND-IDX                     PIC 9(4).
       77  WS-HAND-FULL-SW                 PIC X VALUE "N".
           88  WS-HAND-TABLE-FULL          VALUE "Y".
       77  WS-HAND-FOUND-SW                PIC X.
           88  WS-HAND-FOUND               VALUE "Y".
       77  WS-DAY-PASS-SW                  PIC X.
           88  WS-DAY-PASSES               VALUE "Y".
       77  WS-SWAP-SW                      PIC X.
           88  WS-SWAP-NEEDED              VALUE "Y".
       77  WS-PAGE-NUMBER                  PIC 9(4) VALUE ZERO.
       77  WS-LINE-COUNT                   PIC 9(4) VALUE ZERO.
       77  WS-LINES-PER-PAGE               PIC 9(4) VALUE 55.
       77  WS-ANSWER-LEN                   PIC 9(3).
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.

      * The selection, defaulted to everything.
       01  WS-SELECTION.
           05  WS-SEL-YEAR-LO              PIC 9(4) VALUE ZERO.
           05  WS-SEL-YEAR-HI              PIC 9(4) VALUE 9999.
           05  WS-SEL-DAY-LO               PIC 9(4) VALUE ZERO.
           05  WS-SEL-DAY-HI               PIC 9(4) VALUE 9999.
           05  WS-SEL-BASE-LO              PIC 9(4) VALUE ZERO.
           05  WS-SEL-BASE-HI              PIC 9(4) VALUE 99.
           05  WS-SEL-EXP-LO               PIC 9(4) VALUE ZERO.
           05  WS-SEL-EXP-HI               PIC 9(4) VALUE 99.
           05  WS-SEL-DIGITS-LO            PIC 9(4) VALUE ZERO.
           05  WS-SEL-DIGITS-HI            PIC 9(4) VALUE 198.
           05  WS-SEL-TOUCHED-SW           PIC X VALUE "N".
               88  WS-SEL-TOUCHED-ONLY     VALUE "Y".
           05  WS-SEL-SORT-FIELD           PIC X(8) VALUE "KEY".
               88  WS-SORT-BY-KEY          VALUE "KEY".
               88  WS-SORT-BY-BASE         VALUE "BASE".
               88  WS-SORT-BY-EXP          VALUE "EXP".
               88  WS-SORT-BY-DIGITS       VALUE "DIGITS".
           05  WS-SEL-SORT-ORDER           PIC X VALUE "A".
               88  WS-SORT-DESCENDING      VALUE "D".
           05  WS-SEL-OUTPUT               PIC X(8) VALUE "REPORT".
               88  WS-OUTPUT-REPORT        VALUE "REPORT".
               88  WS-OUTPUT-DELIM         VALUE "DELIM".

      * Year and day of every day IDEOMAINT has journaled a
      * change to, each day once.
       01  WS-HAND-TABLE.
           05  WS-HAND-ENTRY OCCURS 2000 TIMES.
               10  WS-HT-COMP-YEAR         PIC 9(4).
               10  WS-HT-DAY-NUMBER        PIC 9(4).

      * The selected days, loaded in master (year/day) order.
      * The sort key is set at load time from the SORT card -
      * year and day together for KEY - and the table is bubble
      * sorted on it, swapping only strictly out-of-order
      * neighbours so ties keep year/day order.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 2000 TIMES.
               10  WS-QT-SORT-KEY          PIC 9(8).
               10  WS-QT-COMP-YEAR         PIC 9(4).
               10  WS-QT-DAY-NUMBER        PIC 9(4).
               10  WS-QT-BASE              PIC 9(2).
               10  WS-QT-EXP               PIC 9(2).
               10  WS-QT-LEN               PIC 9(3).
               10  WS-QT-TOUCHED           PIC X.
               10  WS-QT-LONG              PIC X(198).
       01  WS-SEL-SAVE-ENTRY               PIC X(222).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               "2^5 COMPETITION AD HOC MASTER QUERY".
           05  FILLER                      PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(7) VALUE "  PAGE ".
           05  WS-H1-PAGE-NUMBER           PIC ZZZ9.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(8) VALUE "YEAR".
           05  FILLER                      PIC X(8) VALUE "DAY".
           05  FILLER                      PIC X(6) VALUE "BASE".
           05  FILLER                      PIC X(6) VALUE "EXP".
           05  FILLER                      PIC X(8) VALUE "DIGITS".
           05  FILLER                      PIC X(20) VALUE "DAYS".
           05  FILLER                      PIC X(10) VALUE
               "HAND MAINT".

       01  WS-DETAIL-LINE.
           05  WS-DL-COMP-YEAR             PIC 9(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-DAY-NUMBER            PIC ZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-BASE                  PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-EXP                   PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-DIGITS                PIC ZZ9.
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-DL-DAYS                  PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-TOUCHED               PIC X(3).

       01  WS-LONG-ANSWER-CAPTION.
           05  FILLER                      PIC X(24) VALUE
               "  FULL ANSWER - DIGITS  ".
           05  WS-LAC-LEN                  PIC ZZ9.

       01  WS-LONG-ANSWER-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LAL-TEXT                 PIC X(99).

       01  WS-CRITERIA-LINE.
           05  WS-CRL-LABEL                PIC X(24).
           05  WS-CRL-LO                   PIC ZZZ9.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-CRL-HI                   PIC ZZZ9.

       01  WS-WORD-LINE.
           05  WS-WL-LABEL                 PIC X(24).
           05  WS-WL-TEXT                  PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC Z,ZZZ,ZZ9.

       01  WS-EMPTY-LINE.
           05  FILLER                      PIC X(40) VALUE
               "NO DAYS ON THE MASTER MEET THE SELECTION".

       01  WS-TRUNCATED-LINE.
           05  FILLER                      PIC X(44) VALUE
               "DETAIL LIMITED TO THE FIRST 2,000 DAYS".

       01  WS-DELIM-HEADING.
           05  FILLER                      PIC X(40) VALUE
               "YEAR|DAY|BASE|EXP|DIGITS|ANSWER|HAND".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-SELECTION-CARDS.
           IF WS-BAD-CARD-COUNT > ZERO
               DISPLAY "IDEOQURY: " WS-BAD-CARD-COUNT
                   " SELECTION CARD(S) REJECTED - QUERY NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-LOAD-HAND-TOUCHED.
           OPEN INPUT CMP-MASTER-FILE.
           IF NOT WS-MAST-FILE-OK
               DISPLAY "IDEOQURY: UNABLE TO OPEN MASTDD - STATUS "
                   WS-MAST-FILE-STATUS " - QUERY NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-SELECT-FROM-MASTER.
           CLOSE CMP-MASTER-FILE.
           PERFORM 4000-SORT-SELECTION.
           IF WS-OUTPUT-DELIM
               PERFORM 6000-WRITE-DELIMITED
           ELSE
               PERFORM 5000-PRINT-REPORT
           END-IF.
           DISPLAY "IDEOQURY: " WS-READ-COUNT " DAY(S) READ - "
               WS-SELECT-COUNT " SELECTED".
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Missing SYSIN or an empty deck is a query with no
      * criteria - the whole master in year/day order.
       1000-READ-SELECTION-CARDS.
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
           EVALUATE CMP-CTL-KEYWORD
               WHEN "YEAR"
                   MOVE 9999 TO WS-RANGE-MAX
                   PERFORM 1200-TAKE-RANGE
                   IF WS-RANGE-OK
                       MOVE WS-RANGE-LO TO WS-SEL-YEAR-LO
                       MOVE WS-RANGE-HI TO WS-SEL-YEAR-HI
                   END-IF
               WHEN "DAY"
                   MOVE 9999 TO WS-RANGE-MAX
                   PERFORM 1200-TAKE-RANGE
                   IF WS-RANGE-OK
                       MOVE WS-RANGE-LO TO WS-SEL-DAY-LO
                       MOVE WS-RANGE-HI TO WS-SEL-DAY-HI
                   END-IF
               WHEN "BASE"
                   MOVE 99 TO WS-RANGE-MAX
                   PERFORM 1200-TAKE-RANGE
                   IF WS-RANGE-OK
                       MOVE WS-RANGE-LO TO WS-SEL-BASE-LO
                       MOVE WS-RANGE-HI TO WS-SEL-BASE-HI
                   END-IF
               WHEN "EXP"
                   MOVE 99 TO WS-RANGE-MAX
                   PERFORM 1200-TAKE-RANGE
                   IF WS-RANGE-OK
                       MOVE WS-RANGE-LO TO WS-SEL-EXP-LO
                       MOVE WS-RANGE-HI TO WS-SEL-EXP-HI
                   END-IF
               WHEN "DIGITS"
                   MOVE 198 TO WS-RANGE-MAX
                   PERFORM 1200-TAKE-RANGE
                   IF WS-RANGE-OK
                       MOVE WS-RANGE-LO TO WS-SEL-DIGITS-LO
                       MOVE WS-RANGE-HI TO WS-SEL-DIGITS-HI
                   END-IF
               WHEN "TOUCHED"
                   SET WS-SEL-TOUCHED-ONLY TO TRUE
               WHEN "SORT"
                   PERFORM 1300-TAKE-SORT-CARD
               WHEN "OUTPUT"
                   IF CMP-CTL-WORD = "REPORT"
                           OR CMP-CTL-WORD = "DELIM"
                       MOVE CMP-CTL-WORD TO WS-SEL-OUTPUT
                   ELSE
                       MOVE "OUTPUT NOT REPORT OR DELIM" TO
                           WS-CARD-REASON
                       PERFORM 1900-REJECT-CARD
                   END-IF
               WHEN OTHER
                   IF CMP-CTL-KEYWORD(1:1) NOT = "*"
                       MOVE "KEYWORD NOT KNOWN" TO WS-CARD-REASON
                       PERFORM 1900-REJECT-CARD
                   END-IF
           END-EVALUATE.

      * From and to are four digits, zero filled, to not below
      * from and neither above the keyword's limit.
       1200-TAKE-RANGE.
           MOVE "N" TO WS-RANGE-OK-SW.
           EVALUATE TRUE
               WHEN CMP-CTL-FROM IS NOT NUMERIC
                   MOVE "FROM VALUE NOT 4 DIGITS" TO WS-CARD-REASON
                   PERFORM 1900-REJECT-CARD
               WHEN CMP-CTL-TO NOT = SPACES
                       AND CMP-CTL-TO IS NOT NUMERIC
                   MOVE "TO VALUE NOT 4 DIGITS" TO WS-CARD-REASON
                   PERFORM 1900-REJECT-CARD
               WHEN OTHER
                   MOVE CMP-CTL-FROM TO WS-RANGE-LO
                   IF CMP-CTL-TO = SPACES
                       MOVE WS-RANGE-LO TO WS-RANGE-HI
                   ELSE
                       MOVE CMP-CTL-TO TO WS-RANGE-HI
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-RANGE-HI < WS-RANGE-LO
                           MOVE "TO VALUE BELOW FROM VALUE" TO
                               WS-CARD-REASON
                           PERFORM 1900-REJECT-CARD
                       WHEN WS-RANGE-HI > WS-RANGE-MAX
                           MOVE "VALUE OVER THE LIMIT FOR KEYWORD"
                               TO WS-CARD-REASON
                           PERFORM 1900-REJECT-CARD
                       WHEN OTHER
                           SET WS-RANGE-OK TO TRUE
                   END-EVALUATE
           END-EVALUATE.

       1300-TAKE-SORT-CARD.
           IF CMP-CTL-WORD NOT = "KEY" AND CMP-CTL-WORD NOT = "BASE"
                   AND CMP-CTL-WORD NOT = "EXP"
                   AND CMP-CTL-WORD NOT = "DIGITS"
               MOVE "SORT NOT KEY, BASE, EXP, OR DIGITS" TO
                   WS-CARD-REASON
               PERFORM 1900-REJECT-CARD
           ELSE
               IF CMP-CTL-ORDER NOT = "A" AND CMP-CTL-ORDER NOT = "D"
                       AND CMP-CTL-ORDER NOT = SPACE
                   MOVE "SORT ORDER NOT A OR D" TO WS-CARD-REASON
                   PERFORM 1900-REJECT-CARD
               ELSE
                   MOVE CMP-CTL-WORD TO WS-SEL-SORT-FIELD
                   IF CMP-CTL-ORDER = "D"
                       MOVE "D" TO WS-SEL-SORT-ORDER
                   ELSE
                       MOVE "A" TO WS-SEL-SORT-ORDER
                   END-IF
               END-IF
           END-IF.

       1900-REJECT-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT.
           DISPLAY "IDEOQURY: CARD " WS-CARD-COUNT " REJECTED - "
               WS-CARD-REASON.
           DISPLAY "IDEOQURY:   '" CMP-CONTROL-CARD(1:20) "'".

      * Adds as well as released corrections count - either way
      * the day's numbers came from an operator, not IDEONE.
       2000-LOAD-HAND-TOUCHED.
           OPEN INPUT CMP-JRNL-FILE.
           IF WS-JRNL-FILE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ CMP-JRNL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CMP-JRN-PROGRAM-ID = "IDEOMAINT"
                               PERFORM 2100-NOTE-TOUCHED-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMP-JRNL-FILE
           ELSE
               DISPLAY "IDEOQURY: JRNLDD NOT OPENED - STATUS "
                   WS-JRNL-FILE-STATUS " - NO DAY SHOWS AS HAND "
                   "MAINTAINED"
           END-IF.

       2100-NOTE-TOUCHED-DAY.
           MOVE "N" TO WS-HAND-FOUND-SW.
           PERFORM VARYING WS-HAND-IDX FROM 1 BY 1
                   UNTIL WS-HAND-IDX > WS-HAND-COUNT
                       OR WS-HAND-FOUND
               IF WS-HT-COMP-YEAR(WS-HAND-IDX) = CMP-JRN-COMP-YEAR
                       AND WS-HT-DAY-NUMBER(WS-HAND-IDX) =
                           CMP-JRN-DAY-NUMBER
                   SET WS-HAND-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-HAND-FOUND
               IF WS-HAND-COUNT < 2000
                   ADD 1 TO WS-HAND-COUNT
                   MOVE CMP-JRN-COMP-YEAR TO
                       WS-HT-COMP-YEAR(WS-HAND-COUNT)
                   MOVE CMP-JRN-DAY-NUMBER TO
                       WS-HT-DAY-NUMBER(WS-HAND-COUNT)
               ELSE
                   IF NOT WS-HAND-TABLE-FULL
                       DISPLAY "IDEOQURY: HAND MAINTENANCE TABLE "
                           "FULL (2000) - LATER DAYS NOT MARKED"
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   SET WS-HAND-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       3000-SELECT-FROM-MASTER.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ CMP-MASTER-FILE NEXT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 3100-TEST-ONE-DAY
               END-READ
           END-PERFORM.

       3100-TEST-ONE-DAY.
           MOVE "N" TO WS-DAY-PASS-SW.
           IF CMP-MST-COMP-YEAR >= WS-SEL-YEAR-LO
                   AND CMP-MST-COMP-YEAR <= WS-SEL-YEAR-HI
                   AND CMP-MST-DAY-NUMBER >= WS-SEL-DAY-LO
                   AND CMP-MST-DAY-NUMBER <= WS-SEL-DAY-HI
                   AND CMP-MST-BASE >= WS-SEL-BASE-LO
                   AND CMP-MST-BASE <= WS-SEL-BASE-HI
                   AND CMP-MST-EXP >= WS-SEL-EXP-LO
                   AND CMP-MST-EXP <= WS-SEL-EXP-HI
                   AND CMP-MST-DAYS-LONG-LEN >= WS-SEL-DIGITS-LO
                   AND CMP-MST-DAYS-LONG-LEN <= WS-SEL-DIGITS-HI
               SET WS-DAY-PASSES TO TRUE
           END-IF.
           IF WS-DAY-PASSES
               PERFORM 3200-CHECK-HAND-TOUCHED
               IF WS-SEL-TOUCHED-ONLY AND NOT WS-HAND-FOUND
                   MOVE "N" TO WS-DAY-PASS-SW
               END-IF
           END-IF.
           IF WS-DAY-PASSES
               ADD 1 TO WS-SELECT-COUNT
               PERFORM 3300-KEEP-ONE-DAY
           END-IF.

       3200-CHECK-HAND-TOUCHED.
           MOVE "N" TO WS-HAND-FOUND-SW.
           PERFORM VARYING WS-HAND-IDX FROM 1 BY 1
                   UNTIL WS-HAND-IDX > WS-HAND-COUNT
                       OR WS-HAND-FOUND
               IF WS-HT-COMP-YEAR(WS-HAND-IDX) = CMP-MST-COMP-YEAR
                       AND WS-HT-DAY-NUMBER(WS-HAND-IDX) =
                           CMP-MST-DAY-NUMBER
                   SET WS-HAND-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3300-KEEP-ONE-DAY.
           IF WS-SEL-COUNT < 2000
               ADD 1 TO WS-SEL-COUNT
               MOVE CMP-MST-COMP-YEAR TO
                   WS-QT-COMP-YEAR(WS-SEL-COUNT)
               MOVE CMP-MST-DAY-NUMBER TO
                   WS-QT-DAY-NUMBER(WS-SEL-COUNT)
               MOVE CMP-MST-BASE TO WS-QT-BASE(WS-SEL-COUNT)
               MOVE CMP-MST-EXP TO WS-QT-EXP(WS-SEL-COUNT)
               MOVE CMP-MST-DAYS-LONG-LEN TO
                   WS-QT-LEN(WS-SEL-COUNT)
               MOVE CMP-MST-DAYS-LONG TO WS-QT-LONG(WS-SEL-COUNT)
               IF WS-HAND-FOUND
                   MOVE "Y" TO WS-QT-TOUCHED(WS-SEL-COUNT)
               ELSE
                   MOVE "N" TO WS-QT-TOUCHED(WS-SEL-COUNT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-SORT-BY-BASE
                       MOVE CMP-MST-BASE TO
                           WS-QT-SORT-KEY(WS-SEL-COUNT)
                   WHEN WS-SORT-BY-EXP
                       MOVE CMP-MST-EXP TO
                           WS-QT-SORT-KEY(WS-SEL-COUNT)
                   WHEN WS-SORT-BY-DIGITS
                       MOVE CMP-MST-DAYS-LONG-LEN TO
                           WS-QT-SORT-KEY(WS-SEL-COUNT)
                   WHEN OTHER
                       MOVE CMP-MST-KEY TO
                           WS-QT-SORT-KEY(WS-SEL-COUNT)
               END-EVALUATE
           ELSE
               IF NOT WS-SEL-TABLE-FULL
                   DISPLAY "IDEOQURY: SELECTION TABLE FULL (2000) "
                       "- LATER DAYS COUNTED BUT NOT LISTED"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               SET WS-SEL-TABLE-FULL TO TRUE
           END-IF.

      * The master is read in year/day order, so an ascending
      * KEY sort is already done.
       4000-SORT-SELECTION.
           IF WS-SORT-BY-KEY AND NOT WS-SORT-DESCENDING
               CONTINUE
           ELSE
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX >= WS-SEL-COUNT
                   PERFORM VARYING WS-SEL-IDX2 FROM 1 BY 1
                           UNTIL WS-SEL-IDX2 >
                               WS-SEL-COUNT - WS-SEL-IDX
                       PERFORM 4100-COMPARE-NEIGHBOURS
                   END-PERFORM
               END-PERFORM
           END-IF.

       4100-COMPARE-NEIGHBOURS.
           MOVE "N" TO WS-SWAP-SW.
           IF WS-SORT-DESCENDING
               IF WS-QT-SORT-KEY(WS-SEL-IDX2) <
                       WS-QT-SORT-KEY(WS-SEL-IDX2 + 1)
                   SET WS-SWAP-NEEDED TO TRUE
               END-IF
           ELSE
               IF WS-QT-SORT-KEY(WS-SEL-IDX2) >
                       WS-QT-SORT-KEY(WS-SEL-IDX2 + 1)
                   SET WS-SWAP-NEEDED TO TRUE
               END-IF
           END-IF.
           IF WS-SWAP-NEEDED
               MOVE WS-SEL-ENTRY(WS-SEL-IDX2) TO WS-SEL-SAVE-ENTRY
               MOVE WS-SEL-ENTRY(WS-SEL-IDX2 + 1) TO
                   WS-SEL-ENTRY(WS-SEL-IDX2)
               MOVE WS-SEL-SAVE-ENTRY TO
                   WS-SEL-ENTRY(WS-SEL-IDX2 + 1)
           END-IF.

       5000-PRINT-REPORT.
           OPEN OUTPUT CMP-REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "IDEOQURY: UNABLE TO OPEN QRYRDD - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM 5100-PRINT-HEADINGS
               PERFORM 5400-PRINT-CRITERIA
               IF WS-SEL-COUNT = ZERO
                   WRITE CMP-REPORT-LINE FROM WS-EMPTY-LINE
               ELSE
                   WRITE CMP-REPORT-LINE FROM WS-HEADING-2
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                           UNTIL WS-SEL-IDX > WS-SEL-COUNT
                       PERFORM 5200-PRINT-ONE-DAY
                   END-PERFORM
               END-IF
               IF WS-SEL-TABLE-FULL
                   MOVE SPACES TO CMP-REPORT-LINE
                   WRITE CMP-REPORT-LINE
                   WRITE CMP-REPORT-LINE FROM WS-TRUNCATED-LINE
               END-IF
               PERFORM 5800-PRINT-COUNTS
               CLOSE CMP-REPORT-FILE
           END-IF.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER.
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO CMP-REPORT-LINE
               WRITE CMP-REPORT-LINE
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      * A new page repeats the column headings; the criteria
      * print once, on the first page.
       5200-PRINT-ONE-DAY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5100-PRINT-HEADINGS
               WRITE CMP-REPORT-LINE FROM WS-HEADING-2
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-QT-COMP-YEAR(WS-SEL-IDX) TO WS-DL-COMP-YEAR.
           MOVE WS-QT-DAY-NUMBER(WS-SEL-IDX) TO WS-DL-DAY-NUMBER.
           MOVE WS-QT-BASE(WS-SEL-IDX) TO WS-DL-BASE.
           MOVE WS-QT-EXP(WS-SEL-IDX) TO WS-DL-EXP.
           MOVE WS-QT-LEN(WS-SEL-IDX) TO WS-DL-DIGITS.
           IF WS-QT-LEN(WS-SEL-IDX) > 18
               MOVE "(LONG - SEE BELOW)" TO WS-DL-DAYS
           ELSE
               MOVE SPACES TO WS-DL-DAYS
               IF WS-QT-LEN(WS-SEL-IDX) > ZERO
                   MOVE WS-QT-LONG(WS-SEL-IDX)
                       (199 - WS-QT-LEN(WS-SEL-IDX) :
                           WS-QT-LEN(WS-SEL-IDX))
                       TO WS-DL-DAYS
               END-IF
           END-IF.
           IF WS-QT-TOUCHED(WS-SEL-IDX) = "Y"
               MOVE "YES" TO WS-DL-TOUCHED
           ELSE
               MOVE SPACES TO WS-DL-TOUCHED
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-QT-LEN(WS-SEL-IDX) > 18
               PERFORM 5300-PRINT-LONG-ANSWER
           END-IF.

       5300-PRINT-LONG-ANSWER.
           MOVE WS-QT-LEN(WS-SEL-IDX) TO WS-LAC-LEN.
           WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-CAPTION.
           MOVE WS-QT-LONG(WS-SEL-IDX)(1:99) TO WS-LAL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE.
           MOVE WS-QT-LONG(WS-SEL-IDX)(100:99) TO WS-LAL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-LONG-ANSWER-LINE.
           ADD 3 TO WS-LINE-COUNT.

      * The selection in force, so the printout says what
      * question it answers.
       5400-PRINT-CRITERIA.
           MOVE "COMPETITION YEAR . . . ." TO WS-CRL-LABEL.
           MOVE WS-SEL-YEAR-LO TO WS-CRL-LO.
           MOVE WS-SEL-YEAR-HI TO WS-CRL-HI.
           WRITE CMP-REPORT-LINE FROM WS-CRITERIA-LINE.
           MOVE "DAY-NUMBER . . . . . . ." TO WS-CRL-LABEL.
           MOVE WS-SEL-DAY-LO TO WS-CRL-LO.
           MOVE WS-SEL-DAY-HI TO WS-CRL-HI.
           WRITE CMP-REPORT-LINE FROM WS-CRITERIA-LINE.
           MOVE "BASE . . . . . . . . . ." TO WS-CRL-LABEL.
           MOVE WS-SEL-BASE-LO TO WS-CRL-LO.
           MOVE WS-SEL-BASE-HI TO WS-CRL-HI.
           WRITE CMP-REPORT-LINE FROM WS-CRITERIA-LINE.
           MOVE "EXP  . . . . . . . . . ." TO WS-CRL-LABEL.
           MOVE WS-SEL-EXP-LO TO WS-CRL-LO.
           MOVE WS-SEL-EXP-HI TO WS-CRL-HI.
           WRITE CMP-REPORT-LINE FROM WS-CRITERIA-LINE.
           MOVE "ANSWER DIGITS  . . . . ." TO WS-CRL-LABEL.
           MOVE WS-SEL-DIGITS-LO TO WS-CRL-LO.
           MOVE WS-SEL-DIGITS-HI TO WS-CRL-HI.
           WRITE CMP-REPORT-LINE FROM WS-CRITERIA-LINE.
           MOVE "HAND MAINTAINED ONLY . ." TO WS-WL-LABEL.
           IF WS-SEL-TOUCHED-ONLY
               MOVE "YES" TO WS-WL-TEXT
           ELSE
               MOVE "NO" TO WS-WL-TEXT
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-WORD-LINE.
           MOVE "SORTED BY  . . . . . . ." TO WS-WL-LABEL.
           MOVE SPACES TO WS-WL-TEXT.
           IF WS-SORT-DESCENDING
               STRING WS-SEL-SORT-FIELD DELIMITED BY SPACE
                   " DESCENDING" DELIMITED BY SIZE INTO WS-WL-TEXT
           ELSE
               STRING WS-SEL-SORT-FIELD DELIMITED BY SPACE
                   " ASCENDING" DELIMITED BY SIZE INTO WS-WL-TEXT
           END-IF.
           WRITE CMP-REPORT-LINE FROM WS-WORD-LINE.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           ADD 9 TO WS-LINE-COUNT.

       5800-PRINT-COUNTS.
           MOVE SPACES TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.
           MOVE "DAYS SELECTED  . . . . ." TO WS-CL-LABEL.
           MOVE WS-SELECT-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "DAYS READ  . . . . . . ." TO WS-CL-LABEL.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE CMP-REPORT-LINE FROM WS-COUNT-LINE.

      * Fields are unedited and pipe separated, the same as the
      * IDEOXTRT feed; the answer is in significant digits.
       6000-WRITE-DELIMITED.
           OPEN OUTPUT CMP-DELIM-FILE.
           IF NOT WS-DELIM-FILE-OK
               DISPLAY "IDEOQURY: UNABLE TO OPEN QRYDDD - STATUS "
                   WS-DELIM-FILE-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               WRITE CMP-DELIM-RECORD FROM WS-DELIM-HEADING
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-SEL-COUNT
                   PERFORM 6100-WRITE-ONE-DAY
               END-PERFORM
               PERFORM 6800-WRITE-COUNTS
               CLOSE CMP-DELIM-FILE
           END-IF.

       6100-WRITE-ONE-DAY.
           MOVE WS-QT-LEN(WS-SEL-IDX) TO WS-ANSWER-LEN.
           IF WS-ANSWER-LEN < 1
               MOVE 1 TO WS-ANSWER-LEN
           END-IF.
           MOVE SPACES TO CMP-DELIM-RECORD.
           STRING WS-QT-COMP-YEAR(WS-SEL-IDX) "|"
               WS-QT-DAY-NUMBER(WS-SEL-IDX) "|"
               WS-QT-BASE(WS-SEL-IDX) "|"
               WS-QT-EXP(WS-SEL-IDX) "|"
               WS-QT-LEN(WS-SEL-IDX) "|"
               WS-QT-LONG(WS-SEL-IDX)(199 - WS-ANSWER-LEN :
                   WS-ANSWER-LEN)
               "|" WS-QT-TOUCHED(WS-SEL-IDX)
               DELIMITED BY SIZE INTO CMP-DELIM-RECORD.
           WRITE CMP-DELIM-RECORD.

      * The counts go on a last row of their own, so a pulled
      * file says what share of the master it holds.
       6800-WRITE-COUNTS.
           MOVE SPACES TO CMP-DELIM-RECORD.
           STRING "SELECTED|" WS-SELECT-COUNT "|READ|" WS-READ-COUNT
               DELIMITED BY SIZE INTO CMP-DELIM-RECORD.
           WRITE CMP-DELIM-RECORD.
