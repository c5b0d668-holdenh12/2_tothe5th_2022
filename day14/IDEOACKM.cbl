      *     filled before the compare, so an acknowledgment
      *     carrying the hash in significant digits still
      *     matches.
      *   - A clean match now rewrites the acknowledged-extract
      *     mark (ACKWDD) with the creation date off the
      *     extract header, so the IDEODLTA correction feed
      *     knows which feed the web team last loaded whole.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEOACKM.
       ENVIRONMENT DIVISION.
           SELECT CMP-REPORT-FILE ASSIGN TO ACKRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CMP-ACKW-FILE ASSIGN TO ACKWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-XTRT-FILE
       FD  CMP-REPORT-FILE
           RECORDING MODE IS F.
       01  CMP-REPORT-LINE                 PIC X(132).
       FD  CMP-ACKW-FILE
           RECORDING MODE IS F.
           COPY CMPACKW.
       WORKING-STORAGE SECTION.
       77  WS-XTRT-FILE-STATUS             PIC XX.
           88  WS-XTRT-FILE-OK             VALUE "00".
           88  WS-ACK-FILE-OK              VALUE "00".
       77  WS-REPORT-FILE-STATUS           PIC XX.
           88  WS-REPORT-FILE-OK           VALUE "00".
       77  WS-ACKW-FILE-STATUS             PIC XX.
           88  WS-ACKW-FILE-OK             VALUE "00".
       77  WS-XTRT-EOF-SW                  PIC X VALUE "N".
           88  WS-NO-MORE-XTRT-RECORDS     VALUE "Y".
       77  WS-ACK-EOF-SW                   PIC X VALUE "N".
       77  WS-ACK-SW                       PIC X VALUE "N".
           88  WS-ACK-SEEN                 VALUE "Y".
       77  WS-SENT-COUNT                   PIC 9(7) VALUE ZERO.
       77  WS-SENT-EXTRACT-DATE            PIC 9(8) VALUE ZERO.
       77  WS-RUN-TIME                     PIC 9(8).
       77  WS-SENT-HASH                    PIC X(210) VALUE ALL "0".
       77  WS-SENT-HASH-LEN                PIC 9(3) VALUE 1.
       77  WS-ACK-DATE                     PIC 9(8) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0800-RECORD-RUN-START.
           PERFORM 0100-RUN-MATCH.
           PERFORM 7800-RECORD-RUN-END.
                       AT END
                           SET WS-NO-MORE-XTRT-RECORDS TO TRUE
                       NOT AT END
                           IF CMP-XTRT-RECORD(1:2) = "H|"
                                   AND CMP-XTRT-RECORD(3:8)
                                       IS NUMERIC
                               MOVE CMP-XTRT-RECORD(3:8) TO
                                   WS-SENT-EXTRACT-DATE
                           END-IF
                           IF CMP-XTRT-RECORD(1:2) = "T|"
                               PERFORM 1100-NOTE-TRAILER
                           END-IF
                       AND WS-ACK-HASH = WS-SENT-HASH
                   MOVE "ACKNOWLEDGED CLEAN - FEED LOADED WHOLE"
                       TO WS-VL-VERDICT
                   PERFORM 3600-RECORD-ACK-MARK
               ELSE
                   MOVE "COUNT/HASH MISMATCH - FEED NOT LOADED WHOLE"
                       TO WS-VL-VERDICT
           MOVE WS-HASH-WORK(199:12) TO WS-HVL-TEXT.
           WRITE CMP-REPORT-LINE FROM WS-HASH-VALUE-LINE.

      * Only a clean match moves the mark - after a mismatch or
      * a missing acknowledgment it still names the last feed
      * the web team is known to have loaded whole.  A mark
      * that cannot be written leaves IDEODLTA sending changes
      * from further back than it need, which is safe, so it is
      * a warning.
       3600-RECORD-ACK-MARK.
           OPEN OUTPUT CMP-ACKW-FILE.
           IF WS-ACKW-FILE-OK
               MOVE SPACES TO CMP-ACK-MARK-RECORD
               MOVE WS-SENT-EXTRACT-DATE TO CMP-AKW-EXTRACT-DATE
               MOVE WS-ACK-DATE TO CMP-AKW-LOAD-DATE
               MOVE WS-SENT-COUNT TO CMP-AKW-DETAIL-COUNT
               MOVE WS-RUN-DATE TO CMP-AKW-MATCH-DATE
               MOVE WS-RUN-TIME TO CMP-AKW-MATCH-TIME
               WRITE CMP-ACK-MARK-RECORD
               IF NOT WS-ACKW-FILE-OK
                   PERFORM 3650-MARK-NOT-MOVED
               END-IF
               CLOSE CMP-ACKW-FILE
           ELSE
               PERFORM 3650-MARK-NOT-MOVED
           END-IF.

       3650-MARK-NOT-MOVED.
           DISPLAY "IDEOACKM: UNABLE TO WRITE ACKWDD - STATUS "
               WS-ACKW-FILE-STATUS " - ACKNOWLEDGED MARK NOT MOVED".
           MOVE "AKM004W" TO CMP-EXC-MSG-CODE.
           SET CMP-EXC-WARNING TO TRUE.
           MOVE ZERO TO CMP-EXC-COMP-YEAR.
           MOVE ZERO TO CMP-EXC-DAY-NUMBER.
           MOVE SPACES TO CMP-EXC-TEXT.
           STRING "UNABLE TO WRITE ACKWDD - STATUS "
               WS-ACKW-FILE-STATUS " - MARK NOT MOVED"
               DELIMITED BY SIZE INTO CMP-EXC-TEXT.
           PERFORM 8000-WRITE-EXCEPTION.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-WRITE-EXCEPTION.
           MOVE "IDEOACKM" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.
