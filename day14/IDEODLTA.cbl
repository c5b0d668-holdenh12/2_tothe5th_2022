      * IDEODLTA - 2^5 COMPETITION CORRECTION NOTICE FEED
      *
      * Companion to the IDEOXTRT intranet feed.  IDEOXTRT sends
      * the whole master every night, so a day the web team has
      * already published and acknowledged that is then
      * corrected looks like any other day in the next feed, and
      * a number the public may have quoted is quietly
      * overwritten.  This step sends them, alongside the feed,
      * just the days whose answer, BASE, or EXP has changed
      * since the last feed they loaded whole, so they can post
      * a correction notice.
      *
      * The changes come off the CMPJRNL change journal.  The
      * DLTCDD control record (CMPDLTC) remembers how far along
      * the journal each night's feed was cut, and the ACKWDD
      * mark IDEOACKM writes on a clean match (CMPACKW) says
      * which night's feed was loaded whole; the journal records
      * past that night's position are the changes the web team
      * has not seen.  On a normal night that is the day's hand
      * maintenance and tonight's posting; after a night whose
      * feed was not acknowledged it reaches back to the last
      * one that was.  Until a first feed has been acknowledged
      * with the control in place, only journal records dated
      * the same day as tonight's extract are taken.
      *
      * Tonight's extract date is read off the header of the
      * IDEOXTRT feed itself (XTRTDD), not the clock, so a chain
      * that runs past midnight still names the feed the way
      * IDEOACKM will when the web team acknowledges it.  This
      * feed's header carries the same date.
      *
      * The changes are netted per day - the value the web team
      * last saw is the before image of the day's first change
      * in the window, the new value the after image of its last
      * - so a day corrected twice is sent once, and a day
      * changed and changed back is not sent.  A day whose first
      * change in the window added it was never published and
      * is left to the main feed.
      *
      * The feed has the same controls as IDEOXTRT - a header
      * with the extract date, a trailer with the detail count
      * and a 210-digit hash total, here of the new answers:
      *
      *   H|CCYYMMDD
      *   D|YEAR|DAY|OLD BASE|OLD EXP|OLD ANSWER|
      *     NEW BASE|NEW EXP|NEW ANSWER|SOURCE|REASON
      *   T|COUNT|HASH
      *
      * (one line per detail; answers in significant digits).
      * SOURCE is P nightly posting (IDEOPOST), M hand
      * maintenance (IDEOMAINT), or B both within the window.
      * REASON is 01 BASE/EXP changed and the answer recomputed
      * from them, or 02 the answer alone changed (a rerun
      * produced a different answer for the same BASE/EXP).  A
      * night with nothing to send still sends the header and a
      * zero-count trailer, so silence is never ambiguous.
      *
      * Runs in the nightly chain after IDEOXTRT and only when
      * it completed clean - the correction notice rides with
      * the feed it corrects.
      *
      * Modification history:
      *   - Original version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDEODLTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-JRNL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT CMP-DLTC-FILE ASSIGN TO DLTCDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLTC-FILE-STATUS.
           SELECT CMP-ACKW-FILE ASSIGN TO ACKWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKW-FILE-STATUS.
           SELECT CMP-XTRT-FILE ASSIGN TO XTRTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRT-FILE-STATUS.
           SELECT CMP-DELTA-FILE ASSIGN TO DLTXDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMP-JRNL-FILE
           RECORDING MODE IS F.
           COPY CMPJRNL.
       FD  CMP-DLTC-FILE
           RECORDING MODE IS F.
           COPY CMPDLTC.
       FD  CMP-ACKW-FILE
           RECORDING MODE IS F.
           COPY CMPACKW.
       FD  CMP-XTRT-FILE
           RECORDING MODE IS F.
       01  CMP-XTRT-RECORD                 PIC X(250).
       FD  CMP-DELTA-FILE
           RECORDING MODE IS F.
       01  CMP-DELTA-RECORD                PIC X(450).
       WORKING-STORAGE SECTION.
       77  WS-JRNL-FILE-STATUS             PIC XX.
           88  WS-JRNL-FILE-OK             VALUE "00".
       77  WS-DLTC-FILE-STATUS             PIC XX.
           88  WS-DLTC-FILE-OK             VALUE "00".
       77  WS-ACKW-FILE-STATUS             PIC XX.
           88  WS-ACKW-FILE-OK             VALUE "00".
       77  WS-XTRT-FILE-STATUS             PIC XX.
           88  WS-XTRT-FILE-OK             VALUE "00".
       77  WS-DELTA-FILE-STATUS            PIC XX.
           88  WS-DELTA-FILE-OK            VALUE "00".
       77  WS-JRNL-EOF-SW                  PIC X.
           88  WS-NO-MORE-JRNL-RECORDS     VALUE "Y".
       77  WS-WINDOW-SW                    PIC X VALUE "D".
           88  WS-WINDOW-BY-COUNT          VALUE "C".
           88  WS-WINDOW-BY-DATE           VALUE "D".
       77  WS-EXTRACT-DATE                 PIC 9(8) VALUE ZERO.
       77  WS-LAST-EXTRACT-DATE            PIC 9(8) VALUE ZERO.
       77  WS-LAST-JRNL-COUNT              PIC 9(9) VALUE ZERO.
       77  WS-ACKED-EXTRACT-DATE           PIC 9(8) VALUE ZERO.
       77  WS-ACKED-JRNL-COUNT             PIC 9(9) VALUE ZERO.
       77  WS-JRNL-COUNT                   PIC 9(9) VALUE ZERO.
       77  WS-WINDOW-COUNT                 PIC 9(9) VALUE ZERO.
       77  WS-DAY-COUNT                    PIC 9(4) VALUE ZERO.
       77  WS-DAY-IDX                      PIC 9(4).
       77  WS-DAY-IDX2                     PIC 9(4).
       77  WS-DAY-FOUND-SW                 PIC X.
           88  WS-DAY-FOUND                VALUE "Y".
       77  WS-TBL-FULL-SW                  PIC X VALUE "N".
           88  WS-DAY-TABLE-FULL           VALUE "Y".
       77  WS-DETAIL-COUNT                 PIC 9(7) VALUE ZERO.
       77  WS-NEW-DAY-COUNT                PIC 9(7) VALUE ZERO.
       77  WS-NETTED-COUNT                 PIC 9(7) VALUE ZERO.
       77  WS-HASH-TOTAL                   PIC X(210) VALUE ALL "0".
       77  WS-HASH-TOTAL-LEN               PIC 9(3) VALUE 1.
       77  WS-OLD-LEN                      PIC 9(3).
       77  WS-NEW-LEN                      PIC 9(3).
       77  WS-OLD-LONG                     PIC X(198).
       77  WS-NEW-LONG                     PIC X(198).
       77  WS-SOURCE                       PIC X.
       77  WS-REASON                       PIC X(2).
       77  WS-FEED-SW                      PIC X VALUE "N".
           88  WS-FEED-WRITTEN             VALUE "Y".
       77  WS-RUN-DATE                     PIC 9(8).
       77  WS-RUN-TIME                     PIC 9(8).
       77  WS-RETURN-CODE                  PIC 9(4) VALUE ZERO.
       77  WS-PRED-SW                      PIC X.
           88  WS-PRED-CLEAN               VALUE "Y".
           88  WS-PRED-BLOCKED             VALUE "N".
           COPY CMPBIGA.
           COPY CMPEXCP.
           COPY CMPRUNP.

      * One entry per day changed in the window, in the order
      * first changed, holding the day's whole master record
      * image before its first change and after its last (a
      * master image carries YEAR 1-4, DAY 5-8, BASE 9-10, EXP
      * 11-12, DAYS 13-30, LEN 31-33, LONG 34-231).  Bubble
      * sorted on year and day before the feed is written.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DT-KEY.
                   15  WS-DT-COMP-YEAR     PIC 9(4).
                   15  WS-DT-DAY-NUMBER    PIC 9(4).
               10  WS-DT-OLD-IMAGE         PIC X(231).
               10  WS-DT-NEW-IMAGE         PIC X(231).
               10  WS-DT-POSTED-SW         PIC X.
                   88  WS-DT-POSTED        VALUE "Y".
               10  WS-DT-MAINT-SW          PIC X.
                   88  WS-DT-MAINTAINED    VALUE "Y".
       01  WS-DAY-SAVE-ENTRY               PIC X(472).

       01  WS-DETAIL-COUNT-X               PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0800-RECORD-RUN-START.
           PERFORM 0900-CHECK-PREDECESSOR.
           IF WS-PRED-CLEAN
               PERFORM 0100-RUN-DELTA
           END-IF.
           PERFORM 7800-RECORD-RUN-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0100-RUN-DELTA.
           PERFORM 0500-READ-EXTRACT-DATE.
           IF WS-RETURN-CODE < 12
               PERFORM 1000-RESOLVE-WINDOW
               PERFORM 2000-SCAN-JOURNAL
           END-IF.
           IF WS-RETURN-CODE < 12
               PERFORM 3000-SORT-BY-DAY
               PERFORM 4000-WRITE-FEED
           END-IF.
           IF WS-FEED-WRITTEN
               PERFORM 6000-WRITE-CONTROL
               DISPLAY "IDEODLTA: " WS-DETAIL-COUNT
                   " CORRECTED DAY(S) SENT - " WS-WINDOW-COUNT
                   " JOURNAL RECORD(S) IN WINDOW"
           END-IF.

      * IDEOXTRT writes its header first.  Without a dated
      * header there is no telling which feed this one goes out
      * with, or which acknowledgment will name it, so nothing
      * is sent.
       0500-READ-EXTRACT-DATE.
           OPEN INPUT CMP-XTRT-FILE.
           IF WS-XTRT-FILE-OK
               READ CMP-XTRT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-XTRT-RECORD(1:2) = "H|"
                               AND CMP-XTRT-RECORD(3:8) IS NUMERIC
                           MOVE CMP-XTRT-RECORD(3:8) TO
                               WS-EXTRACT-DATE
                       END-IF
               END-READ
               CLOSE CMP-XTRT-FILE
           END-IF.
           IF WS-EXTRACT-DATE = ZERO
               DISPLAY "IDEODLTA: NO DATED HEADER ON XTRTDD - "
                   "STATUS " WS-XTRT-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
               MOVE "DLT008F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "NO DATED HEADER ON XTRTDD - STATUS "
                   WS-XTRT-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0800-RECORD-RUN-START.
           SET CMP-RUNC-RECORD-START TO TRUE.
           MOVE "IDEODLTA" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

      * The notice corrects what the web team loaded off the
      * feed, so it goes out only with a feed - it waits on
      * IDEOXTRT, which itself waits on posting.
       0900-CHECK-PREDECESSOR.
           SET WS-PRED-CLEAN TO TRUE.
           SET CMP-RUNC-CHECK-PRED TO TRUE.
           MOVE "IDEOXTRT" TO CMP-RUNC-PROGRAM-ID.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.
           IF NOT CMP-RUNC-PRED-CLEAN
               SET WS-PRED-BLOCKED TO TRUE
               DISPLAY "IDEODLTA: IDEOXTRT NOT CLEAN TONIGHT - "
                   "STATE " CMP-RUNC-PRED-STATUS " RC "
                   CMP-RUNC-PRED-RC " - CORRECTION FEED NOT RUN"
               MOVE "DLT001E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "IDEOXTRT NOT CLEAN TONIGHT - STATE "
                   CMP-RUNC-PRED-STATUS " RC " CMP-RUNC-PRED-RC
                   " - CORRECTION FEED NOT RUN"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       7800-RECORD-RUN-END.
           SET CMP-RUNC-RECORD-END TO TRUE.
           MOVE "IDEODLTA" TO CMP-RUNC-PROGRAM-ID.
           MOVE WS-RETURN-CODE TO CMP-RUNC-RETURN-CODE.
           CALL "IDEORUNC" USING CMP-RUNC-PARM.

      * A missing control record is a first run.  When the
      * acknowledged mark names the feed the last run went out
      * with, that run's journal position becomes the one the
      * web team has seen.
       1000-RESOLVE-WINDOW.
           OPEN INPUT CMP-DLTC-FILE.
           IF WS-DLTC-FILE-OK
               READ CMP-DLTC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CMP-DLC-LAST-EXTRACT-DATE TO
                           WS-LAST-EXTRACT-DATE
                       MOVE CMP-DLC-LAST-JRNL-COUNT TO
                           WS-LAST-JRNL-COUNT
                       MOVE CMP-DLC-ACKED-EXTRACT-DATE TO
                           WS-ACKED-EXTRACT-DATE
                       MOVE CMP-DLC-ACKED-JRNL-COUNT TO
                           WS-ACKED-JRNL-COUNT
               END-READ
               CLOSE CMP-DLTC-FILE
           END-IF.
           OPEN INPUT CMP-ACKW-FILE.
           IF WS-ACKW-FILE-OK
               READ CMP-ACKW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMP-AKW-EXTRACT-DATE =
                               WS-LAST-EXTRACT-DATE
                               AND WS-LAST-EXTRACT-DATE >
                                   WS-ACKED-EXTRACT-DATE
                           MOVE WS-LAST-EXTRACT-DATE TO
                               WS-ACKED-EXTRACT-DATE
                           MOVE WS-LAST-JRNL-COUNT TO
                               WS-ACKED-JRNL-COUNT
                       END-IF
               END-READ
               CLOSE CMP-ACKW-FILE
           END-IF.
           IF WS-ACKED-EXTRACT-DATE > ZERO
               SET WS-WINDOW-BY-COUNT TO TRUE
           ELSE
               SET WS-WINDOW-BY-DATE TO TRUE
               DISPLAY "IDEODLTA: NO ACKNOWLEDGED FEED ON RECORD - "
                   "TAKING JOURNAL RECORDS DATED " WS-EXTRACT-DATE
                   " ONLY"
           END-IF.

      * The journal is always there by now - posting creates it
      * and this step waits on posting - so one that cannot be
      * read stops the feed rather than send an empty one that
      * says nothing changed.  A journal shorter than the
      * acknowledged position has been replaced since; the
      * window falls back to the records dated with tonight's
      * extract and the desk is told.
       2000-SCAN-JOURNAL.
           PERFORM 2100-SCAN-ONE-PASS.
           IF WS-RETURN-CODE < 12
                   AND WS-WINDOW-BY-COUNT
                   AND WS-JRNL-COUNT < WS-ACKED-JRNL-COUNT
               DISPLAY "IDEODLTA: JRNLDD HOLDS " WS-JRNL-COUNT
                   " RECORD(S) - FEWER THAN THE ACKNOWLEDGED "
                   "POSITION " WS-ACKED-JRNL-COUNT
                   " - TAKING RECORDS DATED " WS-EXTRACT-DATE
               MOVE "DLT002W" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-WARNING TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "JOURNAL SHORTER THAN ACKNOWLEDGED POSITION"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               SET WS-WINDOW-BY-DATE TO TRUE
               MOVE ZERO TO WS-ACKED-EXTRACT-DATE
               MOVE ZERO TO WS-ACKED-JRNL-COUNT
               PERFORM 2100-SCAN-ONE-PASS
           END-IF.
           IF WS-DAY-TABLE-FULL
               DISPLAY "IDEODLTA: DAY TABLE FULL (2000) - "
                   "CORRECTION FEED NOT PRODUCED"
               MOVE "DLT004F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE "DAY TABLE FULL - CORRECTION FEED NOT PRODUCED"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       2100-SCAN-ONE-PASS.
           MOVE ZERO TO WS-JRNL-COUNT.
           MOVE ZERO TO WS-WINDOW-COUNT.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE "N" TO WS-TBL-FULL-SW.
           MOVE "N" TO WS-JRNL-EOF-SW.
           OPEN INPUT CMP-JRNL-FILE.
           IF WS-JRNL-FILE-OK
               PERFORM UNTIL WS-NO-MORE-JRNL-RECORDS
                   READ CMP-JRNL-FILE
                       AT END
                           SET WS-NO-MORE-JRNL-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-COUNT
                           PERFORM 2200-TEST-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CMP-JRNL-FILE
           ELSE
               DISPLAY "IDEODLTA: UNABLE TO OPEN JRNLDD - STATUS "
                   WS-JRNL-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
               MOVE "DLT003F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN JRNLDD - STATUS "
                   WS-JRNL-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       2200-TEST-ONE-RECORD.
           IF (WS-WINDOW-BY-COUNT
                   AND WS-JRNL-COUNT > WS-ACKED-JRNL-COUNT)
                   OR (WS-WINDOW-BY-DATE
                       AND CMP-JRN-DATE = WS-EXTRACT-DATE)
               ADD 1 TO WS-WINDOW-COUNT
               PERFORM 2300-NET-ONE-CHANGE
           END-IF.

       2300-NET-ONE-CHANGE.
           MOVE "N" TO WS-DAY-FOUND-SW.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       OR WS-DAY-FOUND
               IF WS-DT-COMP-YEAR(WS-DAY-IDX) = CMP-JRN-COMP-YEAR
                       AND WS-DT-DAY-NUMBER(WS-DAY-IDX) =
                           CMP-JRN-DAY-NUMBER
                   SET WS-DAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DAY-FOUND
               SUBTRACT 1 FROM WS-DAY-IDX
           ELSE
               IF WS-DAY-COUNT < 2000
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
                   MOVE CMP-JRN-COMP-YEAR TO
                       WS-DT-COMP-YEAR(WS-DAY-IDX)
                   MOVE CMP-JRN-DAY-NUMBER TO
                       WS-DT-DAY-NUMBER(WS-DAY-IDX)
                   MOVE CMP-JRN-BEFORE-IMAGE TO
                       WS-DT-OLD-IMAGE(WS-DAY-IDX)
                   MOVE "N" TO WS-DT-POSTED-SW(WS-DAY-IDX)
                   MOVE "N" TO WS-DT-MAINT-SW(WS-DAY-IDX)
               ELSE
                   SET WS-DAY-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-DAY-FOUND OR NOT WS-DAY-TABLE-FULL
               MOVE CMP-JRN-AFTER-IMAGE TO
                   WS-DT-NEW-IMAGE(WS-DAY-IDX)
               IF CMP-JRN-PROGRAM-ID = "IDEOPOST"
                   MOVE "Y" TO WS-DT-POSTED-SW(WS-DAY-IDX)
               ELSE
                   MOVE "Y" TO WS-DT-MAINT-SW(WS-DAY-IDX)
               END-IF
           END-IF.

      * Simple ascending bubble sort on year and day, the way
      * the change report sorts its batches.
       3000-SORT-BY-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX >= WS-DAY-COUNT
               PERFORM VARYING WS-DAY-IDX2 FROM 1 BY 1
                       UNTIL WS-DAY-IDX2 > WS-DAY-COUNT - WS-DAY-IDX
                   IF WS-DT-KEY(WS-DAY-IDX2) >
                           WS-DT-KEY(WS-DAY-IDX2 + 1)
                       MOVE WS-DAY-ENTRY(WS-DAY-IDX2) TO
                           WS-DAY-SAVE-ENTRY
                       MOVE WS-DAY-ENTRY(WS-DAY-IDX2 + 1) TO
                           WS-DAY-ENTRY(WS-DAY-IDX2)
                       MOVE WS-DAY-SAVE-ENTRY TO
                           WS-DAY-ENTRY(WS-DAY-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-WRITE-FEED.
           OPEN OUTPUT CMP-DELTA-FILE.
           IF WS-DELTA-FILE-OK
               MOVE SPACES TO CMP-DELTA-RECORD
               STRING "H" "|" WS-EXTRACT-DATE
                   DELIMITED BY SIZE INTO CMP-DELTA-RECORD
               WRITE CMP-DELTA-RECORD
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   PERFORM 4100-CONSIDER-ONE-DAY
               END-PERFORM
               PERFORM 4800-WRITE-TRAILER
               CLOSE CMP-DELTA-FILE
               SET WS-FEED-WRITTEN TO TRUE
           ELSE
               DISPLAY "IDEODLTA: UNABLE TO OPEN DLTXDD - STATUS "
                   WS-DELTA-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
               MOVE "DLT005F" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-FATAL TO TRUE
               MOVE ZERO TO CMP-EXC-COMP-YEAR
               MOVE ZERO TO CMP-EXC-DAY-NUMBER
               MOVE SPACES TO CMP-EXC-TEXT
               STRING "UNABLE TO OPEN DLTXDD - STATUS "
                   WS-DELTA-FILE-STATUS
                   " - CORRECTION FEED NOT PRODUCED"
                   DELIMITED BY SIZE INTO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      * A blank old image means the window added the day - it
      * was never published, so there is nothing to correct.
      * A day whose BASE, EXP, and full answer came back to
      * where they started nets to no change.
       4100-CONSIDER-ONE-DAY.
           EVALUATE TRUE
               WHEN WS-DT-OLD-IMAGE(WS-DAY-IDX) = SPACES
                   ADD 1 TO WS-NEW-DAY-COUNT
               WHEN WS-DT-OLD-IMAGE(WS-DAY-IDX)(9:4) =
                       WS-DT-NEW-IMAGE(WS-DAY-IDX)(9:4)
                       AND WS-DT-OLD-IMAGE(WS-DAY-IDX)(31:201) =
                           WS-DT-NEW-IMAGE(WS-DAY-IDX)(31:201)
                   ADD 1 TO WS-NETTED-COUNT
               WHEN OTHER
                   PERFORM 4200-WRITE-ONE-CORRECTION
           END-EVALUATE.

       4200-WRITE-ONE-CORRECTION.
           IF WS-DT-OLD-IMAGE(WS-DAY-IDX)(9:4) =
                   WS-DT-NEW-IMAGE(WS-DAY-IDX)(9:4)
               MOVE "02" TO WS-REASON
           ELSE
               MOVE "01" TO WS-REASON
           END-IF.
           EVALUATE TRUE
               WHEN WS-DT-POSTED(WS-DAY-IDX)
                       AND WS-DT-MAINTAINED(WS-DAY-IDX)
                   MOVE "B" TO WS-SOURCE
               WHEN WS-DT-POSTED(WS-DAY-IDX)
                   MOVE "P" TO WS-SOURCE
               WHEN OTHER
                   MOVE "M" TO WS-SOURCE
           END-EVALUATE.
           MOVE WS-DT-OLD-IMAGE(WS-DAY-IDX)(34:198) TO WS-OLD-LONG.
           MOVE ZERO TO WS-OLD-LEN.
           IF WS-DT-OLD-IMAGE(WS-DAY-IDX)(31:3) IS NUMERIC
               MOVE WS-DT-OLD-IMAGE(WS-DAY-IDX)(31:3) TO WS-OLD-LEN
           END-IF.
           IF WS-OLD-LEN < 1
               MOVE 1 TO WS-OLD-LEN
           END-IF.
           MOVE WS-DT-NEW-IMAGE(WS-DAY-IDX)(34:198) TO WS-NEW-LONG.
           MOVE ZERO TO WS-NEW-LEN.
           IF WS-DT-NEW-IMAGE(WS-DAY-IDX)(31:3) IS NUMERIC
               MOVE WS-DT-NEW-IMAGE(WS-DAY-IDX)(31:3) TO WS-NEW-LEN
           END-IF.
           IF WS-NEW-LEN < 1
               MOVE 1 TO WS-NEW-LEN
           END-IF.
           MOVE SPACES TO CMP-DELTA-RECORD.
           STRING "D" "|" WS-DT-COMP-YEAR(WS-DAY-IDX) "|"
               WS-DT-DAY-NUMBER(WS-DAY-IDX) "|"
               WS-DT-OLD-IMAGE(WS-DAY-IDX)(9:2) "|"
               WS-DT-OLD-IMAGE(WS-DAY-IDX)(11:2) "|"
               WS-OLD-LONG(199 - WS-OLD-LEN : WS-OLD-LEN) "|"
               WS-DT-NEW-IMAGE(WS-DAY-IDX)(9:2) "|"
               WS-DT-NEW-IMAGE(WS-DAY-IDX)(11:2) "|"
               WS-NEW-LONG(199 - WS-NEW-LEN : WS-NEW-LEN) "|"
               WS-SOURCE "|" WS-REASON
               DELIMITED BY SIZE INTO CMP-DELTA-RECORD.
           WRITE CMP-DELTA-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM 4300-ADD-TO-HASH.

      * The hash is over every new answer in full, the same
      * IDEOBIGA accumulation the main feed's trailer uses.
       4300-ADD-TO-HASH.
           MOVE WS-HASH-TOTAL TO CMP-BIGA-OPERAND-A.
           MOVE ALL "0" TO CMP-BIGA-OPERAND-B.
           MOVE WS-NEW-LONG TO CMP-BIGA-OPERAND-B(13:198).
           SET CMP-BIGA-FUNC-ADD TO TRUE.
           CALL "IDEOBIGA" USING CMP-BIGA-PARM.
           IF CMP-BIGA-OK
               MOVE CMP-BIGA-RESULT TO WS-HASH-TOTAL
               MOVE CMP-BIGA-RESULT-LEN TO WS-HASH-TOTAL-LEN
           ELSE
               DISPLAY "IDEODLTA: HASH TOTAL REJECTED BY "
                   "IDEOBIGA - STATUS " CMP-BIGA-STATUS
               MOVE "DLT006E" TO CMP-EXC-MSG-CODE
               SET CMP-EXC-ERROR TO TRUE
               MOVE WS-DT-COMP-YEAR(WS-DAY-IDX) TO
                   CMP-EXC-COMP-YEAR
               MOVE WS-DT-DAY-NUMBER(WS-DAY-IDX) TO
                   CMP-EXC-DAY-NUMBER
               MOVE "HASH TOTAL REJECTED BY IDEOBIGA"
                   TO CMP-EXC-TEXT
               PERFORM 8000-WRITE-EXCEPTION
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * Written unedited and zero filled, as on the main feed,
      * and written on a night with nothing to send as well.
       4800-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-X.
           MOVE SPACES TO CMP-DELTA-RECORD.
           STRING "T" "|" WS-DETAIL-COUNT-X "|" WS-HASH-TOTAL
               DELIMITED BY SIZE INTO CMP-DELTA-RECORD.
           WRITE CMP-DELTA-RECORD.

      * Tonight's feed and journal position become the last
      * run's.  A control record that cannot be written only
      * means tomorrow's window reaches back further than it
      * need, which resends rather than loses, so it is a
      * warning.
       6000-WRITE-CONTROL.
           OPEN OUTPUT CMP-DLTC-FILE.
           IF WS-DLTC-FILE-OK
               MOVE SPACES TO CMP-DELTA-CONTROL-RECORD
               MOVE WS-EXTRACT-DATE TO CMP-DLC-LAST-EXTRACT-DATE
               MOVE WS-JRNL-COUNT TO CMP-DLC-LAST-JRNL-COUNT
               MOVE WS-ACKED-EXTRACT-DATE TO
                   CMP-DLC-ACKED-EXTRACT-DATE
               MOVE WS-ACKED-JRNL-COUNT TO CMP-DLC-ACKED-JRNL-COUNT
               MOVE WS-RUN-DATE TO CMP-DLC-RUN-DATE
               MOVE WS-RUN-TIME TO CMP-DLC-RUN-TIME
               WRITE CMP-DELTA-CONTROL-RECORD
               IF NOT WS-DLTC-FILE-OK
                   PERFORM 6100-CONTROL-NOT-WRITTEN
               END-IF
               CLOSE CMP-DLTC-FILE
           ELSE
               PERFORM 6100-CONTROL-NOT-WRITTEN
           END-IF.

       6100-CONTROL-NOT-WRITTEN.
           DISPLAY "IDEODLTA: UNABLE TO WRITE DLTCDD - STATUS "
               WS-DLTC-FILE-STATUS " - JOURNAL POSITION NOT KEPT".
           MOVE "DLT007W" TO CMP-EXC-MSG-CODE.
           SET CMP-EXC-WARNING TO TRUE.
           MOVE ZERO TO CMP-EXC-COMP-YEAR.
           MOVE ZERO TO CMP-EXC-DAY-NUMBER.
           MOVE SPACES TO CMP-EXC-TEXT.
           STRING "UNABLE TO WRITE DLTCDD - STATUS "
               WS-DLTC-FILE-STATUS " - JOURNAL POSITION NOT KEPT"
               DELIMITED BY SIZE INTO CMP-EXC-TEXT.
           PERFORM 8000-WRITE-EXCEPTION.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       8000-WRITE-EXCEPTION.
           MOVE "IDEODLTA" TO CMP-EXC-PROGRAM-ID.
           CALL "IDEOEXCP" USING CMP-EXCEPTION-RECORD.
