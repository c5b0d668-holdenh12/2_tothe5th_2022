      *****************************************************
      * CMPRESL - 2^5 COMPETITION EXCEPTION RESOLUTION
      *
      * ONE RECORD PER EXCEPTION THAT HAS BEEN WORKED AND
      * CLOSED, KEPT ON AN INDEXED FILE (RSLVDD) KEYED BY
      * THE EXCEPTION ITSELF - PROGRAM-ID, MESSAGE CODE,
      * YEAR/DAY, AND THE DATE/TIME IDEOEXCP STAMPED ON IT -
      * SO THE APPEND-ONLY EXCEPTIONS DATASET NEVER HAS TO
      * CHANGE.  AN EXCEPTION WITH NO RESOLUTION IS OPEN.
      *
      * ENTERED THROUGH IDEORSLV, READ BY IDEOEXCR (OPEN
      * VERSUS RESOLVED) AND IDEOCERT (ONLY OPEN ERRORS
      * COUNT AGAINST CERTIFICATION).
      *
      * CMP-RSL-RESOLVED-DATE IS THE IDEORSLV RUN DATE THE
      * RESOLUTION WAS LAST ENTERED OR CHANGED.
      *****************************************************
       01  CMP-RESOLUTION-RECORD.
           05  CMP-RSL-KEY.
               10  CMP-RSL-PROGRAM-ID      PIC X(9).
               10  CMP-RSL-MSG-CODE        PIC X(8).
               10  CMP-RSL-COMP-YEAR       PIC 9(4).
               10  CMP-RSL-DAY-NUMBER      PIC 9(4).
               10  CMP-RSL-EXC-DATE        PIC 9(8).
               10  CMP-RSL-EXC-TIME        PIC 9(8).
           05  CMP-RSL-RESOLVER            PIC X(8).
           05  CMP-RSL-RESOLVED-DATE       PIC 9(8).
           05  CMP-RSL-TICKET              PIC X(12).
           05  CMP-RSL-NOTE                PIC X(60).
