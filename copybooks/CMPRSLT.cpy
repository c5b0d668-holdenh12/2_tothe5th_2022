      *****************************************************
      * CMPRSLT - 2^5 COMPETITION EXCEPTION RESOLUTION
      *           TRANSACTION RECORD
      *
      * DRIVES IDEORSLV.  ONE RECORD PER ADD/CHANGE/DELETE/
      * INQUIRY AGAINST THE RSLVDD RESOLUTION FILE.  THE
      * EXCEPTION KEY IS KEYED AS IT PRINTS ON THE IDEOEXCR
      * REPORT.
      *
      * CMP-RST-FUNCTION:
      *     'A' - RESOLVE AN OPEN EXCEPTION
      *     'C' - CHANGE AN EXISTING RESOLUTION
      *     'D' - DELETE A RESOLUTION (REOPEN THE EXCEPTION)
      *     'I' - INQUIRE ON AN EXCEPTION'S RESOLUTION
      *
      * RESOLVER AND TICKET ARE REQUIRED ON 'A' AND 'C'.
      *****************************************************
       01  CMP-RSLV-TRAN-RECORD.
           05  CMP-RST-FUNCTION            PIC X.
           05  CMP-RST-KEY.
               10  CMP-RST-PROGRAM-ID      PIC X(9).
               10  CMP-RST-MSG-CODE        PIC X(8).
               10  CMP-RST-COMP-YEAR       PIC 9(4).
               10  CMP-RST-DAY-NUMBER      PIC 9(4).
               10  CMP-RST-EXC-DATE        PIC 9(8).
               10  CMP-RST-EXC-TIME        PIC 9(8).
           05  CMP-RST-RESOLVER            PIC X(8).
           05  CMP-RST-TICKET              PIC X(12).
           05  CMP-RST-NOTE                PIC X(60).
           05  FILLER                      PIC X(8).
