      *****************************************************
      * CMPACKW - 2^5 COMPETITION ACKNOWLEDGED EXTRACT MARK
      *
      * ONE RECORD, REWRITTEN BY IDEOACKM (ACKWDD) EACH TIME
      * THE WEB TEAM'S ACKNOWLEDGMENT MATCHES THE IDEOXTRT
      * FEED CLEAN, NAMING THE EXTRACT THEY LOADED WHOLE BY
      * THE CREATION DATE ON ITS HEADER.  A MISMATCHED OR
      * MISSING ACKNOWLEDGMENT LEAVES THE RECORD ALONE, SO IT
      * ALWAYS NAMES THE LAST EXTRACT KNOWN TO BE PUBLISHED.
      *
      * IDEODLTA READS IT TO TELL WHICH CHANGES THE WEB TEAM
      * HAS ALREADY SEEN.
      *****************************************************
       01  CMP-ACK-MARK-RECORD.
           05  CMP-AKW-EXTRACT-DATE        PIC 9(8).
           05  CMP-AKW-LOAD-DATE           PIC 9(8).
           05  CMP-AKW-DETAIL-COUNT        PIC 9(7).
           05  CMP-AKW-MATCH-DATE          PIC 9(8).
           05  CMP-AKW-MATCH-TIME          PIC 9(8).
           05  FILLER                      PIC X(41).
