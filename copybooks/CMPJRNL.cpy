      *
      * THE IMAGE FIELDS HOLD A WHOLE CMP-MASTER-RECORD.
      * CMP-JRN-BEFORE-IMAGE IS SPACES ON AN ADD.
      *
      * CMP-JRN-SUBMITTER IS THE OPERATOR WHO KEYED A HAND
      * CHANGE.  A CORRECTION TO A POSTED DAY IS ONLY
      * APPLIED ONCE A SECOND OPERATOR RELEASES IT FROM THE
      * CMPPEND PENDING-APPROVAL FILE, AND THAT OPERATOR IS
      * CMP-JRN-APPROVER.  BOTH ARE SPACES ON POSTING
      * RECORDS, AND THE APPROVER IS SPACES ON AN ADD.
      *****************************************************
       01  CMP-JOURNAL-RECORD.
           05  CMP-JRN-DATE                PIC 9(8).
           05  CMP-JRN-DAY-NUMBER          PIC 9(4).
           05  CMP-JRN-BEFORE-IMAGE        PIC X(231).
           05  CMP-JRN-AFTER-IMAGE         PIC X(231).
           05  CMP-JRN-SUBMITTER           PIC X(8).
           05  CMP-JRN-APPROVER            PIC X(8).
