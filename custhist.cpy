      *****************************************************************
      * Dated customer history record, maintained by CUSTHIST.  Per   *
      * customer, one status record (field number 00) for each spell  *
      * on file, then one record per value each custout.cpy field has *
      * held, in CUSTOMER-ID, field number, from-date order.  A value *
      * is in effect from CH-FROM-DATE up to but not including        *
      * CH-TO-DATE; 99999999 means still current.  On the status      *
      * record the dates are when the customer appeared and was       *
      * deleted (the closed date).  A from-date of 00000000 means the *
      * value was already held before the history began.              *
      *****************************************************************
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-CUSTOMER-ID               PIC 9(6).
           05  CH-FIELD-NO                  PIC 9(2).
           05  CH-FROM-DATE                 PIC 9(8).
           05  CH-TO-DATE                   PIC 9(8).
               88  CH-OPEN-ENDED            VALUE 99999999.
           05  CH-RECORD-TYPE               PIC X.
               88  CH-STATUS-REC            VALUE 'S'.
               88  CH-FIELD-REC             VALUE 'F'.
           05  CH-SOURCE                    PIC X.
               88  CH-FROM-LOAD             VALUE 'L'.
               88  CH-FROM-ADD              VALUE 'A'.
               88  CH-FROM-CHANGE           VALUE 'C'.
               88  CH-FROM-DELETE           VALUE 'D'.
           05  CH-FIELD-NAME                PIC X(26).
           05  CH-VALUE                     PIC X(125).
           05  CH-STATUS-DATA               REDEFINES CH-VALUE.
               10  CH-LAST-APPLIED-DATE     PIC 9(8).
               10  FILLER                   PIC X(117).
           05  FILLER                       PIC X(23).
