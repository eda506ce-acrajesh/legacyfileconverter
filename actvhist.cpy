      *****************************************************************
      * Daily activity history record, carried night to night by      *
      * TRNSCRN as the baseline for its velocity tests.  One record   *
      * per customer, activity date and TXN-TYPE-CODE with the count  *
      * and total amount of that day's detail, in CUSTOMER-ID, date,  *
      * type-code order.  Days older than the longest window plus     *
      * baseline in the control file are dropped each night.          *
      *****************************************************************
       01  ACTIVITY-HISTORY-RECORD.
           05  AH-CUSTOMER-ID               PIC 9(6).
           05  AH-ACTIVITY-DATE             PIC 9(8).
           05  AH-TYPE-CODE                 PIC X(2).
           05  AH-TXN-COUNT                 PIC 9(5).
           05  AH-TXN-AMOUNT                PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(15).
