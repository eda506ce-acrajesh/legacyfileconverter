      *****************************************************************
      * Screening case record, written by TRNSCRN.  One fixed 200-    *
      * byte record per line; the record type says which view of      *
      * SC-DATA applies.  Every alert is a case record followed by    *
      * one record per contributing transaction.  Amounts carry a     *
      * leading separate sign, as on the statement vendor file.       *
      *   01  case            - alert type, customer, amounts         *
      *   02  contributing transaction                                *
      *****************************************************************
       01  SCREENING-CASE-RECORD.
           05  SC-RECORD-TYPE               PIC X(2).
               88  SC-CASE                  VALUE '01'.
               88  SC-CONTRIBUTOR           VALUE '02'.
           05  SC-CASE-ID.
               10  SC-CASE-DATE             PIC 9(8).
               10  SC-CASE-SEQ              PIC 9(5).
           05  SC-CUSTOMER-ID               PIC 9(6).
           05  SC-DATA                      PIC X(179).
           05  SC-CASE-DATA                 REDEFINES SC-DATA.
               10  SC-ALERT-TYPE            PIC X(10).
                   88  SC-LARGE-CASH        VALUE 'LARGECASH'.
                   88  SC-STRUCTURING       VALUE 'STRUCTURE'.
                   88  SC-VELOCITY          VALUE 'VELOCITY'.
               10  SC-ALERT-TYPE-CODE       PIC X(2).
               10  SC-LAST-NAME             PIC X(15).
               10  SC-FIRST-NAME            PIC X(10).
               10  SC-ACCOUNT-NUMBER        PIC X(10).
               10  SC-ACCOUNT-TYPE          PIC X.
               10  SC-ALERT-DATE            PIC 9(8).
               10  SC-ALERT-AMOUNT          PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  SC-ALERT-COUNT           PIC 9(5).
               10  SC-THRESHOLD             PIC S9(9)V99
                                             SIGN LEADING SEPARATE.
               10  SC-WINDOW-DAYS           PIC 9(3).
               10  SC-USUAL-COUNT           PIC 9(5)V99.
               10  SC-USUAL-AMOUNT          PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  SC-CONTRIBUTOR-COUNT     PIC 9(5).
               10  FILLER                   PIC X(63).
           05  SC-CONTRIBUTOR-DATA          REDEFINES SC-DATA.
               10  SC-TXN-DATE              PIC 9(8).
               10  SC-TXN-TIME              PIC 9(6).
               10  SC-TXN-TYPE-CODE         PIC X(2).
               10  SC-TXN-AMOUNT            PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
               10  SC-TXN-POSTING-REF       PIC X(12).
               10  FILLER                   PIC X(141).
