      *****************************************************************
      * Interest accrual ledger record, carried day to day by         *
      * INTACCR.  One record per accruing account, in customer-ID     *
      * order; each run reads yesterday's ledger and writes today's.  *
      * AL-MTD-ACCRUAL keeps six decimal places so daily rounding     *
      * never drifts - only the month-end posting is rounded to       *
      * cents.  AL-POSTED-SW goes to 'Y' once the month's posting     *
      * record has been written, so a rerun cannot post it twice.    *
      *****************************************************************
       01  ACCRUAL-LEDGER-RECORD.
           05  AL-CUSTOMER-ID               PIC 9(6).
           05  AL-ACCOUNT-TYPE              PIC X.
           05  AL-CURRENCY-CODE             PIC X(3).
           05  AL-PERIOD                    PIC 9(6).
           05  AL-LAST-ACCRUAL-DATE         PIC 9(8).
           05  AL-DAYS-ACCRUED              PIC 9(3).
           05  AL-MTD-ACCRUAL               PIC S9(9)V9(6)
                                             SIGN LEADING SEPARATE.
           05  AL-LAST-BALANCE              PIC S9(9)V99
                                             SIGN LEADING SEPARATE.
           05  AL-LAST-RATE                 PIC S9(3)V9(3)
                                             SIGN LEADING SEPARATE.
           05  AL-POSTED-SW                 PIC X.
               88  AL-POSTED                VALUE 'Y'.
           05  AL-POSTED-AMOUNT             PIC S9(9)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(5).
