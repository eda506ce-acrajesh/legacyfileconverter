      *****************************************************************
      * Household cross-reference record, written by CUSTDUP.  One    *
      * record per customer, in CUSTOMER-ID order.  HX-HOUSEHOLD-ID   *
      * is 'H' followed by the lowest CUSTOMER-ID at the same         *
      * normalized address, so it stays stable from night to night    *
      * while that customer remains; a customer alone at an address   *
      * (or with no street) is a household of one under its own ID.   *
      * HX-BEST-MATCH-ID / HX-BEST-SCORE name the highest-scoring     *
      * suspected duplicate, zero when there is none.                 *
      *****************************************************************
       01  HOUSEHOLD-XREF-RECORD.
           05  HX-CUSTOMER-ID               PIC 9(6).
           05  HX-HOUSEHOLD-ID              PIC X(7).
           05  HX-HOUSEHOLD-SIZE            PIC 9(5).
           05  HX-DUP-SUSPECT-SW            PIC X.
               88  HX-DUP-SUSPECT           VALUE 'Y'.
           05  HX-BEST-MATCH-ID             PIC 9(6).
           05  HX-BEST-SCORE                PIC 9(3).
           05  FILLER                       PIC X(12).
