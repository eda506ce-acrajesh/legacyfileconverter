      *****************************************************************
      * Statement print-vendor record, written by CUSTSTMT.  One      *
      * fixed 200-byte record per line; the record type says which    *
      * view of SV-DATA applies.  Amounts carry a leading separate    *
      * sign so the vendor's loader needs no overpunch decoding.      *
      *   00  file header      - one per file, first                  *
      *   01  statement header - name, address, account, opening      *
      *   02  statement detail - one per transaction in the period    *
      *   03  statement total  - closing balance and credit figures   *
      *   99  file trailer     - statement and record counts          *
      *****************************************************************
       01  STMT-VENDOR-RECORD.
           05  SV-RECORD-TYPE               PIC X(2).
               88  SV-FILE-HEADER           VALUE '00'.
               88  SV-STMT-HEADER           VALUE '01'.
               88  SV-STMT-DETAIL           VALUE '02'.
               88  SV-STMT-TOTAL            VALUE '03'.
               88  SV-FILE-TRAILER          VALUE '99'.
           05  SV-CUSTOMER-ID               PIC 9(6).
           05  SV-DATA                      PIC X(192).
           05  SV-FILE-HEADER-DATA          REDEFINES SV-DATA.
               10  SV-RUN-DATE              PIC 9(8).
               10  SV-FH-PERIOD-FROM        PIC 9(8).
               10  SV-FH-PERIOD-TO          PIC 9(8).
               10  FILLER                   PIC X(168).
           05  SV-HEADER-DATA               REDEFINES SV-DATA.
               10  SV-LAST-NAME             PIC X(15).
               10  SV-FIRST-NAME            PIC X(10).
               10  SV-MIDDLE-INITIAL        PIC X.
               10  SV-STREET                PIC X(25).
               10  SV-CITY                  PIC X(15).
               10  SV-STATE                 PIC XX.
               10  SV-ZIP-CODE              PIC X(10).
               10  SV-ACCOUNT-NUMBER        PIC X(10).
               10  SV-ACCOUNT-TYPE          PIC X.
               10  SV-TYPE-LABEL            PIC X(8).
               10  SV-CURRENCY-CODE         PIC X(3).
               10  SV-PERIOD-FROM           PIC 9(8).
               10  SV-PERIOD-TO             PIC 9(8).
               10  SV-OPENING-BALANCE       PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  FILLER                   PIC X(62).
           05  SV-DETAIL-DATA               REDEFINES SV-DATA.
               10  SV-TXN-DATE              PIC 9(8).
               10  SV-TXN-TIME              PIC 9(6).
               10  SV-TXN-TYPE-CODE         PIC X(2).
               10  SV-TXN-AMOUNT            PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
               10  SV-TXN-POSTING-REF       PIC X(12).
               10  SV-RUNNING-BALANCE       PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  FILLER                   PIC X(140).
           05  SV-TOTAL-DATA                REDEFINES SV-DATA.
               10  SV-CLOSING-BALANCE       PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  SV-CREDIT-LIMIT          PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
               10  SV-AVAILABLE-CREDIT      PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  SV-DETAIL-COUNT          PIC 9(5).
               10  SV-TOTAL-INCREASES       PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  SV-TOTAL-DECREASES       PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
               10  FILLER                   PIC X(121).
           05  SV-TRAILER-DATA              REDEFINES SV-DATA.
               10  SV-STMT-COUNT            PIC 9(9).
               10  SV-RECORD-COUNT          PIC 9(9).
               10  FILLER                   PIC X(174).
