      *****************************************************************
      * INTACCR - Daily interest accrual for SAVINGS and LOAN         *
      * accounts.  Reads the converted customer file (custout.cpy,    *
      * EBCCONV OUTFMT=FIXED) and accrues interest on ACCOUNT-BALANCE *
      * at INTEREST-RATE (annual percent) for every day since the     *
      * account's last accrual, under the day-count convention and    *
      * minimum-balance rule held for its ACCOUNT-TYPE in the accrual *
      * control file.  Month-to-date accruals are carried in the      *
      * accrual ledger (accrldg.cpy): each run reads yesterday's      *
      * ledger (LEDGERIN) and writes today's (LEDGEROUT), both in     *
      * customer-ID order alongside the customer file.                *
      *                                                                *
      * At month end the month-to-date accrual of every ledger entry  *
      * is rounded to cents and written as a TRANSACTION-RECORD       *
      * (transact.cpy) to the posting file, in EBCDIC under the run's *
      * CODEPAGE, so the host posts it like any other extract.        *
      * TXN-DATE is the last day of the month, TXN-TYPE-CODE comes    *
      * from the control file and TXN-POSTING-REF is 'ACCR' followed  *
      * by the month (yyyymm).  Month end is the last calendar day of *
      * the month, or any business date run with MONTHEND=Y - in that *
      * case accrual is taken through the calendar month end so a     *
      * month ending on a weekend is still posted in full.  A ledger  *
      * entry left unposted from an earlier month (month end missed)  *
      * is first accrued through that month's end, then posted late,  *
      * dated at that month's end, and reported.  Days that no longer *
      * belong to a month that can be posted - after a month already  *
      * posted, or in whole months with no run - are accrued into the *
      * current month and reported.                                   *
      *                                                                *
      * Accrual control file (one line per ACCOUNT-TYPE, comma        *
      * separated; blank lines and lines starting with '*' ignored):  *
      *   type,basis,minimum-balance,posting-type-code                *
      * type is S (SAVINGS) or L (LOAN); basis is one of ACT/365,     *
      * ACT/360, ACT/ACT or 30/360; no interest accrues for a day on  *
      * which ACCOUNT-BALANCE is below the minimum (or not positive). *
      * Types with no control line do not accrue.  Example:          *
      *   S,ACT/365,100.00,IS                                         *
      *   L,ACT/360,0,IL                                              *
      *                                                                *
      * The accrual register lists every ledger entry with its        *
      * balance, rate, days and accrual, then totals by account type  *
      * and currency (blank OUT-CURRENCY-CODE counts as BASECCY, as   *
      * in CUSTRPT).                                                   *
      *                                                                *
      * Rerunning a business date accrues nothing twice: an entry's  *
      * last accrual date already at or past the date gives no days. *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   CUSTFILE=path    converted customer FIXED file (required)  *
      *   CTLFILE=path     accrual control file (required)           *
      *   BUSDATE=yyyymmdd business date being accrued (required)    *
      *   LEDGERIN=path    yesterday's accrual ledger; omit, or name *
      *                    a file that does not exist, to start one  *
      *   LEDGEROUT=path   today's accrual ledger; defaults to       *
      *                    CUSTFILE with .accrldg appended           *
      *   POSTFILE=path    EBCDIC posting file, written only when    *
      *                    there is something to post; defaults to   *
      *                    LEDGEROUT with .post appended             *
      *   RPTFILE=path     accrual register; defaults to LEDGEROUT   *
      *                    with .accrrpt appended                    *
      *   MONTHEND=Y       treat BUSDATE as the month-end run        *
      *   CODEPAGE=name    host EBCDIC code page: CP037 (default),   *
      *                    CP500 or CP1141                           *
      *   BASECCY=code     currency for blank stamps; default USD    *
      *                                                                *
      * Return code 0 on a clean run, 4 when the register carries     *
      * exceptions (late postings, days carried into the current      *
      * month, ledger entries with no customer or no posting code,    *
      * rejected control lines), 8 on a sequence error, 16 on a bad   *
      * parameter or open failure.                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CTL-FILE ASSIGN DYNAMIC WS-CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LEDGER-IN-FILE ASSIGN DYNAMIC WS-LEDGERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDGI-STATUS.
           SELECT LEDGER-OUT-FILE ASSIGN DYNAMIC WS-LEDGEROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDGO-STATUS.
           SELECT POST-FILE ASSIGN DYNAMIC WS-POSTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT ACCR-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  CTL-FILE.
       01  CTL-LINE                        PIC X(100).
       FD  LEDGER-IN-FILE.
       01  LEDGER-IN-LINE                  PIC X(80).
       FD  LEDGER-OUT-FILE.
       01  LEDGER-OUT-LINE                 PIC X(80).
       FD  POST-FILE.
       COPY "transact.cpy".
       FD  ACCR-RPT-FILE.
       01  RPT-LINE                        PIC X(132).
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters
      *---------------------------------------------------------------
       01  WS-PARM-STRING                  PIC X(200).
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY                OCCURS 15 TIMES
                                             PIC X(60).
       01  WS-PARM-IDX                     PIC 9(3).
       01  WS-KEY                          PIC X(20).
       01  WS-VAL                          PIC X(80).

       01  WS-CUSTFILE                     PIC X(80).
       01  WS-CTLFILE                      PIC X(80).
       01  WS-LEDGERIN                     PIC X(80).
       01  WS-LEDGEROUT                    PIC X(80).
       01  WS-POSTFILE                     PIC X(80).
       01  WS-RPTFILE                      PIC X(80).
       01  WS-BUSDATE-X                    PIC X(8) VALUE SPACES.
       01  WS-MONTHEND-SW                  PIC X VALUE 'N'.
           88  MONTH-END-RUN               VALUE 'Y'.
       01  WS-BASECCY                      PIC X(3) VALUE 'USD'.
       01  WS-CODEPAGE                     PIC X(8) VALUE 'CP037'.
           88  CODEPAGE-IS-VALID           VALUE 'CP037'
                                                 'CP500'
                                                 'CP1141'.
       01  XLT-CODEPAGE                    PIC X(8) EXTERNAL.

      *---------------------------------------------------------------
      * Business date and the accrual month
      *---------------------------------------------------------------
       01  WS-BUSDATE                      PIC 9(8).
       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-START                 PIC 9(8).
       01  WS-PERIOD-END                   PIC 9(8).
       01  WS-PRIOR-PERIOD-END             PIC 9(8).
       01  WS-ACCRUE-TO                    PIC 9(8).
       01  WS-COUNT-TO                     PIC 9(8).
       01  WS-NEXT-MONTH-START             PIC 9(8).
       01  WS-DATE-YEAR                    PIC 9(4).
       01  WS-DATE-MONTH                   PIC 9(2).
       01  WS-POSTING-REF                  PIC X(12).
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-CTL-STATUS                   PIC XX.
           88  WS-CTL-OK                   VALUE '00'.
       01  WS-LDGI-STATUS                  PIC XX.
           88  WS-LDGI-OK                  VALUE '00'.
       01  WS-LDGO-STATUS                  PIC XX.
           88  WS-LDGO-OK                  VALUE '00'.
       01  WS-POST-STATUS                  PIC XX.
           88  WS-POST-OK                  VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-CUST-EOF-SW                  PIC X VALUE 'N'.
           88  CUST-AT-END                 VALUE 'Y'.
       01  WS-LDGI-EOF-SW                  PIC X VALUE 'N'.
           88  LEDGER-AT-END               VALUE 'Y'.
       01  WS-CTL-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-CTL                  VALUE 'Y'.
       01  WS-LDGI-OPEN-SW                 PIC X VALUE 'N'.
           88  LEDGER-IN-OPEN              VALUE 'Y'.
       01  WS-POST-OPEN-SW                 PIC X VALUE 'N'.
           88  POST-FILE-OPEN              VALUE 'Y'.
       01  WS-SEQ-ERR-SW                   PIC X VALUE 'N'.
           88  SEQUENCE-ERROR              VALUE 'Y'.

      *---------------------------------------------------------------
      * Match keys - HIGH-VALUES once a side is exhausted.
      *---------------------------------------------------------------
       01  WS-CUST-KEY                     PIC X(6).
       01  WS-LDGI-KEY                     PIC X(6).
       01  WS-CUST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-LDGI-PREV-KEY                PIC X(6) VALUE LOW-VALUES.

      *---------------------------------------------------------------
      * Accrual control table, one entry per ACCOUNT-TYPE
      *---------------------------------------------------------------
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY                 OCCURS 5 TIMES.
               10  WS-CTL-TYPE              PIC X.
               10  WS-CTL-BASIS             PIC X(7).
               10  WS-CTL-MIN-BAL           PIC S9(9)V99 COMP-3.
               10  WS-CTL-POST-CODE         PIC X(2).
       01  WS-CTL-USED                     PIC 9(3) COMP VALUE 0.
       01  WS-CTL-IDX                      PIC 9(3) COMP.
       01  WS-CTL-SLOT                     PIC 9(3) COMP.
       01  WS-CTL-TYPE-X                   PIC X(10).
       01  WS-CTL-BASIS-X                  PIC X(10).
       01  WS-CTL-MIN-X                    PIC X(20).
       01  WS-CTL-CODE-X                   PIC X(10).
       01  WS-CTL-REJECT-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-LOOKUP-TYPE                  PIC X.

      *---------------------------------------------------------------
      * Day count and accrual work fields
      *---------------------------------------------------------------
       01  WS-FROM-DATE                    PIC 9(8).
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05  WS-FROM-YYYY                PIC 9(4).
           05  WS-FROM-MM                  PIC 9(2).
           05  WS-FROM-DD                  PIC 9(2).
       01  WS-TO-DATE                      PIC 9(8).
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           05  WS-TO-YYYY                  PIC 9(4).
           05  WS-TO-MM                    PIC 9(2).
           05  WS-TO-DD                    PIC 9(2).
       01  WS-D1                           PIC 9(2).
       01  WS-D2                           PIC 9(2).
       01  WS-DAYS                         PIC S9(5) COMP.
       01  WS-BASIS-DAYS                   PIC 9(3) COMP.
       01  WS-YEAR-START                   PIC 9(8).
       01  WS-YEAR-END                     PIC 9(8).
       01  WS-DAY-ACCRUAL                  PIC S9(9)V9(6) COMP-3.
       01  WS-PART-ACCRUAL                 PIC S9(9)V9(6) COMP-3.
       01  WS-ACCR-BALANCE                 PIC S9(9)V99 COMP-3.
       01  WS-ACCR-RATE                    PIC S9(3)V9(3) COMP-3.
       01  WS-BELOW-MIN-SW                 PIC X.
           88  BELOW-MINIMUM               VALUE 'Y'.
       01  WS-GAP-FROM                     PIC 9(8).
       01  WS-GAP-DAYS                     PIC S9(5) COMP.
       01  WS-POST-AMOUNT                  PIC S9(9)V99 COMP-3.
       01  WS-XLT-LEN                      PIC 9(5) COMP.
       01  WS-ENTRY-STATE                  PIC X(30).
       01  WS-ENTRY-SW                     PIC X.
           88  ENTRY-ACCRUES               VALUE 'Y'.
       01  WS-HAVE-CUST-SW                 PIC X.
           88  HAVE-CUSTOMER               VALUE 'Y'.

      *---------------------------------------------------------------
      * Register accumulators by account type and currency
      *---------------------------------------------------------------
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY                 OCCURS 20 TIMES.
               10  WS-REG-TYPE              PIC X.
               10  WS-REG-CCY               PIC X(3).
               10  WS-REG-COUNT             PIC 9(9) COMP.
               10  WS-REG-TODAY             PIC S9(13)V9(6) COMP-3.
               10  WS-REG-MTD               PIC S9(13)V9(6) COMP-3.
               10  WS-REG-POSTED            PIC S9(13)V99 COMP-3.
       01  WS-REG-USED                     PIC 9(3) COMP VALUE 0.
       01  WS-REG-IDX                      PIC 9(3) COMP.
       01  WS-REG-SLOT                     PIC 9(3) COMP.
       01  WS-TYPE-LABEL                   PIC X(8).

      *---------------------------------------------------------------
      * Counters and report edits
      *---------------------------------------------------------------
       01  WS-CUST-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-LDGI-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-LDGO-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-ACCRUED-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-BELOW-MIN-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-NO-DAYS-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-NOT-ACCRUING-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-POSTED-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-DROPPED-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-LATE-POST-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-CARRIED-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-POSTED                 PIC S9(13)V99 COMP-3
                                             VALUE 0.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-RPT-ACCR-EDIT                PIC -(9)9.9(6).
       01  WS-RPT-RATE-EDIT                PIC -ZZ9.999.
       01  WS-RPT-DAYS-EDIT                PIC ZZ9.
       01  WS-RPT-BAL-EDIT                 PIC -(9)9.99.

       COPY "custout.cpy".
       COPY "accrldg.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-FILES
               UNTIL (CUST-AT-END AND LEDGER-AT-END)
                   OR SEQUENCE-ERROR
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           PERFORM 1100-PARSE-PARMS
           IF NOT CODEPAGE-IS-VALID
               DISPLAY "INTACCR0001-E UNSUPPORTED CODEPAGE '"
                       FUNCTION TRIM(WS-CODEPAGE)
                       "' - USE CP037, CP500 OR CP1141"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CODEPAGE TO XLT-CODEPAGE
           PERFORM 1200-SET-DATES
           IF WS-LEDGEROUT = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".accrldg"
                   DELIMITED BY SIZE INTO WS-LEDGEROUT
               END-STRING
           END-IF
           IF WS-POSTFILE = SPACES
               STRING FUNCTION TRIM(WS-LEDGEROUT) ".post"
                   DELIMITED BY SIZE INTO WS-POSTFILE
               END-STRING
           END-IF
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-LEDGEROUT) ".accrrpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           PERFORM 1700-LOAD-CONTROL
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "INTACCR0002-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * A missing prior ledger is the first run of the ledger - every
      * accruing customer starts a fresh entry.
           IF WS-LEDGERIN = SPACES
               SET LEDGER-AT-END TO TRUE
               MOVE HIGH-VALUES TO WS-LDGI-KEY
           ELSE
               OPEN INPUT LEDGER-IN-FILE
               EVALUATE TRUE
                   WHEN WS-LDGI-OK
                       SET LEDGER-IN-OPEN TO TRUE
                   WHEN WS-LDGI-STATUS = '35'
                       DISPLAY "INTACCR0003-W LEDGER "
                               FUNCTION TRIM(WS-LEDGERIN)
                               " NOT FOUND - STARTING A NEW LEDGER"
                       SET LEDGER-AT-END TO TRUE
                       MOVE HIGH-VALUES TO WS-LDGI-KEY
                   WHEN OTHER
                       DISPLAY "INTACCR0004-E UNABLE TO OPEN LEDGER "
                               WS-LEDGERIN " STATUS " WS-LDGI-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           OPEN OUTPUT LEDGER-OUT-FILE
           IF NOT WS-LDGO-OK
               DISPLAY "INTACCR0005-E UNABLE TO OPEN LEDGER "
                       WS-LEDGEROUT " STATUS " WS-LDGO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACCR-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "INTACCR0006-E UNABLE TO OPEN REGISTER FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-WRITE-REGISTER-HEADING
           IF NOT LEDGER-AT-END
               PERFORM 1900-READ-LEDGER
           END-IF
           PERFORM 1950-READ-CUST.

       1100-PARSE-PARMS.
           MOVE SPACES TO WS-PARM-TABLE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-ENTRY(1)  WS-PARM-ENTRY(2)
                    WS-PARM-ENTRY(3)  WS-PARM-ENTRY(4)
                    WS-PARM-ENTRY(5)  WS-PARM-ENTRY(6)
                    WS-PARM-ENTRY(7)  WS-PARM-ENTRY(8)
                    WS-PARM-ENTRY(9)  WS-PARM-ENTRY(10)
                    WS-PARM-ENTRY(11) WS-PARM-ENTRY(12)
                    WS-PARM-ENTRY(13) WS-PARM-ENTRY(14)
                    WS-PARM-ENTRY(15)
           END-UNSTRING
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 15
               IF WS-PARM-ENTRY(WS-PARM-IDX) NOT = SPACES
                   PERFORM 1150-APPLY-PARM
               END-IF
           END-PERFORM.

       1150-APPLY-PARM.
           MOVE SPACES TO WS-KEY WS-VAL
           UNSTRING WS-PARM-ENTRY(WS-PARM-IDX) DELIMITED BY "="
               INTO WS-KEY WS-VAL
           END-UNSTRING
           EVALUATE WS-KEY
               WHEN "CUSTFILE"
                   MOVE WS-VAL TO WS-CUSTFILE
               WHEN "CTLFILE"
                   MOVE WS-VAL TO WS-CTLFILE
               WHEN "BUSDATE"
                   MOVE WS-VAL(1:8) TO WS-BUSDATE-X
               WHEN "LEDGERIN"
                   MOVE WS-VAL TO WS-LEDGERIN
               WHEN "LEDGEROUT"
                   MOVE WS-VAL TO WS-LEDGEROUT
               WHEN "POSTFILE"
                   MOVE WS-VAL TO WS-POSTFILE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN "MONTHEND"
                   MOVE WS-VAL(1:1) TO WS-MONTHEND-SW
               WHEN "CODEPAGE"
                   MOVE WS-VAL(1:8) TO WS-CODEPAGE
               WHEN "BASECCY"
                   MOVE WS-VAL(1:3) TO WS-BASECCY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Works out the accrual month from BUSDATE.  The month's last
      * day is the day before the first of the next month, so leap
      * years need no table.  Accrual runs through BUSDATE, or
      * through the calendar month end on the month-end run.
      *---------------------------------------------------------------
       1200-SET-DATES.
           IF WS-BUSDATE-X NOT NUMERIC
               DISPLAY "INTACCR0007-E BUSDATE= MUST BE GIVEN AS "
                       "YYYYMMDD - FOUND '" WS-BUSDATE-X "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSDATE-X TO WS-BUSDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSDATE) NOT = 0
               DISPLAY "INTACCR0007-E BUSDATE= MUST BE GIVEN AS "
                       "YYYYMMDD - FOUND '" WS-BUSDATE-X "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSDATE(1:6) TO WS-PERIOD
           MOVE WS-BUSDATE(1:4) TO WS-DATE-YEAR
           MOVE WS-BUSDATE(5:2) TO WS-DATE-MONTH
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           IF WS-DATE-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-DATE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           COMPUTE WS-PRIOR-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1)
           IF WS-BUSDATE = WS-PERIOD-END
               SET MONTH-END-RUN TO TRUE
           END-IF
           IF MONTH-END-RUN
               MOVE WS-PERIOD-END TO WS-ACCRUE-TO
           ELSE
               MOVE WS-BUSDATE TO WS-ACCRUE-TO
           END-IF.

       1500-WRITE-REGISTER-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO RPT-LINE
           STRING "INTACCR DAILY INTEREST ACCRUAL REGISTER"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE ............. " WS-BUSDATE
                  "   ACCRUED THROUGH " WS-ACCRUE-TO
                  "   RUN " WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF MONTH-END-RUN
               MOVE SPACES TO RPT-LINE
               STRING "MONTH-END RUN - ACCRUALS FOR " WS-PERIOD
                      " POSTED TO " FUNCTION TRIM(WS-POSTFILE)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CUST-ID T CCY       BALANCE     RATE BASIS  DAYS"
                  "     TODAY ACCRUAL       MTD ACCRUAL  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

       1700-LOAD-CONTROL.
           OPEN INPUT CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY "INTACCR0008-E UNABLE TO OPEN CONTROL FILE "
                       WS-CTLFILE " STATUS " WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1750-READ-CONTROL
           PERFORM UNTIL END-OF-CTL
               IF CTL-LINE NOT = SPACES
                   AND CTL-LINE(1:1) NOT = "*"
                   PERFORM 1770-STORE-CONTROL
               END-IF
               PERFORM 1750-READ-CONTROL
           END-PERFORM
           CLOSE CTL-FILE
           DISPLAY "INTACCR0009-I " WS-CTL-USED
                   " ACCRUAL CONTROL ENTRIES LOADED FROM "
                   FUNCTION TRIM(WS-CTLFILE).

       1750-READ-CONTROL.
           READ CTL-FILE
               AT END
                   SET END-OF-CTL TO TRUE
           END-READ.

       1770-STORE-CONTROL.
           MOVE SPACES TO WS-CTL-TYPE-X WS-CTL-BASIS-X WS-CTL-MIN-X
                          WS-CTL-CODE-X
           UNSTRING CTL-LINE DELIMITED BY ","
               INTO WS-CTL-TYPE-X WS-CTL-BASIS-X WS-CTL-MIN-X
                    WS-CTL-CODE-X
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CTL-TYPE-X) TO WS-CTL-TYPE-X
           MOVE FUNCTION TRIM(WS-CTL-BASIS-X) TO WS-CTL-BASIS-X
           MOVE FUNCTION TRIM(WS-CTL-CODE-X) TO WS-CTL-CODE-X
           IF WS-CTL-MIN-X = SPACES
               MOVE "0" TO WS-CTL-MIN-X
           END-IF
           MOVE WS-CTL-TYPE-X(1:1) TO WS-LOOKUP-TYPE
           PERFORM 2900-FIND-CONTROL
           EVALUATE TRUE
               WHEN WS-CTL-TYPE-X NOT = 'S' AND WS-CTL-TYPE-X NOT = 'L'
                   DISPLAY "INTACCR0010-W CONTROL LINE IGNORED - TYPE "
                           "MUST BE S OR L: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CTL-BASIS-X NOT = "ACT/365"
                   AND WS-CTL-BASIS-X NOT = "ACT/360"
                   AND WS-CTL-BASIS-X NOT = "ACT/ACT"
                   AND WS-CTL-BASIS-X NOT = "30/360"
                   DISPLAY "INTACCR0010-W CONTROL LINE IGNORED - "
                           "UNKNOWN BASIS: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN FUNCTION TEST-NUMVAL(WS-CTL-MIN-X) NOT = 0
                   DISPLAY "INTACCR0010-W CONTROL LINE IGNORED - "
                           "BAD MINIMUM BALANCE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CTL-CODE-X = SPACES
                   DISPLAY "INTACCR0010-W CONTROL LINE IGNORED - "
                           "NO POSTING CODE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CTL-SLOT > 0
                   DISPLAY "INTACCR0010-W CONTROL LINE IGNORED - "
                           "DUPLICATE TYPE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CTL-USED >= 5
                   DISPLAY "INTACCR0010-W CONTROL TABLE FULL - LINE "
                           "IGNORED: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CTL-USED
                   MOVE WS-CTL-TYPE-X(1:1) TO WS-CTL-TYPE(WS-CTL-USED)
                   MOVE WS-CTL-BASIS-X(1:7)
                     TO WS-CTL-BASIS(WS-CTL-USED)
                   COMPUTE WS-CTL-MIN-BAL(WS-CTL-USED) =
                       FUNCTION NUMVAL(WS-CTL-MIN-X)
                   MOVE WS-CTL-CODE-X(1:2)
                     TO WS-CTL-POST-CODE(WS-CTL-USED)
           END-EVALUATE.

       1900-READ-LEDGER.
           MOVE WS-LDGI-KEY TO WS-LDGI-PREV-KEY
           READ LEDGER-IN-FILE
               AT END
                   SET LEDGER-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-LDGI-KEY
               NOT AT END
                   ADD 1 TO WS-LDGI-COUNT
                   MOVE LEDGER-IN-LINE(1:6) TO WS-LDGI-KEY
                   IF WS-LDGI-KEY < WS-LDGI-PREV-KEY
                       DISPLAY "INTACCR0011-E LEDGER OUT OF SEQUENCE "
                               "AT CUSTOMER-ID " WS-LDGI-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

       1950-READ-CUST.
           MOVE WS-CUST-KEY TO WS-CUST-PREV-KEY
           READ CUST-FILE
               AT END
                   SET CUST-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-CUST-KEY
               NOT AT END
                   ADD 1 TO WS-CUST-COUNT
                   MOVE SPACES TO CUSTOMER-OUT-RECORD
                   MOVE CUST-LINE TO CUSTOMER-OUT-RECORD
                   MOVE CUST-LINE(1:6) TO WS-CUST-KEY
                   IF WS-CUST-KEY < WS-CUST-PREV-KEY
                       DISPLAY "INTACCR0012-E CUSTOMER FILE OUT OF "
                               "SEQUENCE AT CUSTOMER-ID " WS-CUST-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

       2000-MATCH-FILES.
           MOVE SPACES TO WS-ENTRY-STATE
           MOVE 0 TO WS-DAY-ACCRUAL
           EVALUATE TRUE
               WHEN WS-LDGI-KEY < WS-CUST-KEY
                   MOVE 'N' TO WS-HAVE-CUST-SW
                   PERFORM 2200-LOAD-ENTRY
                   IF AL-MTD-ACCRUAL = 0
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       MOVE "CUSTOMER NOT ON FILE" TO WS-ENTRY-STATE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       PERFORM 2600-FINISH-ENTRY
                   END-IF
                   PERFORM 1900-READ-LEDGER
               WHEN WS-CUST-KEY < WS-LDGI-KEY
                   SET HAVE-CUSTOMER TO TRUE
                   MOVE OUT-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
                   PERFORM 2900-FIND-CONTROL
                   IF WS-CTL-SLOT = 0
                       ADD 1 TO WS-NOT-ACCRUING-COUNT
                   ELSE
                       PERFORM 2100-NEW-ENTRY
                       PERFORM 2400-ACCRUE-ENTRY
                       PERFORM 2600-FINISH-ENTRY
                   END-IF
                   PERFORM 1950-READ-CUST
               WHEN OTHER
                   SET HAVE-CUSTOMER TO TRUE
                   PERFORM 2200-LOAD-ENTRY
                   PERFORM 2400-ACCRUE-ENTRY
                   PERFORM 2600-FINISH-ENTRY
                   PERFORM 1950-READ-CUST
                   PERFORM 1900-READ-LEDGER
           END-EVALUATE.

      *---------------------------------------------------------------
      * A customer with no ledger entry starts accruing today - its
      * entry is treated as accrued through the day before BUSDATE.
      *---------------------------------------------------------------
       2100-NEW-ENTRY.
           INITIALIZE ACCRUAL-LEDGER-RECORD
           MOVE OUT-CUSTOMER-ID TO AL-CUSTOMER-ID
           MOVE OUT-ACCOUNT-TYPE TO AL-ACCOUNT-TYPE
           MOVE WS-PERIOD TO AL-PERIOD
           COMPUTE AL-LAST-ACCRUAL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUSDATE) - 1)
           MOVE 'N' TO AL-POSTED-SW
           MOVE "NEW" TO WS-ENTRY-STATE.

      *---------------------------------------------------------------
      * Loads yesterday's entry.  An entry from an earlier month is
      * closed off first: if its month end was never posted it is
      * accrued through that month's end and posted now, dated at
      * the month end.  The entry then starts the current month
      * accrued through the end of the previous one; days up to
      * there that no posting covered are accrued into the current
      * month and reported.
      *---------------------------------------------------------------
       2200-LOAD-ENTRY.
           MOVE LEDGER-IN-LINE TO ACCRUAL-LEDGER-RECORD
           IF AL-PERIOD < WS-PERIOD
               MOVE AL-PERIOD(1:4) TO WS-DATE-YEAR
               MOVE AL-PERIOD(5:2) TO WS-DATE-MONTH
               IF WS-DATE-MONTH = 12
                   COMPUTE WS-NEXT-MONTH-START =
                       (WS-DATE-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-START =
                       AL-PERIOD * 100 + 101
               END-IF
               COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                    - 1)
               MOVE AL-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
               PERFORM 2900-FIND-CONTROL
               MOVE 0 TO WS-GAP-DAYS
               IF NOT AL-POSTED AND WS-CTL-SLOT > 0
                   AND AL-LAST-ACCRUAL-DATE < WS-TO-DATE
                   MOVE WS-TO-DATE TO WS-COUNT-TO
                   PERFORM 2250-ACCRUE-CLOSING-DAYS
                   IF NOT BELOW-MINIMUM
                       MOVE WS-DAYS TO WS-GAP-DAYS
                   END-IF
               END-IF
               IF NOT AL-POSTED AND AL-MTD-ACCRUAL NOT = 0
                   IF WS-CTL-SLOT = 0
                       MOVE "PRIOR MONTH UNPOSTED - NO CODE"
                         TO WS-ENTRY-STATE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   ELSE
                       PERFORM 2700-WRITE-POSTING
                       ADD 1 TO WS-LATE-POST-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE AL-POSTED-AMOUNT TO WS-RPT-AMOUNT-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING AL-CUSTOMER-ID
                              " LATE POSTING OF " AL-PERIOD
                              " ACCRUAL DATED " WS-TO-DATE
                              " AMOUNT " WS-RPT-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO RPT-LINE
                       END-STRING
                       IF WS-GAP-DAYS > 0
                           MOVE WS-GAP-DAYS TO WS-RPT-DAYS-EDIT
                           STRING "  INCLUDING "
                                  FUNCTION TRIM(WS-RPT-DAYS-EDIT)
                                  " DAYS ACCRUED THIS RUN"
                               DELIMITED BY SIZE INTO RPT-LINE(78:)
                           END-STRING
                       END-IF
                       WRITE RPT-LINE
                   END-IF
               END-IF
               IF AL-POSTED OR AL-MTD-ACCRUAL = 0
                   MOVE WS-PERIOD TO AL-PERIOD
                   MOVE 0 TO AL-DAYS-ACCRUED AL-MTD-ACCRUAL
                             AL-POSTED-AMOUNT
                   MOVE 'N' TO AL-POSTED-SW
                   IF AL-LAST-ACCRUAL-DATE < WS-PRIOR-PERIOD-END
                       IF WS-CTL-SLOT = 0
                           MOVE WS-PRIOR-PERIOD-END
                             TO AL-LAST-ACCRUAL-DATE
                       ELSE
                           PERFORM 2300-CARRY-UNPOSTED-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Accrues an entry being closed off through WS-COUNT-TO, on
      * today's balance and rate when the customer is on file and on
      * the last ones the ledger saw when it is not.
      *---------------------------------------------------------------
       2250-ACCRUE-CLOSING-DAYS.
           IF HAVE-CUSTOMER
               MOVE OUT-ACCOUNT-BALANCE TO WS-ACCR-BALANCE
               MOVE OUT-INTEREST-RATE TO WS-ACCR-RATE
           ELSE
               MOVE AL-LAST-BALANCE TO WS-ACCR-BALANCE
               MOVE AL-LAST-RATE TO WS-ACCR-RATE
           END-IF
           PERFORM 2460-ACCRUE-DAYS.

      *---------------------------------------------------------------
      * Days after the closed-off month's last accrual through the
      * end of the previous month, when that month was already
      * posted or whole months had no run.  No posting can take them
      * any more, so they are accrued into the current month and
      * listed as an exception.
      *---------------------------------------------------------------
       2300-CARRY-UNPOSTED-DAYS.
           MOVE AL-LAST-ACCRUAL-DATE TO WS-GAP-FROM
           MOVE WS-PRIOR-PERIOD-END TO WS-COUNT-TO
           PERFORM 2250-ACCRUE-CLOSING-DAYS
           IF WS-DAYS > 0
               ADD 1 TO WS-CARRIED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-DAYS TO WS-RPT-DAYS-EDIT
               MOVE WS-PART-ACCRUAL TO WS-RPT-ACCR-EDIT
               MOVE SPACES TO RPT-LINE
               STRING AL-CUSTOMER-ID " "
                      FUNCTION TRIM(WS-RPT-DAYS-EDIT)
                      " DAYS AFTER " WS-GAP-FROM
                      " THROUGH " WS-PRIOR-PERIOD-END
                      " NOT IN ANY POSTING - ACCRUED INTO "
                      WS-PERIOD " AMOUNT " WS-RPT-ACCR-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Accrues the days from the entry's last accrual date through
      * WS-ACCRUE-TO on today's balance, under the type's basis and
      * minimum-balance rule.  The days are used up whether or not
      * the balance earned anything on them.
      *---------------------------------------------------------------
       2400-ACCRUE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-SW
           MOVE OUT-ACCOUNT-TYPE TO AL-ACCOUNT-TYPE
           IF OUT-CURRENCY-CODE = SPACES
               MOVE WS-BASECCY TO AL-CURRENCY-CODE
           ELSE
               MOVE OUT-CURRENCY-CODE TO AL-CURRENCY-CODE
           END-IF
           MOVE OUT-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
           PERFORM 2900-FIND-CONTROL
           EVALUATE TRUE
               WHEN AL-PERIOD NOT = WS-PERIOD
                   MOVE "PRIOR MONTH UNPOSTED - HELD" TO WS-ENTRY-STATE
                   MOVE 'N' TO WS-ENTRY-SW
               WHEN AL-POSTED
                   MOVE "MONTH ALREADY POSTED" TO WS-ENTRY-STATE
                   MOVE 'N' TO WS-ENTRY-SW
                   ADD 1 TO WS-NO-DAYS-COUNT
               WHEN WS-CTL-SLOT = 0
                   MOVE "TYPE DOES NOT ACCRUE" TO WS-ENTRY-STATE
                   MOVE 'N' TO WS-ENTRY-SW
                   ADD 1 TO WS-NOT-ACCRUING-COUNT
               WHEN AL-LAST-ACCRUAL-DATE >= WS-ACCRUE-TO
                   MOVE "ALREADY ACCRUED" TO WS-ENTRY-STATE
                   MOVE 'N' TO WS-ENTRY-SW
                   ADD 1 TO WS-NO-DAYS-COUNT
           END-EVALUATE
           IF ENTRY-ACCRUES
               MOVE OUT-ACCOUNT-BALANCE TO WS-ACCR-BALANCE
               MOVE OUT-INTEREST-RATE TO WS-ACCR-RATE
               MOVE WS-ACCRUE-TO TO WS-COUNT-TO
               PERFORM 2460-ACCRUE-DAYS
               IF BELOW-MINIMUM
                   MOVE "BELOW MINIMUM / NO RATE" TO WS-ENTRY-STATE
                   ADD 1 TO WS-BELOW-MIN-COUNT
               ELSE
                   MOVE WS-PART-ACCRUAL TO WS-DAY-ACCRUAL
                   ADD 1 TO WS-ACCRUED-COUNT
               END-IF
               MOVE OUT-ACCOUNT-BALANCE TO AL-LAST-BALANCE
               MOVE OUT-INTEREST-RATE TO AL-LAST-RATE
           END-IF.

      *---------------------------------------------------------------
      * Days between the last accrual date and WS-COUNT-TO under
      * the type's basis.  30/360 treats the 31st as the 30th (US
      * convention); ACT/ACT divides by the days in the accrual
      * year.
      *---------------------------------------------------------------
       2450-COUNT-DAYS.
           MOVE AL-LAST-ACCRUAL-DATE TO WS-FROM-DATE
           MOVE WS-COUNT-TO TO WS-TO-DATE
           EVALUATE WS-CTL-BASIS(WS-CTL-SLOT)
               WHEN "30/360"
                   MOVE WS-FROM-DD TO WS-D1
                   MOVE WS-TO-DD TO WS-D2
                   IF WS-D1 = 31
                       MOVE 30 TO WS-D1
                   END-IF
                   IF WS-D2 = 31 AND WS-D1 = 30
                       MOVE 30 TO WS-D2
                   END-IF
                   COMPUTE WS-DAYS =
                       (WS-TO-YYYY - WS-FROM-YYYY) * 360
                       + (WS-TO-MM - WS-FROM-MM) * 30
                       + (WS-D2 - WS-D1)
                   MOVE 360 TO WS-BASIS-DAYS
               WHEN OTHER
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                   EVALUATE WS-CTL-BASIS(WS-CTL-SLOT)
                       WHEN "ACT/360"
                           MOVE 360 TO WS-BASIS-DAYS
                       WHEN "ACT/ACT"
                           COMPUTE WS-YEAR-START = WS-TO-YYYY * 10000
                               + 101
                           COMPUTE WS-YEAR-END = WS-TO-YYYY * 10000
                               + 1231
                           COMPUTE WS-BASIS-DAYS =
                               FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
                               - FUNCTION INTEGER-OF-DATE
                                   (WS-YEAR-START) + 1
                       WHEN OTHER
                           MOVE 365 TO WS-BASIS-DAYS
                   END-EVALUATE
           END-EVALUATE
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.

      *---------------------------------------------------------------
      * Accrues the days from the entry's last accrual date through
      * WS-COUNT-TO on WS-ACCR-BALANCE at WS-ACCR-RATE.  No interest
      * accrues below the type's minimum balance or without a rate;
      * the days are used up either way.
      *---------------------------------------------------------------
       2460-ACCRUE-DAYS.
           MOVE 0 TO WS-PART-ACCRUAL
           PERFORM 2450-COUNT-DAYS
           IF WS-ACCR-BALANCE <= 0
               OR WS-ACCR-BALANCE < WS-CTL-MIN-BAL(WS-CTL-SLOT)
               OR WS-ACCR-RATE <= 0
               SET BELOW-MINIMUM TO TRUE
           ELSE
               MOVE 'N' TO WS-BELOW-MIN-SW
               COMPUTE WS-PART-ACCRUAL ROUNDED =
                   WS-ACCR-BALANCE * WS-ACCR-RATE
                   * WS-DAYS / (100 * WS-BASIS-DAYS)
               ADD WS-PART-ACCRUAL TO AL-MTD-ACCRUAL
               ADD WS-DAYS TO AL-DAYS-ACCRUED
           END-IF
           MOVE WS-COUNT-TO TO AL-LAST-ACCRUAL-DATE.

      *---------------------------------------------------------------
      * Month-end posting, register line and tallies, then the
      * entry goes to today's ledger.
      *---------------------------------------------------------------
       2600-FINISH-ENTRY.
           IF MONTH-END-RUN AND AL-PERIOD = WS-PERIOD
               AND NOT AL-POSTED
               MOVE AL-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
               PERFORM 2900-FIND-CONTROL
               IF WS-CTL-SLOT = 0
                   IF AL-MTD-ACCRUAL NOT = 0
                       MOVE "NO POSTING CODE - NOT POSTED"
                         TO WS-ENTRY-STATE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               ELSE
                   MOVE WS-PERIOD-END TO WS-TO-DATE
                   PERFORM 2700-WRITE-POSTING
               END-IF
           END-IF
           PERFORM 2800-TALLY-REGISTER
           PERFORM 2650-WRITE-REGISTER-LINE
           MOVE ACCRUAL-LEDGER-RECORD TO LEDGER-OUT-LINE
           WRITE LEDGER-OUT-LINE
           ADD 1 TO WS-LDGO-COUNT.

       2650-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-CTL-BASIS-X
           MOVE AL-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
           PERFORM 2900-FIND-CONTROL
           IF WS-CTL-SLOT > 0
               MOVE WS-CTL-BASIS(WS-CTL-SLOT) TO WS-CTL-BASIS-X
           END-IF
           IF HAVE-CUSTOMER
               MOVE OUT-ACCOUNT-BALANCE TO WS-RPT-BAL-EDIT
               MOVE OUT-INTEREST-RATE TO WS-RPT-RATE-EDIT
           ELSE
               MOVE AL-LAST-BALANCE TO WS-RPT-BAL-EDIT
               MOVE AL-LAST-RATE TO WS-RPT-RATE-EDIT
           END-IF
           IF WS-DAY-ACCRUAL = 0
               MOVE 0 TO WS-RPT-DAYS-EDIT
           ELSE
               MOVE WS-DAYS TO WS-RPT-DAYS-EDIT
           END-IF
           MOVE WS-DAY-ACCRUAL TO WS-RPT-ACCR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING AL-CUSTOMER-ID "  " AL-ACCOUNT-TYPE " "
                  AL-CURRENCY-CODE " " WS-RPT-BAL-EDIT " "
                  WS-RPT-RATE-EDIT " " WS-CTL-BASIS-X(1:7) " "
                  WS-RPT-DAYS-EDIT " " WS-RPT-ACCR-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           MOVE AL-MTD-ACCRUAL TO WS-RPT-ACCR-EDIT
           STRING WS-RPT-ACCR-EDIT "  " WS-ENTRY-STATE
               DELIMITED BY SIZE INTO RPT-LINE(68:)
           END-STRING
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * Writes the month's accrual, rounded to cents, as one
      * TRANSACTION-RECORD dated WS-TO-DATE.  The character and
      * zoned fields are built in ASCII and the whole image is
      * translated to EBCDIC through ASCXLT; the packed TXN-AMOUNT is
      * set afterwards so the translation never touches it.  A
      * month that rounds to zero is marked posted with nothing
      * written.
      *---------------------------------------------------------------
       2700-WRITE-POSTING.
           COMPUTE WS-POST-AMOUNT ROUNDED = AL-MTD-ACCRUAL
           IF WS-POST-AMOUNT NOT = 0
               IF NOT POST-FILE-OPEN
                   OPEN OUTPUT POST-FILE
                   IF NOT WS-POST-OK
                       DISPLAY "INTACCR0013-E UNABLE TO OPEN POSTING "
                               "FILE " WS-POSTFILE " STATUS "
                               WS-POST-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   SET POST-FILE-OPEN TO TRUE
               END-IF
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE AL-CUSTOMER-ID TO TXN-CUSTOMER-ID
               MOVE WS-TO-DATE TO TXN-DATE
               MOVE 0 TO TXN-TIME
               MOVE WS-CTL-POST-CODE(WS-CTL-SLOT) TO TXN-TYPE-CODE
               MOVE SPACES TO WS-POSTING-REF
               STRING "ACCR" WS-TO-DATE(1:6)
                   DELIMITED BY SIZE INTO WS-POSTING-REF
               END-STRING
               MOVE WS-POSTING-REF TO TXN-POSTING-REF
               MOVE LENGTH OF TRANSACTION-RECORD TO WS-XLT-LEN
               CALL "ASCXLT" USING TRANSACTION-RECORD
                    BY CONTENT WS-XLT-LEN
               MOVE WS-POST-AMOUNT TO TXN-AMOUNT
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
           END-IF
           MOVE 'Y' TO AL-POSTED-SW
           MOVE WS-POST-AMOUNT TO AL-POSTED-AMOUNT.

       2800-TALLY-REGISTER.
           MOVE 0 TO WS-REG-SLOT
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-USED
               IF WS-REG-TYPE(WS-REG-IDX) = AL-ACCOUNT-TYPE
                   AND WS-REG-CCY(WS-REG-IDX) = AL-CURRENCY-CODE
                   MOVE WS-REG-IDX TO WS-REG-SLOT
               END-IF
           END-PERFORM
           IF WS-REG-SLOT = 0
               IF WS-REG-USED < 20
                   ADD 1 TO WS-REG-USED
                   MOVE WS-REG-USED TO WS-REG-SLOT
                   MOVE AL-ACCOUNT-TYPE TO WS-REG-TYPE(WS-REG-SLOT)
                   MOVE AL-CURRENCY-CODE TO WS-REG-CCY(WS-REG-SLOT)
                   MOVE 0 TO WS-REG-COUNT(WS-REG-SLOT)
                             WS-REG-TODAY(WS-REG-SLOT)
                             WS-REG-MTD(WS-REG-SLOT)
                             WS-REG-POSTED(WS-REG-SLOT)
               ELSE
                   DISPLAY "INTACCR0014-W REGISTER TABLE FULL - "
                           AL-ACCOUNT-TYPE "/" AL-CURRENCY-CODE
                           " NOT TOTALLED"
               END-IF
           END-IF
           IF WS-REG-SLOT > 0
               ADD 1 TO WS-REG-COUNT(WS-REG-SLOT)
               ADD WS-DAY-ACCRUAL TO WS-REG-TODAY(WS-REG-SLOT)
               ADD AL-MTD-ACCRUAL TO WS-REG-MTD(WS-REG-SLOT)
               IF AL-PERIOD = WS-PERIOD
                   ADD AL-POSTED-AMOUNT TO WS-REG-POSTED(WS-REG-SLOT)
               END-IF
           END-IF.

       2900-FIND-CONTROL.
           MOVE 0 TO WS-CTL-SLOT
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-USED
               IF WS-CTL-TYPE(WS-CTL-IDX) = WS-LOOKUP-TYPE
                   MOVE WS-CTL-IDX TO WS-CTL-SLOT
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           PERFORM 9100-WRITE-REGISTER-TOTALS
           CLOSE CUST-FILE
           IF LEDGER-IN-OPEN
               CLOSE LEDGER-IN-FILE
           END-IF
           CLOSE LEDGER-OUT-FILE
           IF POST-FILE-OPEN
               CLOSE POST-FILE
           END-IF
           CLOSE ACCR-RPT-FILE
           DISPLAY "INTACCR0099-I CUSTOMERS READ      = "
                   WS-CUST-COUNT
           DISPLAY "INTACCR0099-I LEDGER ENTRIES IN   = "
                   WS-LDGI-COUNT
           DISPLAY "INTACCR0099-I LEDGER ENTRIES OUT  = "
                   WS-LDGO-COUNT
           DISPLAY "INTACCR0099-I ACCOUNTS ACCRUED    = "
                   WS-ACCRUED-COUNT
           DISPLAY "INTACCR0099-I POSTINGS WRITTEN    = "
                   WS-POSTED-COUNT
           DISPLAY "INTACCR0099-I EXCEPTIONS          = "
                   WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN SEQUENCE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0 OR WS-CTL-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9100-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TOTALS BY ACCOUNT TYPE AND CURRENCY:"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TYPE     CCY  ACCOUNTS       TODAY ACCRUAL"
                  "        MTD ACCRUAL         POSTED"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-USED
               EVALUATE WS-REG-TYPE(WS-REG-IDX)
                   WHEN 'S'
                       MOVE "SAVINGS" TO WS-TYPE-LABEL
                   WHEN 'L'
                       MOVE "LOAN" TO WS-TYPE-LABEL
                   WHEN 'C'
                       MOVE "CHECKING" TO WS-TYPE-LABEL
                   WHEN OTHER
                       MOVE "OTHER" TO WS-TYPE-LABEL
               END-EVALUATE
               MOVE WS-REG-COUNT(WS-REG-IDX) TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING WS-TYPE-LABEL " " WS-REG-CCY(WS-REG-IDX) " "
                      WS-RPT-COUNT-EDIT " "
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               MOVE WS-REG-TODAY(WS-REG-IDX) TO WS-RPT-ACCR-EDIT
               MOVE WS-RPT-ACCR-EDIT TO RPT-LINE(26:17)
               MOVE WS-REG-MTD(WS-REG-IDX) TO WS-RPT-ACCR-EDIT
               MOVE WS-RPT-ACCR-EDIT TO RPT-LINE(45:17)
               MOVE WS-REG-POSTED(WS-REG-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(62:15)
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CUST-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS READ ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-ACCRUED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ACCRUED .......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BELOW-MIN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BELOW MINIMUM / NO RATE ... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-NO-DAYS-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY ACCRUED/POSTED .... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-NOT-ACCRUING-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NON-ACCRUING TYPES ........ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED ENTRIES DROPPED .... "
               WS-RPT-COUNT-EDIT
               "  (NO CUSTOMER, NOTHING OWED)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-LDGO-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LEDGER ENTRIES WRITTEN .... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "POSTING RECORDS WRITTEN ... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-POSTED TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL AMOUNT POSTED ....... "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-LATE-POST-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LATE POSTINGS ............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ENTRIES WITH DAYS CARRIED . "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "EXCEPTIONS ................ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           IF SEQUENCE-ERROR
               MOVE SPACES TO RPT-LINE
               STRING "*** RUN STOPPED ON A SEQUENCE ERROR - LEDGER "
                      "INCOMPLETE, DO NOT USE IT AS LEDGERIN ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
