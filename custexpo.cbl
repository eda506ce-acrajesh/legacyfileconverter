      *****************************************************************
      * CUSTEXPO - Credit exposure, over-limit and inactivity aging   *
      * exception report over the converted customer file            *
      * (custout.cpy, EBCCONV OUTFMT=FIXED).  Where CUSTRPT gives     *
      * portfolio totals, this lists the individual accounts credit  *
      * risk has to look at:                                         *
      *   - over limit: ACCOUNT-BALANCE above CREDIT-LIMIT           *
      *   - utilization band: ACCOUNT-BALANCE as a percentage of     *
      *     CREDIT-LIMIT falling in one of the configured bands      *
      *   - inactive: days from LAST-TRANSACTION-DATE to the         *
      *     business date of 30 or more, aged 30-59, 60-89, 90-179   *
      *     and 180+; a record with no valid last-transaction date   *
      *     is aged as NO DATE                                       *
      * Limit tests apply only to accounts with a CREDIT-LIMIT above *
      * zero; a zero limit means the account carries no credit line. *
      *                                                                *
      * Each exception customer gets one report line with ID, name,   *
      * type, state, currency, balance, limit, utilization and days   *
      * inactive, plus the band and aging bucket that put it there.   *
      * The same exceptions go to a CSV file for the risk team's     *
      * tools.  The report ends with subtotals per OUT-CURRENCY-CODE *
      * (blank stamp counts as BASECCY, as in CUSTRPT) and counts per *
      * band and aging bucket.                                       *
      *                                                                *
      * Utilization bands: BANDS= gives the ascending lower bounds,  *
      * in whole percent below 100, separated by '/'.  The default   *
      * BANDS=80/90 gives 80-90% and 90-100%; balances above the     *
      * limit are always banded OVER LIMIT.  Utilization under the   *
      * lowest bound is not an exception.                            *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   CUSTFILE=path    converted customer FIXED file (required)  *
      *   BUSDATE=yyyymmdd business date for aging (required)        *
      *   BANDS=n/n/...    utilization band lower bounds; default    *
      *                    80/90, at most 9 bounds                   *
      *   RPTFILE=path     exception report; defaults to CUSTFILE    *
      *                    with .expo appended                       *
      *   CSVFILE=path     exception CSV; defaults to CUSTFILE with  *
      *                    .expo.csv appended                        *
      *   BASECCY=code     currency for blank stamps; default USD    *
      *                                                                *
      * Return code 0 when no account is over limit, 4 when any is   *
      * (so the scheduler can alert), 16 on a bad parameter or open  *
      * failure.                                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEXPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EXPO-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CSV-FILE ASSIGN DYNAMIC WS-CSVFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  EXPO-RPT-FILE.
       01  RPT-LINE                        PIC X(132).
       FD  CSV-FILE.
       01  OUT-LINE                        PIC X(300).
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
       01  WS-RPTFILE                      PIC X(80).
       01  WS-CSVFILE                      PIC X(80).
       01  WS-BUSDATE-X                    PIC X(8) VALUE SPACES.
       01  WS-BUSDATE                      PIC 9(8).
       01  WS-BANDS                        PIC X(60) VALUE '80/90'.
       01  WS-BASECCY                      PIC X(3) VALUE 'USD'.
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-CSV-STATUS                   PIC XX.
           88  WS-CSV-OK                   VALUE '00'.
       01  WS-EOF-SW                       PIC X VALUE 'N'.
           88  END-OF-CUST                 VALUE 'Y'.

      *---------------------------------------------------------------
      * Utilization bands - lower bounds in whole percent, ascending.
      * Slot 0 in WS-BAND-SLOT means "no band"; the OVER LIMIT band
      * is counted separately in WS-OVER-LIMIT-COUNT.
      *---------------------------------------------------------------
       01  WS-BAND-X-TABLE.
           05  WS-BAND-X                    OCCURS 9 TIMES
                                             PIC X(6).
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY                OCCURS 9 TIMES.
               10  WS-BAND-LOW              PIC 9(3).
               10  WS-BAND-HIGH             PIC 9(3).
               10  WS-BAND-LABEL            PIC X(12).
               10  WS-BAND-COUNT            PIC 9(9) COMP.
       01  WS-BAND-USED                    PIC 9(3) COMP VALUE 0.
       01  WS-BAND-IDX                     PIC 9(3) COMP.
       01  WS-BAND-SLOT                    PIC 9(3) COMP.
       01  WS-BAND-LOW-EDIT                PIC ZZ9.
       01  WS-BAND-HIGH-EDIT               PIC ZZ9.

      *---------------------------------------------------------------
      * Inactivity aging buckets
      *---------------------------------------------------------------
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY                 OCCURS 5 TIMES.
               10  WS-AGE-LABEL             PIC X(8).
               10  WS-AGE-COUNT             PIC 9(9) COMP.
       01  WS-AGE-SLOT                     PIC 9(3) COMP.
       01  WS-AGE-IDX                      PIC 9(3) COMP.

      *---------------------------------------------------------------
      * Per-record work fields
      *---------------------------------------------------------------
       01  WS-LAST-TXN-DATE                PIC 9(8).
       01  WS-DAYS-INACTIVE                PIC S9(7) COMP.
       01  WS-UTILIZATION                  PIC S9(5)V99 COMP-3.
       01  WS-OVER-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-OVER-LIMIT-SW                PIC X.
           88  ACCOUNT-OVER-LIMIT          VALUE 'Y'.
       01  WS-HAS-LIMIT-SW                 PIC X.
           88  ACCOUNT-HAS-LIMIT           VALUE 'Y'.
       01  WS-BAND-TEXT                    PIC X(12).
       01  WS-AGE-TEXT                     PIC X(8).
       01  WS-TYPE-LABEL                   PIC X(8).
       01  WS-NAME-WORK                    PIC X(28).
       01  WS-CCY-WORK                     PIC X(3).

      *---------------------------------------------------------------
      * Accumulators by currency (OUT-CURRENCY-CODE stamp; blank
      * counts as BASECCY)
      *---------------------------------------------------------------
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY                 OCCURS 10 TIMES.
               10  WS-CCY-CODE              PIC X(3).
               10  WS-CCY-COUNT             PIC 9(9) COMP.
               10  WS-CCY-OVER-COUNT        PIC 9(9) COMP.
               10  WS-CCY-SUM-BAL           PIC S9(13)V99 COMP-3.
               10  WS-CCY-SUM-CL            PIC S9(13)V99 COMP-3.
               10  WS-CCY-SUM-OVER          PIC S9(13)V99 COMP-3.
       01  WS-CCY-USED                     PIC 9(3) COMP VALUE 0.
       01  WS-CCY-IDX                      PIC 9(3) COMP.
       01  WS-CCY-SLOT                     PIC 9(3) COMP.

      *---------------------------------------------------------------
      * CSV building - 2510-CSV-QUOTE-FIELD is EBCCONV's routine
      *---------------------------------------------------------------
       01  WS-LINE-PTR                     PIC 9(5) COMP.
       01  WS-QTE-FIELD                    PIC X(40).
       01  WS-QTE-LEN                      PIC 9(5) COMP.
       01  WS-QTE-RESULT                   PIC X(90).
       01  WS-QTE-SRC-PTR                  PIC 9(5) COMP.
       01  WS-QTE-DST-PTR                  PIC 9(5) COMP.
       01  WS-QTE-CHAR                     PIC X.
       01  WS-CSV-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-CSV-UTIL-EDIT                PIC -(5)9.99.
       01  WS-CSV-DAYS-EDIT                PIC -(6)9.

      *---------------------------------------------------------------
      * Counters and report edits
      *---------------------------------------------------------------
       01  WS-IN-COUNT                     PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-OVER-LIMIT-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-RPT-BAL-EDIT                 PIC -(9)9.99.
       01  WS-RPT-CL-EDIT                  PIC -(7)9.99.
       01  WS-RPT-UTIL-EDIT                PIC -(5)9.99.
       01  WS-RPT-DAYS-EDIT                PIC -(5)9.

       COPY "custout.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER UNTIL END-OF-CUST
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           PERFORM 1100-PARSE-PARMS
           IF WS-BUSDATE-X NOT NUMERIC
               DISPLAY "CUSTEXPO0001-E BUSDATE= MUST BE GIVEN AS "
                       "YYYYMMDD - FOUND '" WS-BUSDATE-X "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSDATE-X TO WS-BUSDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSDATE) NOT = 0
               DISPLAY "CUSTEXPO0001-E BUSDATE= MUST BE GIVEN AS "
                       "YYYYMMDD - FOUND '" WS-BUSDATE-X "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-BUILD-BANDS
           MOVE "30-59"    TO WS-AGE-LABEL(1)
           MOVE "60-89"    TO WS-AGE-LABEL(2)
           MOVE "90-179"   TO WS-AGE-LABEL(3)
           MOVE "180+"     TO WS-AGE-LABEL(4)
           MOVE "NO DATE"  TO WS-AGE-LABEL(5)
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 5
               MOVE 0 TO WS-AGE-COUNT(WS-AGE-IDX)
           END-PERFORM
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".expo"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           IF WS-CSVFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".expo.csv"
                   DELIMITED BY SIZE INTO WS-CSVFILE
               END-STRING
           END-IF
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "CUSTEXPO0002-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXPO-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "CUSTEXPO0003-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CSV-FILE
           IF NOT WS-CSV-OK
               DISPLAY "CUSTEXPO0004-E UNABLE TO OPEN CSV FILE "
                       WS-CSVFILE " STATUS " WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-WRITE-HEADINGS
           PERFORM 1900-READ-NEXT.

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
               WHEN "BUSDATE"
                   MOVE WS-VAL(1:8) TO WS-BUSDATE-X
               WHEN "BANDS"
                   MOVE WS-VAL TO WS-BANDS
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN "CSVFILE"
                   MOVE WS-VAL TO WS-CSVFILE
               WHEN "BASECCY"
                   MOVE WS-VAL(1:3) TO WS-BASECCY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Splits BANDS= into its lower bounds; each band runs up to the
      * next bound, and the last one up to 100%.
      *---------------------------------------------------------------
       1200-BUILD-BANDS.
           MOVE SPACES TO WS-BAND-X-TABLE
           UNSTRING WS-BANDS DELIMITED BY "/"
               INTO WS-BAND-X(1) WS-BAND-X(2) WS-BAND-X(3)
                    WS-BAND-X(4) WS-BAND-X(5) WS-BAND-X(6)
                    WS-BAND-X(7) WS-BAND-X(8) WS-BAND-X(9)
           END-UNSTRING
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 9
               IF WS-BAND-X(WS-BAND-IDX) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-BAND-X(WS-BAND-IDX))
                           NOT = 0
                       OR FUNCTION NUMVAL(WS-BAND-X(WS-BAND-IDX))
                           >= 100
                       OR FUNCTION NUMVAL(WS-BAND-X(WS-BAND-IDX)) < 0
                       DISPLAY "CUSTEXPO0005-E BANDS= BOUNDS MUST BE "
                               "WHOLE PERCENTS BELOW 100 - FOUND '"
                               FUNCTION TRIM(WS-BANDS) "'"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-BAND-USED
                   COMPUTE WS-BAND-LOW(WS-BAND-USED) =
                       FUNCTION NUMVAL(WS-BAND-X(WS-BAND-IDX))
                   IF WS-BAND-USED > 1
                       IF WS-BAND-LOW(WS-BAND-USED) <=
                          WS-BAND-LOW(WS-BAND-USED - 1)
                           DISPLAY "CUSTEXPO0005-E BANDS= BOUNDS MUST "
                                   "ASCEND - FOUND '"
                                   FUNCTION TRIM(WS-BANDS) "'"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-USED
               IF WS-BAND-IDX < WS-BAND-USED
                   MOVE WS-BAND-LOW(WS-BAND-IDX + 1)
                     TO WS-BAND-HIGH(WS-BAND-IDX)
               ELSE
                   MOVE 100 TO WS-BAND-HIGH(WS-BAND-IDX)
               END-IF
               MOVE WS-BAND-LOW(WS-BAND-IDX) TO WS-BAND-LOW-EDIT
               MOVE WS-BAND-HIGH(WS-BAND-IDX) TO WS-BAND-HIGH-EDIT
               MOVE SPACES TO WS-BAND-LABEL(WS-BAND-IDX)
               STRING FUNCTION TRIM(WS-BAND-LOW-EDIT) "-"
                      FUNCTION TRIM(WS-BAND-HIGH-EDIT) "%"
                   DELIMITED BY SIZE INTO WS-BAND-LABEL(WS-BAND-IDX)
               END-STRING
               MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX)
           END-PERFORM.

       1500-WRITE-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO RPT-LINE
           STRING "CUSTEXPO CREDIT EXPOSURE AND INACTIVITY EXCEPTION "
                  "REPORT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE ............. " WS-BUSDATE
                  "   RUN " WS-CURRENT-DATETIME(1:8)
                  "   BANDS " FUNCTION TRIM(WS-BANDS)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CUST-ID NAME                         TYPE     ST "
                  "CCY       BALANCE       LIMIT        UTIL%   DAYS "
                  "BAND         AGING"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO OUT-LINE
           STRING "CUSTOMER_ID,LAST_NAME,FIRST_NAME,ACCOUNT_TYPE,"
                  "STATE,CURRENCY,ACCOUNT_BALANCE,CREDIT_LIMIT,"
                  "UTILIZATION_PCT,DAYS_INACTIVE,UTILIZATION_BAND,"
                  "AGING_BUCKET,OVER_LIMIT"
               DELIMITED BY SIZE INTO OUT-LINE
           END-STRING
           WRITE OUT-LINE.

       1900-READ-NEXT.
           READ CUST-FILE
               AT END
                   SET END-OF-CUST TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO CUSTOMER-OUT-RECORD
                   MOVE CUST-LINE TO CUSTOMER-OUT-RECORD
           END-READ.

       2000-PROCESS-CUSTOMER.
           PERFORM 2100-TEST-LIMIT
           PERFORM 2200-AGE-ACTIVITY
           IF ACCOUNT-OVER-LIMIT OR WS-BAND-SLOT > 0
               OR WS-AGE-SLOT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               IF ACCOUNT-OVER-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
               IF WS-BAND-SLOT > 0
                   ADD 1 TO WS-BAND-COUNT(WS-BAND-SLOT)
               END-IF
               IF WS-AGE-SLOT > 0
                   ADD 1 TO WS-AGE-COUNT(WS-AGE-SLOT)
               END-IF
               PERFORM 2300-TALLY-BY-CURRENCY
               PERFORM 2400-WRITE-EXCEPTION
               PERFORM 2500-WRITE-CSV
           END-IF
           PERFORM 1900-READ-NEXT.

       2100-TEST-LIMIT.
           MOVE 'N' TO WS-OVER-LIMIT-SW WS-HAS-LIMIT-SW
           MOVE 0 TO WS-BAND-SLOT WS-UTILIZATION WS-OVER-AMOUNT
           MOVE SPACES TO WS-BAND-TEXT
           IF OUT-CREDIT-LIMIT > 0
               SET ACCOUNT-HAS-LIMIT TO TRUE
               COMPUTE WS-UTILIZATION ROUNDED =
                   OUT-ACCOUNT-BALANCE * 100 / OUT-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-UTILIZATION
               END-COMPUTE
               IF OUT-ACCOUNT-BALANCE > OUT-CREDIT-LIMIT
                   SET ACCOUNT-OVER-LIMIT TO TRUE
                   COMPUTE WS-OVER-AMOUNT =
                       OUT-ACCOUNT-BALANCE - OUT-CREDIT-LIMIT
                   MOVE "OVER LIMIT" TO WS-BAND-TEXT
               ELSE
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > WS-BAND-USED
                       IF WS-UTILIZATION >= WS-BAND-LOW(WS-BAND-IDX)
                           MOVE WS-BAND-IDX TO WS-BAND-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-BAND-SLOT > 0
                       MOVE WS-BAND-LABEL(WS-BAND-SLOT)
                         TO WS-BAND-TEXT
                   END-IF
               END-IF
           END-IF.

       2200-AGE-ACTIVITY.
           MOVE 0 TO WS-AGE-SLOT WS-DAYS-INACTIVE
           MOVE SPACES TO WS-AGE-TEXT
           COMPUTE WS-LAST-TXN-DATE =
               OUT-LAST-TRANSACTION-YEAR * 10000
               + OUT-LAST-TRANSACTION-MONTH * 100
               + OUT-LAST-TRANSACTION-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LAST-TXN-DATE) NOT = 0
               MOVE 5 TO WS-AGE-SLOT
           ELSE
               COMPUTE WS-DAYS-INACTIVE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSDATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-TXN-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-INACTIVE >= 180
                       MOVE 4 TO WS-AGE-SLOT
                   WHEN WS-DAYS-INACTIVE >= 90
                       MOVE 3 TO WS-AGE-SLOT
                   WHEN WS-DAYS-INACTIVE >= 60
                       MOVE 2 TO WS-AGE-SLOT
                   WHEN WS-DAYS-INACTIVE >= 30
                       MOVE 1 TO WS-AGE-SLOT
                   WHEN OTHER
                       MOVE 0 TO WS-AGE-SLOT
               END-EVALUATE
           END-IF
           IF WS-AGE-SLOT > 0
               MOVE WS-AGE-LABEL(WS-AGE-SLOT) TO WS-AGE-TEXT
           END-IF.

       2300-TALLY-BY-CURRENCY.
           IF OUT-CURRENCY-CODE = SPACES
               MOVE WS-BASECCY TO WS-CCY-WORK
           ELSE
               MOVE OUT-CURRENCY-CODE TO WS-CCY-WORK
           END-IF
           MOVE 0 TO WS-CCY-SLOT
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               IF WS-CCY-WORK = WS-CCY-CODE(WS-CCY-IDX)
                   MOVE WS-CCY-IDX TO WS-CCY-SLOT
               END-IF
           END-PERFORM
           IF WS-CCY-SLOT = 0
               IF WS-CCY-USED < 10
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-SLOT
                   MOVE WS-CCY-WORK TO WS-CCY-CODE(WS-CCY-SLOT)
                   MOVE 0 TO WS-CCY-COUNT(WS-CCY-SLOT)
                             WS-CCY-OVER-COUNT(WS-CCY-SLOT)
                             WS-CCY-SUM-BAL(WS-CCY-SLOT)
                             WS-CCY-SUM-CL(WS-CCY-SLOT)
                             WS-CCY-SUM-OVER(WS-CCY-SLOT)
               ELSE
                   DISPLAY "CUSTEXPO0006-W CURRENCY TABLE FULL - "
                           WS-CCY-WORK " NOT TALLIED"
               END-IF
           END-IF
           IF WS-CCY-SLOT > 0
               ADD 1 TO WS-CCY-COUNT(WS-CCY-SLOT)
               ADD OUT-ACCOUNT-BALANCE TO WS-CCY-SUM-BAL(WS-CCY-SLOT)
               ADD OUT-CREDIT-LIMIT TO WS-CCY-SUM-CL(WS-CCY-SLOT)
               IF ACCOUNT-OVER-LIMIT
                   ADD 1 TO WS-CCY-OVER-COUNT(WS-CCY-SLOT)
                   ADD WS-OVER-AMOUNT TO WS-CCY-SUM-OVER(WS-CCY-SLOT)
               END-IF
           END-IF.

       2400-WRITE-EXCEPTION.
           EVALUATE OUT-ACCOUNT-TYPE
               WHEN 'C'
                   MOVE "CHECKING" TO WS-TYPE-LABEL
               WHEN 'S'
                   MOVE "SAVINGS" TO WS-TYPE-LABEL
               WHEN 'L'
                   MOVE "LOAN" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE "OTHER" TO WS-TYPE-LABEL
           END-EVALUATE
           MOVE SPACES TO WS-NAME-WORK
           STRING FUNCTION TRIM(OUT-LAST-NAME) ", "
                  FUNCTION TRIM(OUT-FIRST-NAME)
               DELIMITED BY SIZE INTO WS-NAME-WORK
           END-STRING
           MOVE OUT-ACCOUNT-BALANCE TO WS-RPT-BAL-EDIT
           MOVE OUT-CREDIT-LIMIT TO WS-RPT-CL-EDIT
           MOVE WS-UTILIZATION TO WS-RPT-UTIL-EDIT
           MOVE WS-DAYS-INACTIVE TO WS-RPT-DAYS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING OUT-CUSTOMER-ID "  " WS-NAME-WORK " "
                  WS-TYPE-LABEL " " OUT-STATE " "
                  WS-CCY-WORK " " WS-RPT-BAL-EDIT " "
                  WS-RPT-CL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           IF ACCOUNT-HAS-LIMIT
               MOVE WS-RPT-UTIL-EDIT TO RPT-LINE(83:9)
           END-IF
           IF WS-AGE-SLOT NOT = 5
               MOVE WS-RPT-DAYS-EDIT TO RPT-LINE(93:6)
           END-IF
           MOVE WS-BAND-TEXT TO RPT-LINE(100:12)
           MOVE WS-AGE-TEXT TO RPT-LINE(113:8)
           WRITE RPT-LINE.

       2500-WRITE-CSV.
           MOVE SPACES TO OUT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING OUT-CUSTOMER-ID
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE OUT-LAST-NAME TO WS-QTE-FIELD
           MOVE LENGTH OF OUT-LAST-NAME TO WS-QTE-LEN
           PERFORM 2510-CSV-QUOTE-FIELD
           MOVE OUT-FIRST-NAME TO WS-QTE-FIELD
           MOVE LENGTH OF OUT-FIRST-NAME TO WS-QTE-LEN
           PERFORM 2510-CSV-QUOTE-FIELD
           MOVE OUT-ACCOUNT-BALANCE TO WS-CSV-AMOUNT-EDIT
           STRING "," OUT-ACCOUNT-TYPE
                  "," OUT-STATE
                  "," WS-CCY-WORK
                  "," FUNCTION TRIM(WS-CSV-AMOUNT-EDIT)
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE OUT-CREDIT-LIMIT TO WS-CSV-AMOUNT-EDIT
           STRING "," FUNCTION TRIM(WS-CSV-AMOUNT-EDIT) ","
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF ACCOUNT-HAS-LIMIT
               MOVE WS-UTILIZATION TO WS-CSV-UTIL-EDIT
               STRING FUNCTION TRIM(WS-CSV-UTIL-EDIT)
                   DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-AGE-SLOT NOT = 5
               MOVE WS-DAYS-INACTIVE TO WS-CSV-DAYS-EDIT
               STRING FUNCTION TRIM(WS-CSV-DAYS-EDIT)
                   DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING "," FUNCTION TRIM(WS-BAND-TEXT)
                  "," FUNCTION TRIM(WS-AGE-TEXT)
                  "," WS-OVER-LIMIT-SW
               DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE OUT-LINE.

      *---------------------------------------------------------------
      * Appends ,"text" to OUT-LINE at WS-LINE-PTR with embedded
      * quotes doubled and control characters blanked - the same
      * quoting EBCCONV applies to its CSV text fields.
      *---------------------------------------------------------------
       2510-CSV-QUOTE-FIELD.
           MOVE SPACES TO WS-QTE-RESULT
           MOVE 1 TO WS-QTE-DST-PTR
           STRING ',"' DELIMITED BY SIZE
               INTO WS-QTE-RESULT WITH POINTER WS-QTE-DST-PTR
           END-STRING
           PERFORM VARYING WS-QTE-SRC-PTR FROM 1 BY 1
                   UNTIL WS-QTE-SRC-PTR > WS-QTE-LEN
               MOVE WS-QTE-FIELD(WS-QTE-SRC-PTR:1) TO WS-QTE-CHAR
               EVALUATE TRUE
                   WHEN WS-QTE-CHAR = '"'
                       STRING '""' DELIMITED BY SIZE
                       INTO WS-QTE-RESULT WITH POINTER WS-QTE-DST-PTR
                       END-STRING
                   WHEN WS-QTE-CHAR < X'20'
                       STRING ' ' DELIMITED BY SIZE
                       INTO WS-QTE-RESULT WITH POINTER WS-QTE-DST-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-QTE-CHAR DELIMITED BY SIZE
                       INTO WS-QTE-RESULT WITH POINTER WS-QTE-DST-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO WS-QTE-RESULT WITH POINTER WS-QTE-DST-PTR
           END-STRING
           STRING WS-QTE-RESULT(1:WS-QTE-DST-PTR - 1) DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.

       9000-TERMINATE.
           PERFORM 9100-WRITE-SUMMARY
           CLOSE CUST-FILE
           CLOSE EXPO-RPT-FILE
           CLOSE CSV-FILE
           DISPLAY "CUSTEXPO0099-I RECORDS READ       = " WS-IN-COUNT
           DISPLAY "CUSTEXPO0099-I EXCEPTIONS LISTED  = "
                   WS-EXCEPTION-COUNT
           DISPLAY "CUSTEXPO0099-I ACCOUNTS OVER LIMIT = "
                   WS-OVER-LIMIT-COUNT
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SUBTOTALS BY CURRENCY (EXCEPTION ACCOUNTS ONLY):"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CCY  ACCOUNTS  OVER-LIMIT           BALANCE"
                  "      CREDIT LIMIT     AMOUNT OVER LIMIT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               MOVE SPACES TO RPT-LINE
               MOVE WS-CCY-CODE(WS-CCY-IDX) TO RPT-LINE(1:3)
               MOVE WS-CCY-COUNT(WS-CCY-IDX) TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO RPT-LINE(5:9)
               MOVE WS-CCY-OVER-COUNT(WS-CCY-IDX) TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO RPT-LINE(16:9)
               MOVE WS-CCY-SUM-BAL(WS-CCY-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(28:15)
               MOVE WS-CCY-SUM-CL(WS-CCY-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(46:15)
               MOVE WS-CCY-SUM-OVER(WS-CCY-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(64:15)
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "UTILIZATION BANDS:" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-USED
               MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-BAND-LABEL(WS-BAND-IDX) " "
                      WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "    OVER LIMIT   " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DAYS SINCE LAST TRANSACTION:" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 5
               MOVE WS-AGE-COUNT(WS-AGE-IDX) TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-AGE-LABEL(WS-AGE-IDX) "     "
                      WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-IN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS READ .............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "EXCEPTIONS LISTED ......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS OVER LIMIT ....... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
