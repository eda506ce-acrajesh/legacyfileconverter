      *****************************************************************
      * CUSTMNT - Customer maintenance against the indexed customer   *
      * file loaded by EBCCONV (IXFILE option).  Applies a file of    *
      * add / change / close transactions keyed by CUSTOMER-ID in     *
      * place, so one customer's address, credit limit or account     *
      * can be corrected between loads without hand-editing the      *
      * flat file and reconverting.                                   *
      *                                                                *
      * Transaction file (one field per line, comma separated; blank  *
      * lines and lines starting with '*' are ignored):               *
      *   action,customer-id,operator,field-name,value                *
      * action is A (add), C (change) or X (close).  Consecutive      *
      * lines with the same action, CUSTOMER-ID and operator make up  *
      * one transaction, each line naming one field and its new       *
      * value - e.g. a change of address is a STREET, CITY, STATE     *
      * and ZIP-CODE line in a row.  field-name is the customer.cpy   *
      * name (CUSTOMER-ID itself cannot be changed); CURRENCY-CODE    *
      * sets OUT-CURRENCY-CODE.  Numeric values are plain text,       *
      * e.g. 1250.00 or -40.5; LAST-TRANSACTION-DATE is YYYYMMDD.     *
      * A close is a single line with no field-name or value.         *
      * operator may be left empty when OPERATOR= is given.           *
      *                                                                *
      *   A  the CUSTOMER-ID must not be on file; the record starts   *
      *      blank (numerics zero, currency from CURRENCY=) and       *
      *      takes the values given                                   *
      *   C  the CUSTOMER-ID must be on file; only the fields given   *
      *      change                                                   *
      *   X  the CUSTOMER-ID must be on file with a zero             *
      *      ACCOUNT-BALANCE; the record is removed from the file     *
      *                                                                *
      * Before an add or change is accepted the resulting record is   *
      * run through the same RULESFILE edits EBCCONV applies in       *
      * 2800-APPLY-EDIT-RULES (same file, same rule types, same       *
      * customer.cpy field names).  A severity E failure rejects the  *
      * transaction; a severity W failure is accepted and listed on   *
      * the reject report as a warning.                               *
      *                                                                *
      * Every accepted transaction is appended to the journal with    *
      * its operator ID and timestamp - a 'B' line carrying the       *
      * record before the change (changes and closes) and an 'A'      *
      * line carrying it after (adds and changes):                    *
      *   timestamp    X(14)  YYYYMMDDHHMMSS                          *
      *   operator     X(8)                                           *
      *   action       X(1)   A, C or X                               *
      *   customer-id  9(6)                                           *
      *   image-type   X(1)   B (before) or A (after)                 *
      *   record       X(619) CUSTOMER-OUT-RECORD image               *
      * The journal is never rewritten, only extended, so it holds    *
      * the full maintenance history of the indexed file.             *
      *                                                                *
      * Rejected transactions (unknown action or field, bad numeric   *
      * or date value, add of an existing customer, change or close   *
      * of a missing one, close with a balance, edit rule failure)    *
      * are listed with the reason on the reject report, nothing is   *
      * applied for them, and the job ends with return code 4.        *
      *                                                                *
      * The indexed file is counted before and after the run and the  *
      * reject report reconciles:                                     *
      *   before + adds - closes = after                              *
      * A reconciliation mismatch fails the job with return code 12.  *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   IXFILE=path      indexed file loaded by EBCCONV (required) *
      *   TRANFILE=path    maintenance transaction file (required)   *
      *   RULESFILE=path   EBCCONV edit rules control file; no edits *
      *                    are applied when omitted                  *
      *   OPERATOR=id      operator ID for transaction lines that    *
      *                    do not carry one                          *
      *   CURRENCY=code    currency stamped on added customers;      *
      *                    default USD                               *
      *   SIGNCONV=conv    sign convention for the -FMT companions   *
      *                    of changed amounts (see EBCCONV); TRAIL   *
      *                    (default), LEAD or SEP                    *
      *   JRNLFILE=path    before/after journal; defaults to IXFILE  *
      *                    with .jrnl appended                       *
      *   REJFILE=path     reject report; defaults to TRANFILE with  *
      *                    .mntrej appended                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-IX-FILE ASSIGN DYNAMIC WS-IXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CUSTOMER-ID
               ALTERNATE RECORD KEY IS IX-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IX-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.
           SELECT TRAN-FILE ASSIGN DYNAMIC WS-TRANFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULESFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT JRNL-FILE ASSIGN DYNAMIC WS-JRNLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REJECT-RPT-FILE ASSIGN DYNAMIC WS-REJFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Image of CUSTOMER-OUT-RECORD with the key fields named so
      * they can be declared as RECORD KEY and ALTERNATE RECORD KEYs
      * - the same shape EBCCONV writes (see its CUSTOMER-IX-FILE FD;
      * the key declarations must match or the open fails).
       FD  CUSTOMER-IX-FILE.
       01  IX-RECORD.
           05  IX-CUSTOMER-ID               PIC 9(6).
           05  IX-LAST-NAME                 PIC X(15).
           05  FILLER                       PIC X(105).
           05  IX-ACCOUNT-NUMBER            PIC X(10).
           05  FILLER                       PIC X(483).
       FD  TRAN-FILE.
       01  TRAN-LINE                       PIC X(150).
       FD  RULES-FILE.
       01  RULES-LINE                      PIC X(100).
       FD  JRNL-FILE.
       01  JRNL-RECORD.
           05  JRNL-TIMESTAMP               PIC X(14).
           05  JRNL-OPERATOR                PIC X(8).
           05  JRNL-ACTION                  PIC X.
           05  JRNL-CUSTOMER-ID             PIC 9(6).
           05  JRNL-IMAGE-TYPE              PIC X.
           05  JRNL-IMAGE                   PIC X(619).
       FD  REJECT-RPT-FILE.
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

       01  WS-IXFILE                       PIC X(80).
       01  WS-TRANFILE                     PIC X(80).
       01  WS-RULESFILE                    PIC X(80).
       01  WS-JRNLFILE                     PIC X(80).
       01  WS-REJFILE                      PIC X(80).
       01  WS-DEFAULT-OPERATOR             PIC X(8) VALUE SPACES.
       01  WS-CURRENCY                     PIC X(3) VALUE 'USD'.
       01  WS-SIGNCONV                     PIC X(5) VALUE 'TRAIL'.

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-IX-STATUS                    PIC XX.
           88  WS-IX-OK                    VALUE '00'.
           88  WS-IX-EOF                   VALUE '10'.
           88  WS-IX-DUPLICATE             VALUE '22'.
           88  WS-IX-NOT-FOUND             VALUE '23'.
       01  WS-TRAN-STATUS                  PIC XX.
           88  WS-TRAN-OK                  VALUE '00'.
       01  WS-JRNL-STATUS                  PIC XX.
           88  WS-JRNL-OK                  VALUE '00'.
           88  WS-JRNL-NOT-FOUND           VALUE '35'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-EOF-SW                       PIC X VALUE 'N'.
           88  END-OF-TRAN                 VALUE 'Y'.
       01  WS-COUNT-EOF-SW                 PIC X.
           88  END-OF-COUNT-PASS           VALUE 'Y'.
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * Current transaction line, split into its five fields, and
      * the transaction it belongs to
      *---------------------------------------------------------------
       01  WS-TRN-ACTION                   PIC X.
       01  WS-TRN-ID-X                     PIC X(10).
       01  WS-TRN-OPERATOR                 PIC X(8).
       01  WS-TRN-FIELD                    PIC X(30).
       01  WS-TRN-VALUE                    PIC X(40).
       01  WS-TRAN-LINE-COUNT              PIC 9(9) COMP VALUE 0.

       01  WS-CUR-ACTION                   PIC X.
           88  ACTION-ADD                  VALUE 'A'.
           88  ACTION-CHANGE               VALUE 'C'.
           88  ACTION-CLOSE                VALUE 'X'.
       01  WS-CUR-ID-X                     PIC X(10).
       01  WS-CUR-OPERATOR                 PIC X(8).
       01  WS-CUR-FIELD-COUNT              PIC 9(5) COMP.
       01  WS-CUR-START-LINE               PIC 9(9) COMP.
       01  WS-TXN-REJECT-SW                PIC X.
           88  TXN-REJECTED                VALUE 'Y'.
       01  WS-REJ-REASON                   PIC X(60).
       01  WS-BEFORE-IMAGE                 PIC X(619).

      *---------------------------------------------------------------
      * Working copy of the customer being maintained
      *---------------------------------------------------------------
       COPY "custout.cpy".

       01  WS-NUM-VALUE                    PIC S9(13)V9(3) COMP-3.
       01  WS-DATE-VALUE                   PIC 9(8).
       01  WS-SIGN-VALUE                   PIC S9(13)V9(3) COMP-3.
       01  WS-SIGN-DECIMALS                PIC 9 COMP.
       01  WS-SIGN-RESULT                  PIC X(20).

      *---------------------------------------------------------------
      * Rules-driven edit engine - the EBCCONV rule table, loaded
      * from the same rules file and applied to the maintained
      * record in 2800-APPLY-EDIT-RULES.
      *---------------------------------------------------------------
       01  WS-RULES-SW                     PIC X VALUE 'N'.
           88  RULES-ACTIVE                VALUE 'Y'.
       01  WS-RULES-STATUS                 PIC XX.
           88  WS-RULES-OK                 VALUE '00'.
       01  WS-RULES-EOF-SW                 PIC X.
           88  END-OF-RULES                VALUE 'Y'.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY                OCCURS 50 TIMES.
               10  WS-RULE-FIELD            PIC X(30).
               10  WS-RULE-TYPE             PIC X(10).
               10  WS-RULE-PARM             PIC X(30).
               10  WS-RULE-SEV              PIC X.
               10  WS-RULE-FAIL-COUNT       PIC 9(9) COMP.
       01  WS-RULE-USED                    PIC 9(3) COMP VALUE 0.
       01  WS-RULE-IDX                     PIC 9(3) COMP.
       01  WS-RULE-SEV-X                   PIC X(5).
       01  WS-EDIT-FLD-VALUE               PIC X(40).
       01  WS-EDIT-FLD-LEN                 PIC 9(3) COMP.
       01  WS-EDIT-FLD-NUM                 PIC S9(13)V9(3) COMP-3.
       01  WS-EDIT-FLD-KNOWN-SW            PIC X.
           88  EDIT-FIELD-KNOWN            VALUE 'Y'.
       01  WS-EDIT-FLD-NUMERIC-SW          PIC X.
           88  EDIT-FIELD-IS-NUMERIC       VALUE 'Y'.
       01  WS-RULE-FAIL-SW                 PIC X.
           88  RULE-FAILED                 VALUE 'Y'.
       01  WS-EDIT-FLD-NAME                PIC X(30).
       01  WS-ZW-OTHER-FIELD               PIC X(30).
       01  WS-ZW-OTHER-VALUE               PIC X(20).
       01  WS-ZW-NUM                       PIC S9(13)V9(3) COMP-3.
       01  WS-CONT-PARM                    PIC X(30).
       01  WS-CONT-PARM-LEN                PIC 9(3) COMP.
       01  WS-PAT-IDX                      PIC 9(3) COMP.
       01  WS-PAT-CHAR                     PIC X.
       01  WS-PAT-FLD-CHAR                 PIC X.
       01  WS-CONT-COUNT                   PIC 9(3) COMP.
       01  WS-OCC-IDX                      PIC 9(3) COMP.
      * Rules the current transaction failed, for the reject report.
       01  WS-TXN-FAIL-TABLE.
           05  WS-TXN-FAIL-RULE             PIC 9(3) COMP
                                             OCCURS 50 TIMES.
       01  WS-TXN-FAIL-USED                PIC 9(3) COMP.
       01  WS-TXN-FAIL-IDX                 PIC 9(3) COMP.
       01  WS-TXN-ERR-COUNT                PIC 9(3) COMP.

      *---------------------------------------------------------------
      * Counters and reconciliation
      *---------------------------------------------------------------
       01  WS-BEFORE-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-AFTER-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-EXPECTED-COUNT               PIC S9(9) COMP VALUE 0.
       01  WS-TXN-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-ADD-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-CHANGE-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-CLOSE-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-WARN-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-JRNL-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-RECON-FAIL-SW                PIC X VALUE 'N'.
           88  RECON-MISMATCH              VALUE 'Y'.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-COUNT-BEFORE
           PERFORM 1400-OPEN-FOR-UPDATE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRAN
           CLOSE CUSTOMER-IX-FILE
           PERFORM 8000-COUNT-AFTER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           PERFORM 1100-PARSE-PARMS
           IF WS-JRNLFILE = SPACES
               STRING FUNCTION TRIM(WS-IXFILE) ".jrnl"
                   DELIMITED BY SIZE INTO WS-JRNLFILE
               END-STRING
           END-IF
           IF WS-REJFILE = SPACES
               STRING FUNCTION TRIM(WS-TRANFILE) ".mntrej"
                   DELIMITED BY SIZE INTO WS-REJFILE
               END-STRING
           END-IF
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "CUSTMNT0001-E UNABLE TO OPEN TRANSACTION FILE "
                       WS-TRANFILE " STATUS " WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJECT-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "CUSTMNT0002-E UNABLE TO OPEN REJECT REPORT "
                       WS-REJFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-NOT-FOUND
               OPEN OUTPUT JRNL-FILE
           END-IF
           IF NOT WS-JRNL-OK
               DISPLAY "CUSTMNT0003-E UNABLE TO OPEN JOURNAL FILE "
                       WS-JRNLFILE " STATUS " WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RULES-ACTIVE
               PERFORM 1700-LOAD-EDIT-RULES
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CUSTMNT CUSTOMER MAINTENANCE REJECT REPORT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

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
               WHEN "IXFILE"
                   MOVE WS-VAL TO WS-IXFILE
               WHEN "TRANFILE"
                   MOVE WS-VAL TO WS-TRANFILE
               WHEN "RULESFILE"
                   MOVE WS-VAL TO WS-RULESFILE
                   SET RULES-ACTIVE TO TRUE
               WHEN "OPERATOR"
                   MOVE WS-VAL(1:8) TO WS-DEFAULT-OPERATOR
               WHEN "CURRENCY"
                   MOVE WS-VAL(1:3) TO WS-CURRENCY
               WHEN "SIGNCONV"
                   MOVE WS-VAL(1:5) TO WS-SIGNCONV
               WHEN "JRNLFILE"
                   MOVE WS-VAL TO WS-JRNLFILE
               WHEN "REJFILE"
                   MOVE WS-VAL TO WS-REJFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Counts the indexed file sequentially - once before the run
      * and once after, so the reconciliation rests on what is really
      * on disk rather than on this program's own bookkeeping.
      *---------------------------------------------------------------
       1300-COUNT-BEFORE.
           OPEN INPUT CUSTOMER-IX-FILE
           IF NOT WS-IX-OK
               DISPLAY "CUSTMNT0004-E UNABLE TO OPEN INDEXED FILE "
                       WS-IXFILE " STATUS " WS-IX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 'N' TO WS-COUNT-EOF-SW
           PERFORM 1350-COUNT-NEXT UNTIL END-OF-COUNT-PASS
           CLOSE CUSTOMER-IX-FILE.

       1350-COUNT-NEXT.
           READ CUSTOMER-IX-FILE NEXT
               AT END
                   SET END-OF-COUNT-PASS TO TRUE
               NOT AT END
                   ADD 1 TO WS-BEFORE-COUNT
           END-READ.

       1400-OPEN-FOR-UPDATE.
           OPEN I-O CUSTOMER-IX-FILE
           IF NOT WS-IX-OK
               DISPLAY "CUSTMNT0005-E UNABLE TO OPEN INDEXED FILE "
                       "FOR UPDATE " WS-IXFILE
                       " STATUS " WS-IX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1900-READ-NEXT.

      *---------------------------------------------------------------
      * Loads the EBCCONV edit rules file - same format, same
      * severity default (W when the fourth field is omitted).
      *---------------------------------------------------------------
       1700-LOAD-EDIT-RULES.
           OPEN INPUT RULES-FILE
           IF NOT WS-RULES-OK
               DISPLAY "CUSTMNT0006-E UNABLE TO OPEN RULES FILE "
                       WS-RULESFILE " STATUS " WS-RULES-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-RULES-EOF-SW
           PERFORM 1750-READ-RULE
           PERFORM UNTIL END-OF-RULES
               IF RULES-LINE NOT = SPACES
                   AND RULES-LINE(1:1) NOT = "*"
                   PERFORM 1770-STORE-RULE
               END-IF
               PERFORM 1750-READ-RULE
           END-PERFORM
           CLOSE RULES-FILE
           DISPLAY "CUSTMNT0007-I " WS-RULE-USED
                   " EDIT RULES LOADED FROM "
                   FUNCTION TRIM(WS-RULESFILE).

       1750-READ-RULE.
           READ RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
           END-READ.

       1770-STORE-RULE.
           IF WS-RULE-USED >= 50
               DISPLAY "CUSTMNT0008-E RULE TABLE FULL - LINE "
                       "IGNORED: " RULES-LINE(1:50)
           ELSE
               ADD 1 TO WS-RULE-USED
               MOVE SPACES TO WS-RULE-FIELD(WS-RULE-USED)
                              WS-RULE-TYPE(WS-RULE-USED)
                              WS-RULE-PARM(WS-RULE-USED)
                              WS-RULE-SEV-X
               UNSTRING RULES-LINE DELIMITED BY ","
                   INTO WS-RULE-FIELD(WS-RULE-USED)
                        WS-RULE-TYPE(WS-RULE-USED)
                        WS-RULE-PARM(WS-RULE-USED)
                        WS-RULE-SEV-X
               END-UNSTRING
               IF WS-RULE-SEV-X(1:1) = 'E' OR WS-RULE-SEV-X(1:1) = 'W'
                   MOVE WS-RULE-SEV-X(1:1)
                     TO WS-RULE-SEV(WS-RULE-USED)
               ELSE
                   MOVE 'W' TO WS-RULE-SEV(WS-RULE-USED)
               END-IF
               MOVE 0 TO WS-RULE-FAIL-COUNT(WS-RULE-USED)
           END-IF.

      *---------------------------------------------------------------
      * Reads the next transaction line, skipping blank and comment
      * lines, and splits it into its fields.  A line with no
      * operator of its own takes the OPERATOR= default here, so the
      * grouping in 2000-PROCESS-TRANSACTION sees the effective ID.
      *---------------------------------------------------------------
       1900-READ-NEXT.
           MOVE SPACES TO TRAN-LINE
           PERFORM UNTIL END-OF-TRAN
                   OR (TRAN-LINE NOT = SPACES
                       AND TRAN-LINE(1:1) NOT = "*")
               READ TRAN-FILE
                   AT END
                       SET END-OF-TRAN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-LINE-COUNT
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-TRN-ACTION WS-TRN-ID-X WS-TRN-OPERATOR
                          WS-TRN-FIELD WS-TRN-VALUE
           IF NOT END-OF-TRAN
               UNSTRING TRAN-LINE DELIMITED BY ","
                   INTO WS-TRN-ACTION
                        WS-TRN-ID-X
                        WS-TRN-OPERATOR
                        WS-TRN-FIELD
                        WS-TRN-VALUE
               END-UNSTRING
               IF WS-TRN-OPERATOR = SPACES
                   MOVE WS-DEFAULT-OPERATOR TO WS-TRN-OPERATOR
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * One transaction: the current line and every following line
      * with the same action, CUSTOMER-ID and operator.  Field lines
      * after a rejection are still consumed so the next transaction
      * starts on its own first line.
      *---------------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-TRN-ACTION TO WS-CUR-ACTION
           MOVE WS-TRN-ID-X TO WS-CUR-ID-X
           MOVE WS-TRN-OPERATOR TO WS-CUR-OPERATOR
           MOVE WS-TRAN-LINE-COUNT TO WS-CUR-START-LINE
           PERFORM 2100-START-TRANSACTION
           PERFORM UNTIL END-OF-TRAN
                   OR WS-TRN-ACTION NOT = WS-CUR-ACTION
                   OR WS-TRN-ID-X NOT = WS-CUR-ID-X
                   OR WS-TRN-OPERATOR NOT = WS-CUR-OPERATOR
               IF WS-TRN-FIELD NOT = SPACES
                   ADD 1 TO WS-CUR-FIELD-COUNT
                   IF NOT TXN-REJECTED
                       PERFORM 2200-APPLY-FIELD
                   END-IF
               END-IF
               PERFORM 1900-READ-NEXT
           END-PERFORM
           PERFORM 2300-COMPLETE-TRANSACTION.

      *---------------------------------------------------------------
      * Validates the transaction key and positions the working
      * record: a blank record for an add, the record on file for a
      * change or close.
      *---------------------------------------------------------------
       2100-START-TRANSACTION.
           MOVE 'N' TO WS-TXN-REJECT-SW
           MOVE SPACES TO WS-REJ-REASON WS-BEFORE-IMAGE
           MOVE 0 TO WS-CUR-FIELD-COUNT WS-TXN-FAIL-USED
                     WS-TXN-ERR-COUNT
           INITIALIZE CUSTOMER-OUT-RECORD
           EVALUATE TRUE
               WHEN NOT ACTION-ADD AND NOT ACTION-CHANGE
                    AND NOT ACTION-CLOSE
                   MOVE "UNKNOWN ACTION - USE A, C OR X"
                     TO WS-REJ-REASON
                   SET TXN-REJECTED TO TRUE
               WHEN WS-CUR-ID-X(1:6) NOT NUMERIC
                    OR WS-CUR-ID-X(7:4) NOT = SPACES
                   MOVE "CUSTOMER-ID NOT A 6-DIGIT NUMBER"
                     TO WS-REJ-REASON
                   SET TXN-REJECTED TO TRUE
               WHEN WS-CUR-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID ON TRANSACTION OR OPERATOR="
                     TO WS-REJ-REASON
                   SET TXN-REJECTED TO TRUE
               WHEN OTHER
                   MOVE WS-CUR-ID-X(1:6) TO IX-CUSTOMER-ID
                   READ CUSTOMER-IX-FILE
                       KEY IS IX-CUSTOMER-ID
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-IX-OK AND ACTION-ADD
                           MOVE "ADD FOR CUSTOMER-ID ALREADY ON FILE"
                             TO WS-REJ-REASON
                           SET TXN-REJECTED TO TRUE
                       WHEN WS-IX-OK
                           MOVE IX-RECORD TO CUSTOMER-OUT-RECORD
                           MOVE IX-RECORD TO WS-BEFORE-IMAGE
                       WHEN WS-IX-NOT-FOUND AND ACTION-ADD
                           MOVE WS-CUR-ID-X(1:6) TO OUT-CUSTOMER-ID
                           MOVE WS-CURRENCY TO OUT-CURRENCY-CODE
                           PERFORM 2250-FORMAT-ALL-SIGNED
                       WHEN WS-IX-NOT-FOUND
                           MOVE "CUSTOMER-ID NOT ON FILE"
                             TO WS-REJ-REASON
                           SET TXN-REJECTED TO TRUE
                       WHEN OTHER
                           STRING "INDEXED READ FAILED - STATUS "
                                  WS-IX-STATUS
                               DELIMITED BY SIZE INTO WS-REJ-REASON
                           END-STRING
                           SET TXN-REJECTED TO TRUE
                   END-EVALUATE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Applies one field line to the working record.  Character
      * fields take the value as given; numeric fields must pass
      * TEST-NUMVAL and fit their PICTURE, and changed amounts have
      * their sign-normalized -FMT companion rebuilt so CSV/JSON
      * readers of the record see the new value too.
      *---------------------------------------------------------------
       2200-APPLY-FIELD.
           IF ACTION-CLOSE
               MOVE "FIELD VALUES NOT ALLOWED ON A CLOSE"
                 TO WS-REJ-REASON
               SET TXN-REJECTED TO TRUE
           ELSE
               EVALUATE FUNCTION TRIM(WS-TRN-FIELD)
                   WHEN "LAST-NAME"
                       MOVE WS-TRN-VALUE TO OUT-LAST-NAME
                   WHEN "FIRST-NAME"
                       MOVE WS-TRN-VALUE TO OUT-FIRST-NAME
                   WHEN "MIDDLE-INITIAL"
                       MOVE WS-TRN-VALUE TO OUT-MIDDLE-INITIAL
                   WHEN "STREET"
                       MOVE WS-TRN-VALUE TO OUT-STREET
                   WHEN "CITY"
                       MOVE WS-TRN-VALUE TO OUT-CITY
                   WHEN "STATE"
                       MOVE WS-TRN-VALUE TO OUT-STATE
                   WHEN "ZIP-CODE"
                       MOVE WS-TRN-VALUE TO OUT-ZIP-CODE
                   WHEN "PHONE-NUMBER"
                       MOVE WS-TRN-VALUE TO OUT-PHONE-NUMBER
                   WHEN "EMAIL"
                       MOVE WS-TRN-VALUE TO OUT-EMAIL
                   WHEN "ACCOUNT-NUMBER"
                       MOVE WS-TRN-VALUE TO OUT-ACCOUNT-NUMBER
                   WHEN "ACCOUNT-TYPE"
                       MOVE WS-TRN-VALUE TO OUT-ACCOUNT-TYPE
                   WHEN "CURRENCY-CODE"
                       MOVE WS-TRN-VALUE TO OUT-CURRENCY-CODE
                   WHEN "ACCOUNT-BALANCE"
                       PERFORM 2210-NUMERIC-VALUE
                       IF NOT TXN-REJECTED
                           COMPUTE OUT-ACCOUNT-BALANCE = WS-NUM-VALUE
                               ON SIZE ERROR
                                   PERFORM 2215-VALUE-TOO-LARGE
                           END-COMPUTE
                           MOVE OUT-ACCOUNT-BALANCE TO WS-SIGN-VALUE
                           MOVE 2 TO WS-SIGN-DECIMALS
                           PERFORM 2260-FORMAT-SIGNED
                           MOVE WS-SIGN-RESULT
                             TO OUT-ACCOUNT-BALANCE-FMT
                       END-IF
                   WHEN "CREDIT-LIMIT"
                       PERFORM 2210-NUMERIC-VALUE
                       IF NOT TXN-REJECTED
                           COMPUTE OUT-CREDIT-LIMIT = WS-NUM-VALUE
                               ON SIZE ERROR
                                   PERFORM 2215-VALUE-TOO-LARGE
                           END-COMPUTE
                           MOVE OUT-CREDIT-LIMIT TO WS-SIGN-VALUE
                           MOVE 2 TO WS-SIGN-DECIMALS
                           PERFORM 2260-FORMAT-SIGNED
                           MOVE WS-SIGN-RESULT TO OUT-CREDIT-LIMIT-FMT
                       END-IF
                   WHEN "INTEREST-RATE"
                       PERFORM 2210-NUMERIC-VALUE
                       IF NOT TXN-REJECTED
                           COMPUTE OUT-INTEREST-RATE = WS-NUM-VALUE
                               ON SIZE ERROR
                                   PERFORM 2215-VALUE-TOO-LARGE
                           END-COMPUTE
                           MOVE OUT-INTEREST-RATE TO WS-SIGN-VALUE
                           MOVE 3 TO WS-SIGN-DECIMALS
                           PERFORM 2260-FORMAT-SIGNED
                           MOVE WS-SIGN-RESULT TO OUT-INTEREST-RATE-FMT
                       END-IF
                   WHEN "LAST-TRANSACTION-AMOUNT"
                       PERFORM 2210-NUMERIC-VALUE
                       IF NOT TXN-REJECTED
                           COMPUTE OUT-LAST-TRANSACTION-AMOUNT =
                                   WS-NUM-VALUE
                               ON SIZE ERROR
                                   PERFORM 2215-VALUE-TOO-LARGE
                           END-COMPUTE
                           MOVE OUT-LAST-TRANSACTION-AMOUNT
                             TO WS-SIGN-VALUE
                           MOVE 2 TO WS-SIGN-DECIMALS
                           PERFORM 2260-FORMAT-SIGNED
                           MOVE WS-SIGN-RESULT
                             TO OUT-LAST-TXN-AMOUNT-FMT
                       END-IF
                   WHEN "TRANSACTION-COUNT"
                       PERFORM 2210-NUMERIC-VALUE
                       IF NOT TXN-REJECTED
                           IF WS-NUM-VALUE < 0
                               PERFORM 2215-VALUE-TOO-LARGE
                           ELSE
                               COMPUTE OUT-TRANSACTION-COUNT =
                                       WS-NUM-VALUE
                                   ON SIZE ERROR
                                       PERFORM 2215-VALUE-TOO-LARGE
                               END-COMPUTE
                           END-IF
                       END-IF
                   WHEN "LAST-TRANSACTION-DATE"
                       IF WS-TRN-VALUE(1:8) NOT NUMERIC
                           OR WS-TRN-VALUE(9:) NOT = SPACES
                           MOVE "LAST-TRANSACTION-DATE NOT YYYYMMDD"
                             TO WS-REJ-REASON
                           SET TXN-REJECTED TO TRUE
                       ELSE
                           MOVE WS-TRN-VALUE(1:8) TO WS-DATE-VALUE
                           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE)
                              NOT = 0
                               MOVE "LAST-TRANSACTION-DATE NOT A DATE"
                                 TO WS-REJ-REASON
                               SET TXN-REJECTED TO TRUE
                           ELSE
                               MOVE WS-TRN-VALUE(1:4)
                                 TO OUT-LAST-TRANSACTION-YEAR
                               MOVE WS-TRN-VALUE(5:2)
                                 TO OUT-LAST-TRANSACTION-MONTH
                               MOVE WS-TRN-VALUE(7:2)
                                 TO OUT-LAST-TRANSACTION-DAY
                           END-IF
                       END-IF
                   WHEN "CUSTOMER-ID"
                       MOVE "CUSTOMER-ID CANNOT BE CHANGED"
                         TO WS-REJ-REASON
                       SET TXN-REJECTED TO TRUE
                   WHEN OTHER
                       STRING "UNKNOWN FIELD "
                              FUNCTION TRIM(WS-TRN-FIELD)
                           DELIMITED BY SIZE INTO WS-REJ-REASON
                       END-STRING
                       SET TXN-REJECTED TO TRUE
               END-EVALUATE
           END-IF.

       2210-NUMERIC-VALUE.
           IF WS-TRN-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TRN-VALUE) NOT = 0
               STRING "VALUE NOT NUMERIC FOR "
                      FUNCTION TRIM(WS-TRN-FIELD)
                   DELIMITED BY SIZE INTO WS-REJ-REASON
               END-STRING
               SET TXN-REJECTED TO TRUE
           ELSE
               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-TRN-VALUE)
           END-IF.

       2215-VALUE-TOO-LARGE.
           STRING "VALUE OUT OF RANGE FOR "
                  FUNCTION TRIM(WS-TRN-FIELD)
               DELIMITED BY SIZE INTO WS-REJ-REASON
           END-STRING
           SET TXN-REJECTED TO TRUE.

      *---------------------------------------------------------------
      * A new customer's -FMT companions are built from its (zero)
      * amounts the same way EBCCONV 2260-FORMAT-SIGNED-FIELDS does,
      * so the record is complete even for fields never given.
      *---------------------------------------------------------------
       2250-FORMAT-ALL-SIGNED.
           MOVE 2 TO WS-SIGN-DECIMALS
           MOVE OUT-ACCOUNT-BALANCE TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-ACCOUNT-BALANCE-FMT
           MOVE OUT-CREDIT-LIMIT TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-CREDIT-LIMIT-FMT
           MOVE OUT-LAST-TRANSACTION-AMOUNT TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-LAST-TXN-AMOUNT-FMT
           MOVE OUT-COMP-3-PACKED TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-COMP-3-PACKED-FMT
           MOVE 3 TO WS-SIGN-DECIMALS
           MOVE OUT-INTEREST-RATE TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-INTEREST-RATE-FMT
           MOVE 0 TO WS-SIGN-DECIMALS
           MOVE OUT-SIGN-SEPARATE-LEADING TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-SIGN-SEP-LEADING-FMT
           MOVE OUT-SIGN-SEPARATE-TRAILING TO WS-SIGN-VALUE
           PERFORM 2260-FORMAT-SIGNED
           MOVE WS-SIGN-RESULT TO OUT-SIGN-SEP-TRAILING-FMT.

       2260-FORMAT-SIGNED.
           CALL "SIGNFMT" USING BY CONTENT WS-SIGN-VALUE
                WS-SIGN-DECIMALS WS-SIGNCONV
                BY REFERENCE WS-SIGN-RESULT.

      *---------------------------------------------------------------
      * End of a transaction: final checks, the edit rules, then the
      * indexed update and journal - or the reject report.
      *---------------------------------------------------------------
       2300-COMPLETE-TRANSACTION.
           IF NOT TXN-REJECTED
               EVALUATE TRUE
                   WHEN ACTION-CLOSE
                       IF OUT-ACCOUNT-BALANCE NOT = 0
                           MOVE "ACCOUNT-BALANCE NOT ZERO"
                             TO WS-REJ-REASON
                           SET TXN-REJECTED TO TRUE
                       END-IF
                   WHEN WS-CUR-FIELD-COUNT = 0
                       MOVE "NO FIELD VALUES GIVEN" TO WS-REJ-REASON
                       SET TXN-REJECTED TO TRUE
                   WHEN RULES-ACTIVE
                       PERFORM 2800-APPLY-EDIT-RULES
                       IF WS-TXN-ERR-COUNT > 0
                           MOVE "FAILED SEVERITY E EDIT RULE(S)"
                             TO WS-REJ-REASON
                           SET TXN-REJECTED TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT TXN-REJECTED
               PERFORM 2400-UPDATE-INDEXED
           END-IF
           IF TXN-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2600-WRITE-REJECT
           ELSE
               PERFORM 2500-WRITE-JOURNAL
               IF WS-TXN-FAIL-USED > 0
                   ADD 1 TO WS-WARN-COUNT
                   PERFORM 2600-WRITE-REJECT
               END-IF
           END-IF.

       2400-UPDATE-INDEXED.
           MOVE CUSTOMER-OUT-RECORD TO IX-RECORD
           EVALUATE TRUE
               WHEN ACTION-ADD
                   WRITE IX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN ACTION-CHANGE
                   REWRITE IX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN ACTION-CLOSE
                   DELETE CUSTOMER-IX-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE
           IF WS-IX-OK
               EVALUATE TRUE
                   WHEN ACTION-ADD
                       ADD 1 TO WS-ADD-COUNT
                   WHEN ACTION-CHANGE
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN ACTION-CLOSE
                       ADD 1 TO WS-CLOSE-COUNT
               END-EVALUATE
           ELSE
               DISPLAY "CUSTMNT0009-E INDEXED I-O FAILED FOR "
                       "CUSTOMER-ID " IX-CUSTOMER-ID
                       " AT TRANSACTION LINE " WS-CUR-START-LINE
                       " STATUS " WS-IX-STATUS
               STRING "INDEXED UPDATE FAILED - STATUS " WS-IX-STATUS
                   DELIMITED BY SIZE INTO WS-REJ-REASON
               END-STRING
               SET TXN-REJECTED TO TRUE
           END-IF.

      *---------------------------------------------------------------
      * Before image for changes and closes, after image for adds
      * and changes, both stamped with the same operator and time.
      *---------------------------------------------------------------
       2500-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF NOT ACTION-ADD
               MOVE SPACES TO JRNL-RECORD
               MOVE WS-CURRENT-DATETIME(1:14) TO JRNL-TIMESTAMP
               MOVE WS-CUR-OPERATOR TO JRNL-OPERATOR
               MOVE WS-CUR-ACTION TO JRNL-ACTION
               MOVE OUT-CUSTOMER-ID TO JRNL-CUSTOMER-ID
               MOVE 'B' TO JRNL-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE TO JRNL-IMAGE
               WRITE JRNL-RECORD
               ADD 1 TO WS-JRNL-COUNT
           END-IF
           IF NOT ACTION-CLOSE
               MOVE SPACES TO JRNL-RECORD
               MOVE WS-CURRENT-DATETIME(1:14) TO JRNL-TIMESTAMP
               MOVE WS-CUR-OPERATOR TO JRNL-OPERATOR
               MOVE WS-CUR-ACTION TO JRNL-ACTION
               MOVE OUT-CUSTOMER-ID TO JRNL-CUSTOMER-ID
               MOVE 'A' TO JRNL-IMAGE-TYPE
               MOVE CUSTOMER-OUT-RECORD TO JRNL-IMAGE
               WRITE JRNL-RECORD
               ADD 1 TO WS-JRNL-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Reject report entry: the transaction, the reason, and every
      * edit rule it failed.  Accepted transactions that only failed
      * severity W rules are listed the same way, marked ACCEPTED.
      *---------------------------------------------------------------
       2600-WRITE-REJECT.
           MOVE WS-CUR-START-LINE TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           IF TXN-REJECTED
               STRING "REJECTED  LINE " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                      "  ACTION " WS-CUR-ACTION
                      "  CUSTOMER-ID " WS-CUR-ID-X
                      "  OPERATOR " WS-CUR-OPERATOR
                      "  " FUNCTION TRIM(WS-REJ-REASON)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "ACCEPTED  LINE " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                      "  ACTION " WS-CUR-ACTION
                      "  CUSTOMER-ID " WS-CUR-ID-X
                      "  OPERATOR " WS-CUR-OPERATOR
                      "  WITH EDIT WARNINGS"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-LINE
           PERFORM VARYING WS-TXN-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-TXN-FAIL-IDX > WS-TXN-FAIL-USED
               MOVE WS-TXN-FAIL-RULE(WS-TXN-FAIL-IDX) TO WS-RULE-IDX
               MOVE SPACES TO RPT-LINE
               STRING "          RULE "
                      FUNCTION TRIM(WS-RULE-FIELD(WS-RULE-IDX))
                      " " FUNCTION TRIM(WS-RULE-TYPE(WS-RULE-IDX))
                      " " FUNCTION TRIM(WS-RULE-PARM(WS-RULE-IDX))
                      " SEVERITY " WS-RULE-SEV(WS-RULE-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.

      *---------------------------------------------------------------
      * Edit rules - the EBCCONV 2800 series applied to the working
      * record.  Rule names stay the customer.cpy names so the one
      * rules file serves both programs; 2820-RESOLVE-RULE-FIELD maps
      * them onto the converted (OUT-) fields.
      *---------------------------------------------------------------
       2800-APPLY-EDIT-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-USED
               PERFORM 2810-APPLY-ONE-RULE
           END-PERFORM.

       2810-APPLY-ONE-RULE.
           MOVE 'N' TO WS-RULE-FAIL-SW
           EVALUATE FUNCTION TRIM(WS-RULE-TYPE(WS-RULE-IDX))
               WHEN "NOTBLANK"
                   PERFORM 2815-RULE-NOTBLANK
               WHEN "NUMERIC"
                   PERFORM 2825-RULE-NUMERIC
               WHEN "CONTAINS"
                   PERFORM 2835-RULE-CONTAINS
               WHEN "PATTERN"
                   PERFORM 2845-RULE-PATTERN
               WHEN "ZIPSTATE"
                   PERFORM 2855-RULE-ZIPSTATE
               WHEN "ZEROWHEN"
                   PERFORM 2865-RULE-ZEROWHEN
               WHEN "ITEMPAIR"
                   PERFORM 2875-RULE-ITEMPAIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RULE-FAILED
               ADD 1 TO WS-RULE-FAIL-COUNT(WS-RULE-IDX)
               ADD 1 TO WS-TXN-FAIL-USED
               MOVE WS-RULE-IDX TO WS-TXN-FAIL-RULE(WS-TXN-FAIL-USED)
               IF WS-RULE-SEV(WS-RULE-IDX) = 'E'
                   ADD 1 TO WS-TXN-ERR-COUNT
               END-IF
           END-IF.

       2815-RULE-NOTBLANK.
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-EDIT-FLD-NAME
           PERFORM 2820-RESOLVE-RULE-FIELD
           IF EDIT-FIELD-KNOWN
               AND WS-EDIT-FLD-VALUE(1:WS-EDIT-FLD-LEN) = SPACES
               SET RULE-FAILED TO TRUE
           END-IF.

       2825-RULE-NUMERIC.
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-EDIT-FLD-NAME
           PERFORM 2820-RESOLVE-RULE-FIELD
           IF EDIT-FIELD-KNOWN
               PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > WS-EDIT-FLD-LEN
                   MOVE WS-EDIT-FLD-VALUE(WS-PAT-IDX:1)
                     TO WS-PAT-FLD-CHAR
                   IF WS-PAT-FLD-CHAR < "0"
                       OR WS-PAT-FLD-CHAR > "9"
                       SET RULE-FAILED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       2835-RULE-CONTAINS.
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-EDIT-FLD-NAME
           PERFORM 2820-RESOLVE-RULE-FIELD
           IF EDIT-FIELD-KNOWN
               MOVE WS-RULE-PARM(WS-RULE-IDX) TO WS-CONT-PARM
               MOVE 30 TO WS-CONT-PARM-LEN
               PERFORM UNTIL WS-CONT-PARM-LEN = 1
                       OR WS-CONT-PARM(WS-CONT-PARM-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-CONT-PARM-LEN
               END-PERFORM
               MOVE 0 TO WS-CONT-COUNT
               INSPECT WS-EDIT-FLD-VALUE(1:WS-EDIT-FLD-LEN)
                   TALLYING WS-CONT-COUNT
                   FOR ALL WS-CONT-PARM(1:WS-CONT-PARM-LEN)
               IF WS-CONT-COUNT = 0
                   SET RULE-FAILED TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * PATTERN mask: 9 requires a digit, A a letter, X any
      * character; anything else must match literally.  The mask is
      * applied character by character for its own length.
      *---------------------------------------------------------------
       2845-RULE-PATTERN.
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-EDIT-FLD-NAME
           PERFORM 2820-RESOLVE-RULE-FIELD
           IF EDIT-FIELD-KNOWN
               PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > 30
                       OR WS-RULE-PARM(WS-RULE-IDX)(WS-PAT-IDX:1)
                          = SPACE
                   MOVE WS-RULE-PARM(WS-RULE-IDX)(WS-PAT-IDX:1)
                     TO WS-PAT-CHAR
                   IF WS-PAT-IDX > WS-EDIT-FLD-LEN
                       SET RULE-FAILED TO TRUE
                   ELSE
                       MOVE WS-EDIT-FLD-VALUE(WS-PAT-IDX:1)
                         TO WS-PAT-FLD-CHAR
                       EVALUATE WS-PAT-CHAR
                           WHEN "9"
                               IF WS-PAT-FLD-CHAR < "0"
                                   OR WS-PAT-FLD-CHAR > "9"
                                   SET RULE-FAILED TO TRUE
                               END-IF
                           WHEN "A"
                               IF NOT ((WS-PAT-FLD-CHAR >= "A"
                                        AND WS-PAT-FLD-CHAR <= "Z")
                                   OR (WS-PAT-FLD-CHAR >= "a"
                                       AND WS-PAT-FLD-CHAR <= "z"))
                                   SET RULE-FAILED TO TRUE
                               END-IF
                           WHEN "X"
                               CONTINUE
                           WHEN OTHER
                               IF WS-PAT-FLD-CHAR NOT = WS-PAT-CHAR
                                   SET RULE-FAILED TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * ZIPSTATE: when STATE is a two-letter code the ZIP-CODE must
      * be a US format - five digits, alone or followed by a dash
      * and four more.  Non-letter STATE values (foreign extracts)
      * are left alone.
      *---------------------------------------------------------------
       2855-RULE-ZIPSTATE.
           IF OUT-STATE(1:1) >= "A" AND OUT-STATE(1:1) <= "Z"
               AND OUT-STATE(2:1) >= "A" AND OUT-STATE(2:1) <= "Z"
               IF OUT-ZIP-CODE(1:5) NOT NUMERIC
                   SET RULE-FAILED TO TRUE
               ELSE
                   IF OUT-ZIP-CODE(6:5) NOT = SPACES
                       IF OUT-ZIP-CODE(6:1) NOT = "-"
                           OR OUT-ZIP-CODE(7:4) NOT NUMERIC
                           SET RULE-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * ZEROWHEN: the rule's own (numeric) field must be zero when
      * the field named in the parameter equals the given value -
      * e.g. a CHECKING account carrying a CREDIT-LIMIT.
      *---------------------------------------------------------------
       2865-RULE-ZEROWHEN.
           MOVE SPACES TO WS-ZW-OTHER-FIELD WS-ZW-OTHER-VALUE
           UNSTRING WS-RULE-PARM(WS-RULE-IDX) DELIMITED BY "="
               INTO WS-ZW-OTHER-FIELD WS-ZW-OTHER-VALUE
           END-UNSTRING
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-EDIT-FLD-NAME
           PERFORM 2820-RESOLVE-RULE-FIELD
           IF EDIT-FIELD-KNOWN AND EDIT-FIELD-IS-NUMERIC
               MOVE WS-EDIT-FLD-NUM TO WS-ZW-NUM
               MOVE WS-ZW-OTHER-FIELD TO WS-EDIT-FLD-NAME
               PERFORM 2820-RESOLVE-RULE-FIELD
               IF EDIT-FIELD-KNOWN
                   AND FUNCTION TRIM(WS-EDIT-FLD-VALUE) =
                       FUNCTION TRIM(WS-ZW-OTHER-VALUE)
                   AND WS-ZW-NUM NOT = 0
                   SET RULE-FAILED TO TRUE
               END-IF
           END-IF.

       2875-RULE-ITEMPAIR.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 5
               IF OUT-ITEM-NAME(WS-OCC-IDX) NOT = SPACES
                   AND OUT-ITEM-ID(WS-OCC-IDX) = 0
                   SET RULE-FAILED TO TRUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Resolves WS-EDIT-FLD-NAME (a customer.cpy name) to the
      * working record's converted value.  Character and date fields
      * land in WS-EDIT-FLD-VALUE with their length; amounts and
      * counts land in WS-EDIT-FLD-NUM with the numeric switch set.
      * An unknown name leaves the known switch off and the rule
      * passes, exactly as in EBCCONV.
      *---------------------------------------------------------------
       2820-RESOLVE-RULE-FIELD.
           MOVE 'N' TO WS-EDIT-FLD-KNOWN-SW WS-EDIT-FLD-NUMERIC-SW
           MOVE SPACES TO WS-EDIT-FLD-VALUE
           MOVE 0 TO WS-EDIT-FLD-NUM
           EVALUATE FUNCTION TRIM(WS-EDIT-FLD-NAME)
               WHEN "CUSTOMER-ID"
                   MOVE OUT-CUSTOMER-ID TO WS-EDIT-FLD-VALUE
                   MOVE 6 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "LAST-NAME"
                   MOVE OUT-LAST-NAME TO WS-EDIT-FLD-VALUE
                   MOVE 15 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "FIRST-NAME"
                   MOVE OUT-FIRST-NAME TO WS-EDIT-FLD-VALUE
                   MOVE 10 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "MIDDLE-INITIAL"
                   MOVE OUT-MIDDLE-INITIAL TO WS-EDIT-FLD-VALUE
                   MOVE 1 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "STREET"
                   MOVE OUT-STREET TO WS-EDIT-FLD-VALUE
                   MOVE 25 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "CITY"
                   MOVE OUT-CITY TO WS-EDIT-FLD-VALUE
                   MOVE 15 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "STATE"
                   MOVE OUT-STATE TO WS-EDIT-FLD-VALUE
                   MOVE 2 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "ZIP-CODE"
                   MOVE OUT-ZIP-CODE TO WS-EDIT-FLD-VALUE
                   MOVE 10 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "PHONE-NUMBER"
                   MOVE OUT-PHONE-NUMBER TO WS-EDIT-FLD-VALUE
                   MOVE 12 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "EMAIL"
                   MOVE OUT-EMAIL TO WS-EDIT-FLD-VALUE
                   MOVE 30 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "ACCOUNT-NUMBER"
                   MOVE OUT-ACCOUNT-NUMBER TO WS-EDIT-FLD-VALUE
                   MOVE 10 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "ACCOUNT-TYPE"
                   MOVE OUT-ACCOUNT-TYPE TO WS-EDIT-FLD-VALUE
                   MOVE 1 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "LAST-TRANSACTION-DATE"
                   STRING OUT-LAST-TRANSACTION-YEAR
                          OUT-LAST-TRANSACTION-MONTH
                          OUT-LAST-TRANSACTION-DAY
                       DELIMITED BY SIZE INTO WS-EDIT-FLD-VALUE
                   END-STRING
                   MOVE 8 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "JUSTIFIED-FIELD"
                   MOVE OUT-JUSTIFIED-FIELD TO WS-EDIT-FLD-VALUE
                   MOVE 10 TO WS-EDIT-FLD-LEN
                   SET EDIT-FIELD-KNOWN TO TRUE
               WHEN "ACCOUNT-BALANCE"
                   MOVE OUT-ACCOUNT-BALANCE TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN "CREDIT-LIMIT"
                   MOVE OUT-CREDIT-LIMIT TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN "INTEREST-RATE"
                   MOVE OUT-INTEREST-RATE TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN "LAST-TRANSACTION-AMOUNT"
                   MOVE OUT-LAST-TRANSACTION-AMOUNT TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN "TRANSACTION-COUNT"
                   MOVE OUT-TRANSACTION-COUNT TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN "COMP-3-PACKED"
                   MOVE OUT-COMP-3-PACKED TO WS-EDIT-FLD-NUM
                   SET EDIT-FIELD-KNOWN TO TRUE
                   SET EDIT-FIELD-IS-NUMERIC TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-COUNT-AFTER.
           OPEN INPUT CUSTOMER-IX-FILE
           IF NOT WS-IX-OK
               DISPLAY "CUSTMNT0010-E UNABLE TO REOPEN INDEXED FILE "
                       WS-IXFILE " STATUS " WS-IX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-AFTER-COUNT
           MOVE 'N' TO WS-COUNT-EOF-SW
           PERFORM 8050-COUNT-NEXT UNTIL END-OF-COUNT-PASS
           CLOSE CUSTOMER-IX-FILE
           COMPUTE WS-EXPECTED-COUNT =
               WS-BEFORE-COUNT + WS-ADD-COUNT - WS-CLOSE-COUNT
           IF WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "CUSTMNT0011-E RECORD COUNT AFTER MAINTENANCE "
                       WS-AFTER-COUNT
                       " DOES NOT RECONCILE - EXPECTED "
                       WS-EXPECTED-COUNT
               SET RECON-MISMATCH TO TRUE
           END-IF.

       8050-COUNT-NEXT.
           READ CUSTOMER-IX-FILE NEXT
               AT END
                   SET END-OF-COUNT-PASS TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
           END-READ.

       9000-TERMINATE.
           PERFORM 9100-WRITE-SUMMARY
           CLOSE TRAN-FILE
           CLOSE JRNL-FILE
           CLOSE REJECT-RPT-FILE
           DISPLAY "CUSTMNT0099-I TRANSACTIONS READ  = " WS-TXN-COUNT
           DISPLAY "CUSTMNT0099-I ADDS APPLIED       = " WS-ADD-COUNT
           DISPLAY "CUSTMNT0099-I CHANGES APPLIED    = "
                   WS-CHANGE-COUNT
           DISPLAY "CUSTMNT0099-I CLOSES APPLIED     = " WS-CLOSE-COUNT
           DISPLAY "CUSTMNT0099-I REJECTED           = "
                   WS-REJECT-COUNT
           DISPLAY "CUSTMNT0099-I ACCEPTED W/WARNING = " WS-WARN-COUNT
           DISPLAY "CUSTMNT0099-I JOURNAL RECORDS    = " WS-JRNL-COUNT
           EVALUATE TRUE
               WHEN RECON-MISMATCH
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9100-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TXN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS READ ......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-ADD-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ADDS APPLIED .............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CHANGES APPLIED ........... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CLOSE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSES APPLIED ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REJECTED ..... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-WARN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCEPTED WITH WARNINGS .... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-JRNL-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL RECORDS WRITTEN ... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BEFORE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS BEFORE ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-AFTER-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS AFTER ............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF RECON-MISMATCH
               STRING "RECORD COUNT ............... MISMATCH"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "RECORD COUNT ............... MATCH"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-LINE.
