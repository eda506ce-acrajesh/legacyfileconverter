      *****************************************************************
      * CUSTSTMT - Monthly customer statement run.  Matches the       *
      * converted transaction detail (trnout.cpy, written by TRNCONV) *
      * to the converted customer file (custout.cpy, written by       *
      * EBCCONV OUTFMT=FIXED) and produces, for one statement month:  *
      *   - the printed statements: name and address, ACCOUNT-NUMBER *
      *     and type, opening balance, every TXN-DATE /              *
      *     TXN-TYPE-CODE / TXN-AMOUNT / TXN-POSTING-REF line in the *
      *     month with a running balance, closing balance, and for   *
      *     LOAN accounts CREDIT-LIMIT and available credit          *
      *   - the print-vendor file (stmtvnd.cpy layout) carrying the  *
      *     same content as fixed records, replacing the manual      *
      *     monthly extract from the host                            *
      *   - a control page of statements produced and suppressed     *
      *                                                                *
      * Balances: the customer file's ACCOUNT-BALANCE is the balance *
      * as of the extract.  Detail dated after the statement month   *
      * is backed out of it to give the closing balance, and the     *
      * month's own detail is backed out of that to give the opening *
      * balance - so a statement run a few days into the next month  *
      * still states the month correctly.  Detail dated before the   *
      * month is skipped.                                            *
      *                                                                *
      * Each detail row moves the balance by the direction its       *
      * TXN-TYPE-CODE has in the type-code reference file, the same  *
      * file TRNPROOF proves against (code,direction,description):   *
      * C adds TXN-AMOUNT, D subtracts it, M (memo) is listed on the *
      * statement without moving the balance.  Lines show TXN-AMOUNT *
      * as posted.  Detail under a code not in the file is listed on *
      * the control page as an unknown type code and treated as memo.*
      *                                                                *
      * A customer with no detail in the month and a zero closing    *
      * balance gets no statement; it is counted as suppressed on    *
      * the control page.                                            *
      *                                                                *
      * Both inputs must be in ascending customer-ID order (see       *
      * TRNRECON); an out-of-sequence record stops the run with       *
      * return code 8.  Detail rows for a customer not on the         *
      * customer file are listed on the control page as orphans.      *
      * At most 500 detail lines are listed per statement; any beyond *
      * that still count in the balances and are flagged on the      *
      * statement and the control page.                              *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   TRNFILE=path     converted transaction detail (required)   *
      *   CUSTFILE=path    converted customer FIXED file (required)  *
      *   PERIOD=yyyymm    statement month (required)                *
      *   TYPEFILE=path    type-code reference file (required)       *
      *   STMTFILE=path    printed statements; defaults to CUSTFILE  *
      *                    with .stmt appended                       *
      *   VENDFILE=path    print-vendor file; defaults to CUSTFILE   *
      *                    with .stmtvnd appended                    *
      *   CTLFILE=path     control page; defaults to CUSTFILE with   *
      *                    .stmtctl appended                         *
      *                                                                *
      * Return code 0 on a clean run, 4 when orphan detail, a        *
      * truncated statement, an unknown type code or a rejected      *
      * reference line was found, 8 on a sequence error, 16 on an    *
      * open failure or a bad PERIOD=.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN DYNAMIC WS-TRNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT STMT-FILE ASSIGN DYNAMIC WS-STMTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
           SELECT TYPE-FILE ASSIGN DYNAMIC WS-TYPEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT CONTROL-RPT-FILE ASSIGN DYNAMIC WS-CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  TXN-LINE                        PIC X(100).
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  STMT-FILE.
       01  STMT-LINE                       PIC X(132).
       FD  VENDOR-FILE.
       COPY "stmtvnd.cpy".
       FD  TYPE-FILE.
       01  TYPE-LINE                       PIC X(100).
       FD  CONTROL-RPT-FILE.
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

       01  WS-TRNFILE                      PIC X(80).
       01  WS-CUSTFILE                     PIC X(80).
       01  WS-STMTFILE                     PIC X(80).
       01  WS-VENDFILE                     PIC X(80).
       01  WS-CTLFILE                      PIC X(80).
       01  WS-TYPEFILE                     PIC X(80).
       01  WS-PERIOD                       PIC X(6) VALUE SPACES.

      *---------------------------------------------------------------
      * Statement month bounds, inclusive YYYYMMDD
      *---------------------------------------------------------------
       01  WS-PERIOD-FROM                  PIC 9(8).
       01  WS-PERIOD-TO                    PIC 9(8).
       01  WS-NEXT-MONTH-START             PIC 9(8).
       01  WS-PERIOD-YEAR                  PIC 9(4).
       01  WS-PERIOD-MONTH                 PIC 9(2).
       01  WS-FROM-EDIT                    PIC X(10).
       01  WS-TO-EDIT                      PIC X(10).
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-TXN-STATUS                   PIC XX.
           88  WS-TXN-OK                   VALUE '00'.
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-STMT-STATUS                  PIC XX.
           88  WS-STMT-OK                  VALUE '00'.
       01  WS-VEND-STATUS                  PIC XX.
           88  WS-VEND-OK                  VALUE '00'.
       01  WS-TYPE-STATUS                  PIC XX.
           88  WS-TYPE-OK                  VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-TXN-EOF-SW                   PIC X VALUE 'N'.
           88  TXN-AT-END                  VALUE 'Y'.
       01  WS-CUST-EOF-SW                  PIC X VALUE 'N'.
           88  CUST-AT-END                 VALUE 'Y'.
       01  WS-TYPE-EOF-SW                  PIC X VALUE 'N'.
           88  END-OF-TYPE                 VALUE 'Y'.
       01  WS-SEQ-ERR-SW                   PIC X VALUE 'N'.
           88  SEQUENCE-ERROR              VALUE 'Y'.

      *---------------------------------------------------------------
      * Match keys - HIGH-VALUES once a side is exhausted so the
      * other side drains (the CUSTDELT pattern).
      *---------------------------------------------------------------
       01  WS-TXN-KEY                      PIC X(6).
       01  WS-CUST-KEY                     PIC X(6).
       01  WS-TXN-PREV-KEY                 PIC X(6) VALUE LOW-VALUES.
       01  WS-CUST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.

      *---------------------------------------------------------------
      * Type-code reference table (the TRNPROOF layout).  Unknown
      * codes get a '?' entry so each is counted once.
      *---------------------------------------------------------------
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY                OCCURS 100 TIMES.
               10  WS-TT-CODE               PIC X(2).
               10  WS-TT-DIRECTION          PIC X.
                   88  WS-TT-CREDIT         VALUE 'C'.
                   88  WS-TT-DEBIT          VALUE 'D'.
                   88  WS-TT-MEMO           VALUE 'M'.
                   88  WS-TT-UNKNOWN        VALUE '?'.
               10  WS-TT-DESC               PIC X(30).
               10  WS-TT-COUNT              PIC 9(9) COMP.
               10  WS-TT-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-TT-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-TT-IDX                       PIC 9(3) COMP.
       01  WS-TT-SLOT                      PIC 9(3) COMP.
       01  WS-LOOKUP-CODE                  PIC X(2).
       01  WS-TYPE-CODE-X                  PIC X(10).
       01  WS-TYPE-DIR-X                   PIC X(10).
       01  WS-TYPE-DESC-X                  PIC X(30).
       01  WS-TYPE-REJECT-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-TT-OVERFLOW-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-ROW-EFFECT                   PIC S9(13)V99 COMP-3.

      *---------------------------------------------------------------
      * One customer's detail for the month, held until the opening
      * balance is known and the statement can be printed in order.
      *---------------------------------------------------------------
       01  WS-GROUP-KEY                    PIC X(6).
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY                 OCCURS 500 TIMES.
               10  WS-DTL-DATE              PIC 9(8).
               10  WS-DTL-TIME              PIC 9(6).
               10  WS-DTL-TYPE-CODE         PIC X(2).
               10  WS-DTL-AMOUNT            PIC S9(7)V99 COMP-3.
               10  WS-DTL-EFFECT            PIC S9(7)V99 COMP-3.
               10  WS-DTL-POSTING-REF       PIC X(12).
       01  WS-DTL-USED                     PIC 9(5) COMP.
       01  WS-DTL-IDX                      PIC 9(5) COMP.
       01  WS-DTL-OVERFLOW                 PIC 9(5) COMP.
       01  WS-GROUP-IN-PERIOD              PIC 9(5) COMP.
       01  WS-PERIOD-NET                   PIC S9(13)V99 COMP-3.
       01  WS-AFTER-NET                    PIC S9(13)V99 COMP-3.
       01  WS-INCREASES                    PIC S9(13)V99 COMP-3.
       01  WS-DECREASES                    PIC S9(13)V99 COMP-3.
       01  WS-OPENING-BAL                  PIC S9(13)V99 COMP-3.
       01  WS-CLOSING-BAL                  PIC S9(13)V99 COMP-3.
       01  WS-RUNNING-BAL                  PIC S9(13)V99 COMP-3.
       01  WS-AVAIL-CREDIT                 PIC S9(13)V99 COMP-3.
       01  WS-TYPE-LABEL                   PIC X(8).

      *---------------------------------------------------------------
      * Statement print work areas
      *---------------------------------------------------------------
       01  WS-NAME-LINE                    PIC X(40).
       01  WS-DATE-WORK                    PIC 9(8).
       01  WS-DATE-EDIT                    PIC X(10).
       01  WS-STMT-AMT-EDIT                PIC -(11)9.99.
       01  WS-STMT-BAL-EDIT                PIC -(11)9.99.

      *---------------------------------------------------------------
      * Counters
      *---------------------------------------------------------------
       01  WS-TXN-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-CUST-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-PRODUCED-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-SUPPRESSED-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-LINES-PRINTED                PIC 9(9) COMP VALUE 0.
       01  WS-BEFORE-PERIOD-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-AFTER-PERIOD-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-ORPHAN-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-TRUNCATED-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-VEND-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-GROUP-COUNT                  PIC 9(9) COMP.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT-EDIT              PIC -(11)9.99.

       COPY "custout.cpy".
       COPY "trnout.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-FILES
               UNTIL (TXN-AT-END AND CUST-AT-END)
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
           PERFORM 1200-SET-PERIOD
           IF WS-STMTFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".stmt"
                   DELIMITED BY SIZE INTO WS-STMTFILE
               END-STRING
           END-IF
           IF WS-VENDFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".stmtvnd"
                   DELIMITED BY SIZE INTO WS-VENDFILE
               END-STRING
           END-IF
           IF WS-CTLFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".stmtctl"
                   DELIMITED BY SIZE INTO WS-CTLFILE
               END-STRING
           END-IF
           PERFORM 1700-LOAD-TYPES
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "CUSTSTMT0001-E UNABLE TO OPEN TRANSACTION "
                       "FILE " WS-TRNFILE " STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "CUSTSTMT0002-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STMT-FILE
           IF NOT WS-STMT-OK
               DISPLAY "CUSTSTMT0003-E UNABLE TO OPEN STATEMENT FILE "
                       WS-STMTFILE " STATUS " WS-STMT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VENDOR-FILE
           IF NOT WS-VEND-OK
               DISPLAY "CUSTSTMT0004-E UNABLE TO OPEN VENDOR FILE "
                       WS-VENDFILE " STATUS " WS-VEND-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CONTROL-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "CUSTSTMT0005-E UNABLE TO OPEN CONTROL FILE "
                       WS-CTLFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CUSTSTMT STATEMENT RUN CONTROL PAGE"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENT PERIOD .......... " WS-FROM-EDIT
                  " TO " WS-TO-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO STMT-VENDOR-RECORD
           SET SV-FILE-HEADER TO TRUE
           MOVE 0 TO SV-CUSTOMER-ID
           MOVE WS-CURRENT-DATETIME(1:8) TO SV-RUN-DATE
           MOVE WS-PERIOD-FROM TO SV-FH-PERIOD-FROM
           MOVE WS-PERIOD-TO TO SV-FH-PERIOD-TO
           PERFORM 2790-WRITE-VENDOR
           PERFORM 1900-READ-TXN
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
               WHEN "TRNFILE"
                   MOVE WS-VAL TO WS-TRNFILE
               WHEN "CUSTFILE"
                   MOVE WS-VAL TO WS-CUSTFILE
               WHEN "PERIOD"
                   MOVE WS-VAL(1:6) TO WS-PERIOD
               WHEN "STMTFILE"
                   MOVE WS-VAL TO WS-STMTFILE
               WHEN "VENDFILE"
                   MOVE WS-VAL TO WS-VENDFILE
               WHEN "CTLFILE"
                   MOVE WS-VAL TO WS-CTLFILE
               WHEN "TYPEFILE"
                   MOVE WS-VAL TO WS-TYPEFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * PERIOD=yyyymm gives the first and last day of the month; the
      * last day is the day before the first of the next month, so
      * leap years need no table.
      *---------------------------------------------------------------
       1200-SET-PERIOD.
           IF WS-PERIOD NOT NUMERIC
               DISPLAY "CUSTSTMT0006-E PERIOD= MUST BE GIVEN AS "
                       "YYYYMM - FOUND '" WS-PERIOD "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-YEAR < 1601
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "CUSTSTMT0006-E PERIOD= MUST BE GIVEN AS "
                       "YYYYMM - FOUND '" WS-PERIOD "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PERIOD-FROM =
               WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-PERIOD-FROM + 100
           END-IF
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           MOVE WS-PERIOD-FROM TO WS-DATE-WORK
           PERFORM 2690-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-FROM-EDIT
           MOVE WS-PERIOD-TO TO WS-DATE-WORK
           PERFORM 2690-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-TO-EDIT.

       1700-LOAD-TYPES.
           OPEN INPUT TYPE-FILE
           IF NOT WS-TYPE-OK
               DISPLAY "CUSTSTMT0009-E UNABLE TO OPEN TYPE-CODE FILE "
                       WS-TYPEFILE " STATUS " WS-TYPE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1750-READ-TYPE
           PERFORM UNTIL END-OF-TYPE
               IF TYPE-LINE NOT = SPACES
                   AND TYPE-LINE(1:1) NOT = "*"
                   PERFORM 1770-STORE-TYPE
               END-IF
               PERFORM 1750-READ-TYPE
           END-PERFORM
           CLOSE TYPE-FILE
           DISPLAY "CUSTSTMT0010-I " WS-TT-USED
                   " TYPE CODES LOADED FROM "
                   FUNCTION TRIM(WS-TYPEFILE).

       1750-READ-TYPE.
           READ TYPE-FILE
               AT END
                   SET END-OF-TYPE TO TRUE
           END-READ.

       1770-STORE-TYPE.
           MOVE SPACES TO WS-TYPE-CODE-X WS-TYPE-DIR-X WS-TYPE-DESC-X
           UNSTRING TYPE-LINE DELIMITED BY ","
               INTO WS-TYPE-CODE-X WS-TYPE-DIR-X WS-TYPE-DESC-X
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-TYPE-CODE-X) TO WS-TYPE-CODE-X
           MOVE FUNCTION TRIM(WS-TYPE-DIR-X) TO WS-TYPE-DIR-X
           MOVE FUNCTION TRIM(WS-TYPE-DESC-X) TO WS-TYPE-DESC-X
           MOVE WS-TYPE-CODE-X(1:2) TO WS-LOOKUP-CODE
           PERFORM 2900-FIND-TYPE
           EVALUATE TRUE
               WHEN WS-TYPE-CODE-X = SPACES
                   OR WS-TYPE-CODE-X(3:1) NOT = SPACE
                   DISPLAY "CUSTSTMT0011-W TYPE LINE IGNORED - CODE "
                           "MUST BE 1 OR 2 CHARACTERS: "
                           TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TYPE-DIR-X NOT = "C"
                   AND WS-TYPE-DIR-X NOT = "D"
                   AND WS-TYPE-DIR-X NOT = "M"
                   DISPLAY "CUSTSTMT0011-W TYPE LINE IGNORED - "
                           "DIRECTION MUST BE C, D OR M: "
                           TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TT-SLOT > 0
                   DISPLAY "CUSTSTMT0011-W TYPE LINE IGNORED - "
                           "DUPLICATE CODE: " TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TT-USED >= 100
                   DISPLAY "CUSTSTMT0011-W TYPE TABLE FULL - LINE "
                           "IGNORED: " TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-TT-USED
                   MOVE WS-LOOKUP-CODE TO WS-TT-CODE(WS-TT-USED)
                   MOVE WS-TYPE-DIR-X(1:1)
                     TO WS-TT-DIRECTION(WS-TT-USED)
                   MOVE WS-TYPE-DESC-X TO WS-TT-DESC(WS-TT-USED)
                   MOVE 0 TO WS-TT-COUNT(WS-TT-USED)
                             WS-TT-AMOUNT(WS-TT-USED)
           END-EVALUATE.

       1900-READ-TXN.
           MOVE WS-TXN-KEY TO WS-TXN-PREV-KEY
           READ TXN-FILE
               AT END
                   SET TXN-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-TXN-KEY
               NOT AT END
                   ADD 1 TO WS-TXN-COUNT
                   MOVE SPACES TO TRANSACTION-OUT-RECORD
                   MOVE TXN-LINE TO TRANSACTION-OUT-RECORD
                   MOVE TXN-LINE(1:6) TO WS-TXN-KEY
                   IF WS-TXN-KEY < WS-TXN-PREV-KEY
                       DISPLAY "CUSTSTMT0007-E TRANSACTION FILE OUT "
                               "OF SEQUENCE AT CUSTOMER-ID "
                               WS-TXN-KEY
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
                       DISPLAY "CUSTSTMT0008-E CUSTOMER FILE OUT OF "
                               "SEQUENCE AT CUSTOMER-ID " WS-CUST-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

       2000-MATCH-FILES.
           EVALUATE TRUE
               WHEN WS-TXN-KEY < WS-CUST-KEY
                   PERFORM 2100-COLLECT-DETAIL-GROUP
                   PERFORM 2200-REPORT-ORPHAN-GROUP
               WHEN WS-CUST-KEY < WS-TXN-KEY
                   PERFORM 2050-RESET-GROUP
                   PERFORM 2500-PRODUCE-STATEMENT
                   PERFORM 1950-READ-CUST
               WHEN OTHER
                   PERFORM 2100-COLLECT-DETAIL-GROUP
                   PERFORM 2500-PRODUCE-STATEMENT
                   PERFORM 1950-READ-CUST
           END-EVALUATE.

       2050-RESET-GROUP.
           MOVE 0 TO WS-GROUP-COUNT WS-DTL-USED WS-DTL-OVERFLOW
                     WS-GROUP-IN-PERIOD
           MOVE 0 TO WS-PERIOD-NET WS-AFTER-NET
                     WS-INCREASES WS-DECREASES.

      *---------------------------------------------------------------
      * Collects the contiguous run of detail rows sharing the
      * current transaction key, leaving the next group's first row
      * current.  Rows in the month are held for printing; rows after
      * it are only netted, to back out of the extract balance.
      *---------------------------------------------------------------
       2100-COLLECT-DETAIL-GROUP.
           PERFORM 2050-RESET-GROUP
           MOVE WS-TXN-KEY TO WS-GROUP-KEY
           PERFORM UNTIL SEQUENCE-ERROR
                   OR WS-TXN-KEY NOT = WS-GROUP-KEY
               ADD 1 TO WS-GROUP-COUNT
               EVALUATE TRUE
                   WHEN TOUT-DATE < WS-PERIOD-FROM
                       ADD 1 TO WS-BEFORE-PERIOD-COUNT
                   WHEN TOUT-DATE > WS-PERIOD-TO
                       ADD 1 TO WS-AFTER-PERIOD-COUNT
                       PERFORM 2120-APPLY-TYPE
                       ADD WS-ROW-EFFECT TO WS-AFTER-NET
                   WHEN OTHER
                       PERFORM 2150-HOLD-DETAIL
               END-EVALUATE
               PERFORM 1900-READ-TXN
           END-PERFORM.

      *---------------------------------------------------------------
      * WS-ROW-EFFECT is the current row's movement of the balance:
      * TXN-AMOUNT for a credit code, its negative for a debit code,
      * zero for a memo or unknown code (the TRNPROOF rule).
      *---------------------------------------------------------------
       2120-APPLY-TYPE.
           MOVE TOUT-TYPE-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-FIND-TYPE
           IF WS-TT-SLOT = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               PERFORM 2160-REPORT-UNKNOWN-ROW
               PERFORM 2950-ADD-UNKNOWN-TYPE
           END-IF
           MOVE 0 TO WS-ROW-EFFECT
           IF WS-TT-SLOT > 0
               EVALUATE TRUE
                   WHEN WS-TT-CREDIT(WS-TT-SLOT)
                       MOVE TOUT-AMOUNT TO WS-ROW-EFFECT
                   WHEN WS-TT-DEBIT(WS-TT-SLOT)
                       COMPUTE WS-ROW-EFFECT = 0 - TOUT-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-TT-COUNT(WS-TT-SLOT)
               ADD TOUT-AMOUNT TO WS-TT-AMOUNT(WS-TT-SLOT)
           END-IF.

       2150-HOLD-DETAIL.
           ADD 1 TO WS-GROUP-IN-PERIOD
           PERFORM 2120-APPLY-TYPE
           ADD WS-ROW-EFFECT TO WS-PERIOD-NET
           IF WS-ROW-EFFECT < 0
               ADD WS-ROW-EFFECT TO WS-DECREASES
           ELSE
               ADD WS-ROW-EFFECT TO WS-INCREASES
           END-IF
           IF WS-DTL-USED < 500
               ADD 1 TO WS-DTL-USED
               MOVE TOUT-DATE TO WS-DTL-DATE(WS-DTL-USED)
               MOVE TOUT-TIME TO WS-DTL-TIME(WS-DTL-USED)
               MOVE TOUT-TYPE-CODE TO WS-DTL-TYPE-CODE(WS-DTL-USED)
               MOVE TOUT-AMOUNT TO WS-DTL-AMOUNT(WS-DTL-USED)
               MOVE WS-ROW-EFFECT TO WS-DTL-EFFECT(WS-DTL-USED)
               MOVE TOUT-POSTING-REF
                 TO WS-DTL-POSTING-REF(WS-DTL-USED)
           ELSE
               ADD 1 TO WS-DTL-OVERFLOW
           END-IF.

       2160-REPORT-UNKNOWN-ROW.
           MOVE TOUT-AMOUNT TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER " WS-GROUP-KEY "  UNKNOWN TYPE CODE '"
                  TOUT-TYPE-CODE "'  DATE " TOUT-DATE
                  "  REF " TOUT-POSTING-REF
                  "  AMOUNT " WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

       2200-REPORT-ORPHAN-GROUP.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER " WS-GROUP-KEY
                  " HAS " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                  " DETAIL ROWS BUT IS NOT ON THE CUSTOMER FILE"
                  " - NO STATEMENT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * Works the balances back from the extract balance and either
      * prints the statement or counts it as suppressed.
      *---------------------------------------------------------------
       2500-PRODUCE-STATEMENT.
           COMPUTE WS-CLOSING-BAL = OUT-ACCOUNT-BALANCE - WS-AFTER-NET
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-PERIOD-NET
           IF WS-GROUP-IN-PERIOD = 0 AND WS-CLOSING-BAL = 0
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               ADD 1 TO WS-PRODUCED-COUNT
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
               IF OUT-ACCOUNT-TYPE = 'L'
                   COMPUTE WS-AVAIL-CREDIT =
                       OUT-CREDIT-LIMIT - WS-CLOSING-BAL
                   IF WS-AVAIL-CREDIT < 0
                       MOVE 0 TO WS-AVAIL-CREDIT
                   END-IF
               ELSE
                   MOVE 0 TO WS-AVAIL-CREDIT
               END-IF
               PERFORM 2600-PRINT-STATEMENT
               PERFORM 2700-WRITE-VENDOR-STATEMENT
               IF WS-DTL-OVERFLOW > 0
                   ADD 1 TO WS-TRUNCATED-COUNT
                   MOVE WS-DTL-OVERFLOW TO WS-RPT-COUNT-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING "CUSTOMER " OUT-CUSTOMER-ID
                          " STATEMENT TRUNCATED - "
                          FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                          " DETAIL LINES NOT LISTED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-IF.

       2600-PRINT-STATEMENT.
           MOVE SPACES TO STMT-LINE
           STRING "CUSTOMER STATEMENT" DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           STRING "PERIOD " WS-FROM-EDIT " TO " WS-TO-EDIT
               DELIMITED BY SIZE INTO STMT-LINE(60:)
           END-STRING
           IF WS-PRODUCED-COUNT = 1
               WRITE STMT-LINE
           ELSE
               WRITE STMT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO WS-NAME-LINE
           IF OUT-MIDDLE-INITIAL = SPACE
               STRING FUNCTION TRIM(OUT-FIRST-NAME) " "
                      FUNCTION TRIM(OUT-LAST-NAME)
                   DELIMITED BY SIZE INTO WS-NAME-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(OUT-FIRST-NAME) " "
                      OUT-MIDDLE-INITIAL ". "
                      FUNCTION TRIM(OUT-LAST-NAME)
                   DELIMITED BY SIZE INTO WS-NAME-LINE
               END-STRING
           END-IF
           MOVE SPACES TO STMT-LINE
           MOVE WS-NAME-LINE TO STMT-LINE(5:)
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE OUT-STREET TO STMT-LINE(5:)
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING FUNCTION TRIM(OUT-CITY) ", " OUT-STATE "  "
                  FUNCTION TRIM(OUT-ZIP-CODE)
               DELIMITED BY SIZE INTO STMT-LINE(5:)
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "ACCOUNT NUMBER " OUT-ACCOUNT-NUMBER
                  "   ACCOUNT TYPE " WS-TYPE-LABEL
                  "   CUSTOMER-ID " OUT-CUSTOMER-ID
                  "   CURRENCY " OUT-CURRENCY-CODE
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE WS-OPENING-BAL TO WS-STMT-BAL-EDIT
           MOVE SPACES TO STMT-LINE
           STRING "OPENING BALANCE ................................"
                  "   " WS-STMT-BAL-EDIT
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "DATE        TYPE  POSTING REF   "
                  "          AMOUNT           BALANCE"
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-USED
               ADD WS-DTL-EFFECT(WS-DTL-IDX) TO WS-RUNNING-BAL
               MOVE WS-DTL-DATE(WS-DTL-IDX) TO WS-DATE-WORK
               PERFORM 2690-EDIT-DATE
               MOVE WS-DTL-AMOUNT(WS-DTL-IDX) TO WS-STMT-AMT-EDIT
               MOVE WS-RUNNING-BAL TO WS-STMT-BAL-EDIT
               MOVE SPACES TO STMT-LINE
               STRING WS-DATE-EDIT "  "
                      WS-DTL-TYPE-CODE(WS-DTL-IDX) "    "
                      WS-DTL-POSTING-REF(WS-DTL-IDX) " "
                      WS-STMT-AMT-EDIT "  "
                      WS-STMT-BAL-EDIT
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
               ADD 1 TO WS-LINES-PRINTED
           END-PERFORM
           IF WS-GROUP-IN-PERIOD = 0
               MOVE SPACES TO STMT-LINE
               STRING "NO TRANSACTIONS THIS PERIOD"
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF
           IF WS-DTL-OVERFLOW > 0
               MOVE WS-DTL-OVERFLOW TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO STMT-LINE
               STRING "*** " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                      " FURTHER TRANSACTIONS NOT LISTED - INCLUDED "
                      "IN CLOSING BALANCE ***"
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE WS-CLOSING-BAL TO WS-STMT-BAL-EDIT
           MOVE SPACES TO STMT-LINE
           STRING "CLOSING BALANCE ................................"
                  "   " WS-STMT-BAL-EDIT
               DELIMITED BY SIZE INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           IF OUT-ACCOUNT-TYPE = 'L'
               MOVE OUT-CREDIT-LIMIT TO WS-STMT-BAL-EDIT
               MOVE SPACES TO STMT-LINE
               STRING "CREDIT LIMIT ..................................."
                      "   " WS-STMT-BAL-EDIT
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
               MOVE WS-AVAIL-CREDIT TO WS-STMT-BAL-EDIT
               MOVE SPACES TO STMT-LINE
               STRING "AVAILABLE CREDIT ..............................."
                      "   " WS-STMT-BAL-EDIT
                   DELIMITED BY SIZE INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF.

       2690-EDIT-DATE.
           MOVE SPACES TO WS-DATE-EDIT
           STRING WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
                  WS-DATE-WORK(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           END-STRING.

      *---------------------------------------------------------------
      * Vendor records for one statement: header, one detail per
      * listed line with the running balance, and the total record.
      *---------------------------------------------------------------
       2700-WRITE-VENDOR-STATEMENT.
           MOVE SPACES TO STMT-VENDOR-RECORD
           SET SV-STMT-HEADER TO TRUE
           MOVE OUT-CUSTOMER-ID TO SV-CUSTOMER-ID
           MOVE OUT-LAST-NAME TO SV-LAST-NAME
           MOVE OUT-FIRST-NAME TO SV-FIRST-NAME
           MOVE OUT-MIDDLE-INITIAL TO SV-MIDDLE-INITIAL
           MOVE OUT-STREET TO SV-STREET
           MOVE OUT-CITY TO SV-CITY
           MOVE OUT-STATE TO SV-STATE
           MOVE OUT-ZIP-CODE TO SV-ZIP-CODE
           MOVE OUT-ACCOUNT-NUMBER TO SV-ACCOUNT-NUMBER
           MOVE OUT-ACCOUNT-TYPE TO SV-ACCOUNT-TYPE
           MOVE WS-TYPE-LABEL TO SV-TYPE-LABEL
           MOVE OUT-CURRENCY-CODE TO SV-CURRENCY-CODE
           MOVE WS-PERIOD-FROM TO SV-PERIOD-FROM
           MOVE WS-PERIOD-TO TO SV-PERIOD-TO
           MOVE WS-OPENING-BAL TO SV-OPENING-BALANCE
           PERFORM 2790-WRITE-VENDOR
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-USED
               ADD WS-DTL-EFFECT(WS-DTL-IDX) TO WS-RUNNING-BAL
               MOVE SPACES TO STMT-VENDOR-RECORD
               SET SV-STMT-DETAIL TO TRUE
               MOVE OUT-CUSTOMER-ID TO SV-CUSTOMER-ID
               MOVE WS-DTL-DATE(WS-DTL-IDX) TO SV-TXN-DATE
               MOVE WS-DTL-TIME(WS-DTL-IDX) TO SV-TXN-TIME
               MOVE WS-DTL-TYPE-CODE(WS-DTL-IDX) TO SV-TXN-TYPE-CODE
               MOVE WS-DTL-AMOUNT(WS-DTL-IDX) TO SV-TXN-AMOUNT
               MOVE WS-DTL-POSTING-REF(WS-DTL-IDX)
                 TO SV-TXN-POSTING-REF
               MOVE WS-RUNNING-BAL TO SV-RUNNING-BALANCE
               PERFORM 2790-WRITE-VENDOR
           END-PERFORM
           MOVE SPACES TO STMT-VENDOR-RECORD
           SET SV-STMT-TOTAL TO TRUE
           MOVE OUT-CUSTOMER-ID TO SV-CUSTOMER-ID
           MOVE WS-CLOSING-BAL TO SV-CLOSING-BALANCE
           IF OUT-ACCOUNT-TYPE = 'L'
               MOVE OUT-CREDIT-LIMIT TO SV-CREDIT-LIMIT
           ELSE
               MOVE 0 TO SV-CREDIT-LIMIT
           END-IF
           MOVE WS-AVAIL-CREDIT TO SV-AVAILABLE-CREDIT
           MOVE WS-GROUP-IN-PERIOD TO SV-DETAIL-COUNT
           MOVE WS-INCREASES TO SV-TOTAL-INCREASES
           MOVE WS-DECREASES TO SV-TOTAL-DECREASES
           PERFORM 2790-WRITE-VENDOR.

       2790-WRITE-VENDOR.
           WRITE STMT-VENDOR-RECORD
           ADD 1 TO WS-VEND-COUNT.

      *---------------------------------------------------------------
      * WS-TT-SLOT is the entry for WS-LOOKUP-CODE, zero when absent.
      * Codes added for unknowns are found like the others so each
      * unknown code is totalled once.
      *---------------------------------------------------------------
       2900-FIND-TYPE.
           MOVE 0 TO WS-TT-SLOT
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USED OR WS-TT-SLOT > 0
               IF WS-TT-CODE(WS-TT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-TT-IDX TO WS-TT-SLOT
               END-IF
           END-PERFORM
           IF WS-TT-SLOT > 0
               IF WS-TT-UNKNOWN(WS-TT-SLOT)
                   MOVE 0 TO WS-TT-SLOT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Totals an unknown code under its own table entry (direction
      * '?'), so the control page shows what arrived unmapped.
      *---------------------------------------------------------------
       2950-ADD-UNKNOWN-TYPE.
           MOVE 0 TO WS-TT-IDX
           PERFORM VARYING WS-TT-SLOT FROM 1 BY 1
                   UNTIL WS-TT-SLOT > WS-TT-USED OR WS-TT-IDX > 0
               IF WS-TT-CODE(WS-TT-SLOT) = WS-LOOKUP-CODE
                   MOVE WS-TT-SLOT TO WS-TT-IDX
               END-IF
           END-PERFORM
           IF WS-TT-IDX = 0
               IF WS-TT-USED >= 100
                   ADD 1 TO WS-TT-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-TT-USED
                   MOVE WS-TT-USED TO WS-TT-IDX
                   MOVE WS-LOOKUP-CODE TO WS-TT-CODE(WS-TT-IDX)
                   MOVE '?' TO WS-TT-DIRECTION(WS-TT-IDX)
                   MOVE "*** NOT IN TYPE-CODE FILE ***"
                     TO WS-TT-DESC(WS-TT-IDX)
                   MOVE 0 TO WS-TT-COUNT(WS-TT-IDX)
                             WS-TT-AMOUNT(WS-TT-IDX)
               END-IF
           END-IF
           IF WS-TT-IDX > 0
               ADD 1 TO WS-TT-COUNT(WS-TT-IDX)
               ADD TOUT-AMOUNT TO WS-TT-AMOUNT(WS-TT-IDX)
           END-IF
           MOVE 0 TO WS-TT-SLOT.

       9000-TERMINATE.
           MOVE SPACES TO STMT-VENDOR-RECORD
           SET SV-FILE-TRAILER TO TRUE
           MOVE 0 TO SV-CUSTOMER-ID
           MOVE WS-PRODUCED-COUNT TO SV-STMT-COUNT
           COMPUTE SV-RECORD-COUNT = WS-VEND-COUNT + 1
           PERFORM 2790-WRITE-VENDOR
           PERFORM 9100-WRITE-CONTROL-PAGE
           CLOSE TXN-FILE
           CLOSE CUST-FILE
           CLOSE STMT-FILE
           CLOSE VENDOR-FILE
           CLOSE CONTROL-RPT-FILE
           DISPLAY "CUSTSTMT0099-I CUSTOMERS READ      = "
                   WS-CUST-COUNT
           DISPLAY "CUSTSTMT0099-I DETAIL ROWS READ    = "
                   WS-TXN-COUNT
           DISPLAY "CUSTSTMT0099-I STATEMENTS PRODUCED = "
                   WS-PRODUCED-COUNT
           DISPLAY "CUSTSTMT0099-I STATEMENTS SUPPRESSED = "
                   WS-SUPPRESSED-COUNT
           DISPLAY "CUSTSTMT0099-I ORPHAN GROUPS       = "
                   WS-ORPHAN-COUNT
           DISPLAY "CUSTSTMT0099-I UNKNOWN-CODE ROWS   = "
                   WS-UNKNOWN-COUNT
           EVALUATE TRUE
               WHEN SEQUENCE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHAN-COUNT > 0 OR WS-TRUNCATED-COUNT > 0
                   OR WS-UNKNOWN-COUNT > 0 OR WS-TYPE-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9100-WRITE-CONTROL-PAGE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CUST-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS READ ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-PRODUCED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENTS PRODUCED ....... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-SUPPRESSED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENTS SUPPRESSED ..... "
               WS-RPT-COUNT-EDIT
               "  (NO ACTIVITY, ZERO BALANCE)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TRUNCATED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENTS TRUNCATED ...... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TXN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL ROWS READ .......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-LINES-PRINTED TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL LINES PRINTED ...... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BEFORE-PERIOD-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS BEFORE PERIOD ........ "
               WS-RPT-COUNT-EDIT
               "  (SKIPPED)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-AFTER-PERIOD-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS AFTER PERIOD ......... "
               WS-RPT-COUNT-EDIT
               "  (BACKED OUT OF CLOSING BALANCE)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ORPHAN DETAIL GROUPS ...... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-UNKNOWN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "UNKNOWN TYPE-CODE ROWS .... "
               WS-RPT-COUNT-EDIT
               "  (NO EFFECT ON BALANCES)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-VEND-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "VENDOR RECORDS WRITTEN .... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF WS-UNKNOWN-COUNT > 0
               PERFORM 9150-WRITE-UNKNOWN-TYPES
           END-IF

           IF SEQUENCE-ERROR
               MOVE SPACES TO RPT-LINE
               STRING "*** RUN STOPPED ON A SEQUENCE ERROR - "
                      "STATEMENTS AND VENDOR FILE INCOMPLETE ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Unknown type codes met in the detail, with the rows and
      * amount under each (the TRNPROOF type-code totals layout).
      *---------------------------------------------------------------
       9150-WRITE-UNKNOWN-TYPES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "UNKNOWN TYPE CODES" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "CODE DIR DESCRIPTION                        ROWS"
             TO RPT-LINE(1:48)
           MOVE "   TOTAL AMOUNT" TO RPT-LINE(49:15)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:63)
           WRITE RPT-LINE
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USED
               IF WS-TT-UNKNOWN(WS-TT-IDX)
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-TT-CODE(WS-TT-IDX) TO RPT-LINE(1:2)
                   MOVE WS-TT-DIRECTION(WS-TT-IDX) TO RPT-LINE(7:1)
                   MOVE WS-TT-DESC(WS-TT-IDX) TO RPT-LINE(10:30)
                   MOVE WS-TT-COUNT(WS-TT-IDX) TO WS-RPT-COUNT-EDIT
                   MOVE WS-RPT-COUNT-EDIT TO RPT-LINE(40:9)
                   MOVE WS-TT-AMOUNT(WS-TT-IDX) TO WS-RPT-AMOUNT-EDIT
                   MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(49:15)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-TT-OVERFLOW-COUNT > 0
               MOVE WS-TT-OVERFLOW-COUNT TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "*** " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                      " UNKNOWN-CODE ROWS NOT TOTALLED - TYPE TABLE "
                      "FULL ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
