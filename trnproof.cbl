      *****************************************************************
      * TRNPROOF - Daily balance roll-forward proof.  Proves the      *
      * money TRNRECON only counts: for every customer, yesterday's   *
      * ACCOUNT-BALANCE plus the net of today's transaction detail    *
      * must equal today's ACCOUNT-BALANCE.                           *
      *                                                                *
      * Inputs, all in ascending customer-ID order:                   *
      *   PREVFILE  yesterday's converted customer file (custout.cpy) *
      *   TRNFILE   today's converted detail (trnout.cpy, TRNCONV)    *
      *   CUSTFILE  today's converted customer file (custout.cpy)     *
      * An out-of-sequence record on any of them stops the run with   *
      * return code 8.                                                *
      *                                                                *
      * The direction of each TXN-TYPE-CODE comes from the type-code  *
      * reference file (comma separated; blank lines and lines        *
      * starting with '*' ignored):                                   *
      *   code,direction,description                                  *
      * direction C  credit - TXN-AMOUNT is added to the balance      *
      *           D  debit  - TXN-AMOUNT is subtracted                *
      *           M  memo   - counted, no effect on the balance       *
      * TXN-AMOUNT keeps its own sign, so a negative amount under a   *
      * credit code (a reversal) reduces the balance.  Example:       *
      *   DP,C,DEPOSIT                                                *
      *   WD,D,WITHDRAWAL                                             *
      *   FE,D,SERVICE FEE                                            *
      *   IN,M,BALANCE INQUIRY                                        *
      * Detail under a code not in the file is listed as an unknown   *
      * type code and left out of the customer's net, so the          *
      * customer is then reported out of balance as well.             *
      *                                                                *
      * A customer only on today's file opens at zero (new account);  *
      * one only on yesterday's file must close at zero (closed       *
      * account).  Detail for a customer on neither file is listed as *
      * an orphan.  The report lists every customer out of balance,   *
      * each unknown-code detail row, totals by type code and the     *
      * grand-total proof.                                            *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   PREVFILE=path    yesterday's customer FIXED file (required)*
      *   TRNFILE=path     today's transaction detail (required)     *
      *   CUSTFILE=path    today's customer FIXED file (required)    *
      *   TYPEFILE=path    type-code reference file (required)       *
      *   RPTFILE=path     proof report; defaults to CUSTFILE with   *
      *                    .proofrpt appended                        *
      *                                                                *
      * Return code 0 when every customer rolls forward, 4 when any   *
      * customer is out of balance, an unknown type code or orphan    *
      * detail was found, or a reference line was rejected, 8 on a    *
      * sequence error, 16 on an open failure.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREV-FILE ASSIGN DYNAMIC WS-PREVFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.
           SELECT TXN-FILE ASSIGN DYNAMIC WS-TRNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TYPE-FILE ASSIGN DYNAMIC WS-TYPEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT PROOF-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREV-FILE.
       01  PREV-LINE                       PIC X(650).
       FD  TXN-FILE.
       01  TXN-LINE                        PIC X(100).
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  TYPE-FILE.
       01  TYPE-LINE                       PIC X(100).
       FD  PROOF-RPT-FILE.
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

       01  WS-PREVFILE                     PIC X(80).
       01  WS-TRNFILE                      PIC X(80).
       01  WS-CUSTFILE                     PIC X(80).
       01  WS-TYPEFILE                     PIC X(80).
       01  WS-RPTFILE                      PIC X(80).
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-PREV-STATUS                  PIC XX.
           88  WS-PREV-OK                  VALUE '00'.
       01  WS-TXN-STATUS                   PIC XX.
           88  WS-TXN-OK                   VALUE '00'.
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-TYPE-STATUS                  PIC XX.
           88  WS-TYPE-OK                  VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-PREV-EOF-SW                  PIC X VALUE 'N'.
           88  PREV-AT-END                 VALUE 'Y'.
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
      * other sides drain (the CUSTDELT pattern).
      *---------------------------------------------------------------
       01  WS-PREV-KEY                     PIC X(6).
       01  WS-TXN-KEY                      PIC X(6).
       01  WS-CUST-KEY                     PIC X(6).
       01  WS-PREV-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-TXN-PREV-KEY                 PIC X(6) VALUE LOW-VALUES.
       01  WS-CUST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-LOW-KEY                      PIC X(6).
       01  WS-ON-PREV-SW                   PIC X.
           88  ON-PREV                     VALUE 'Y'.
       01  WS-ON-CUST-SW                   PIC X.
           88  ON-CUST                     VALUE 'Y'.

      *---------------------------------------------------------------
      * Yesterday's customer record - only the balance is needed, so
      * the line is viewed at the custout.cpy ACCOUNT-BALANCE offset
      * rather than through a second copy of the layout.
      *---------------------------------------------------------------
       01  WS-PREV-RECORD                  PIC X(650).
       01  WS-PREV-VIEW REDEFINES WS-PREV-RECORD.
           05  FILLER                       PIC X(137).
           05  PREV-ACCOUNT-BALANCE         PIC S9(9)V99.
           05  FILLER                       PIC X(502).

      *---------------------------------------------------------------
      * Type-code reference table
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
               10  WS-TT-EFFECT             PIC S9(13)V99 COMP-3.
       01  WS-TT-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-TT-LOADED                    PIC 9(3) COMP VALUE 0.
       01  WS-TT-IDX                       PIC 9(3) COMP.
       01  WS-TT-SLOT                      PIC 9(3) COMP.
       01  WS-LOOKUP-CODE                  PIC X(2).
       01  WS-TYPE-CODE-X                  PIC X(10).
       01  WS-TYPE-DIR-X                   PIC X(10).
       01  WS-TYPE-DESC-X                  PIC X(30).
       01  WS-TYPE-REJECT-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-TT-OVERFLOW-COUNT            PIC 9(9) COMP VALUE 0.

      *---------------------------------------------------------------
      * Per-customer proof
      *---------------------------------------------------------------
       01  WS-GROUP-KEY                    PIC X(6).
       01  WS-GROUP-COUNT                  PIC 9(9) COMP.
       01  WS-GROUP-UNKNOWN                PIC 9(9) COMP.
       01  WS-GROUP-NET                    PIC S9(13)V99 COMP-3.
       01  WS-ROW-EFFECT                   PIC S9(13)V99 COMP-3.
       01  WS-OPENING                      PIC S9(13)V99 COMP-3.
       01  WS-CLOSING                      PIC S9(13)V99 COMP-3.
       01  WS-EXPECTED                     PIC S9(13)V99 COMP-3.
       01  WS-DIFFERENCE                   PIC S9(13)V99 COMP-3.
       01  WS-CUST-TAG                     PIC X(6).

      *---------------------------------------------------------------
      * Counters, grand totals and report edits
      *---------------------------------------------------------------
       01  WS-PREV-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-TXN-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-CUST-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-PROVEN-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-OOB-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-NEW-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-CLOSED-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-ORPHAN-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-OPENING                PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-NET                    PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-CLOSING                PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-DIFFERENCE             PIC S9(13)V99 COMP-3
                                            VALUE 0.
       01  WS-TOTAL-ORPHAN-NET             PIC S9(13)V99 COMP-3
                                            VALUE 0.
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
               UNTIL (PREV-AT-END AND TXN-AT-END AND CUST-AT-END)
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
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".proofrpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           PERFORM 1700-LOAD-TYPES
           OPEN INPUT PREV-FILE
           IF NOT WS-PREV-OK
               DISPLAY "TRNPROOF0001-E UNABLE TO OPEN PRIOR CUSTOMER "
                       "FILE " WS-PREVFILE " STATUS " WS-PREV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "TRNPROOF0002-E UNABLE TO OPEN TRANSACTION "
                       "FILE " WS-TRNFILE " STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "TRNPROOF0003-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PROOF-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "TRNPROOF0004-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO RPT-LINE
           STRING "TRNPROOF DAILY BALANCE ROLL-FORWARD PROOF"
                  "     RUN " WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PRIOR  " FUNCTION TRIM(WS-PREVFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL " FUNCTION TRIM(WS-TRNFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TODAY  " FUNCTION TRIM(WS-CUSTFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "CUSTID  STATUS         OPENING            NET"
             TO RPT-LINE(1:45)
           MOVE " ROWS        CLOSING     DIFFERENCE"
             TO RPT-LINE(46:35)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           PERFORM 1900-READ-PREV
           PERFORM 1920-READ-TXN
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
               WHEN "PREVFILE"
                   MOVE WS-VAL TO WS-PREVFILE
               WHEN "TRNFILE"
                   MOVE WS-VAL TO WS-TRNFILE
               WHEN "CUSTFILE"
                   MOVE WS-VAL TO WS-CUSTFILE
               WHEN "TYPEFILE"
                   MOVE WS-VAL TO WS-TYPEFILE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-LOAD-TYPES.
           OPEN INPUT TYPE-FILE
           IF NOT WS-TYPE-OK
               DISPLAY "TRNPROOF0005-E UNABLE TO OPEN TYPE-CODE FILE "
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
           MOVE WS-TT-USED TO WS-TT-LOADED
           DISPLAY "TRNPROOF0006-I " WS-TT-USED
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
                   DISPLAY "TRNPROOF0007-W TYPE LINE IGNORED - CODE "
                           "MUST BE 1 OR 2 CHARACTERS: "
                           TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TYPE-DIR-X NOT = "C"
                   AND WS-TYPE-DIR-X NOT = "D"
                   AND WS-TYPE-DIR-X NOT = "M"
                   DISPLAY "TRNPROOF0007-W TYPE LINE IGNORED - "
                           "DIRECTION MUST BE C, D OR M: "
                           TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TT-SLOT > 0
                   DISPLAY "TRNPROOF0007-W TYPE LINE IGNORED - "
                           "DUPLICATE CODE: " TYPE-LINE(1:50)
                   ADD 1 TO WS-TYPE-REJECT-COUNT
               WHEN WS-TT-USED >= 100
                   DISPLAY "TRNPROOF0007-W TYPE TABLE FULL - LINE "
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
                             WS-TT-EFFECT(WS-TT-USED)
           END-EVALUATE.

       1900-READ-PREV.
           MOVE WS-PREV-KEY TO WS-PREV-PREV-KEY
           READ PREV-FILE
               AT END
                   SET PREV-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-PREV-KEY
               NOT AT END
                   ADD 1 TO WS-PREV-COUNT
                   MOVE SPACES TO WS-PREV-RECORD
                   MOVE PREV-LINE TO WS-PREV-RECORD
                   MOVE PREV-LINE(1:6) TO WS-PREV-KEY
                   IF WS-PREV-KEY < WS-PREV-PREV-KEY
                       DISPLAY "TRNPROOF0008-E PRIOR CUSTOMER FILE OUT "
                               "OF SEQUENCE AT CUSTOMER-ID "
                               WS-PREV-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

       1920-READ-TXN.
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
                       DISPLAY "TRNPROOF0009-E TRANSACTION FILE OUT "
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
                       DISPLAY "TRNPROOF0010-E CUSTOMER FILE OUT OF "
                               "SEQUENCE AT CUSTOMER-ID " WS-CUST-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * Three-way match on the lowest current key: the opening
      * balance comes from yesterday's file, the net from the detail
      * group and the closing balance from today's file.  A side
      * without the key contributes zero.
      *---------------------------------------------------------------
       2000-MATCH-FILES.
           MOVE WS-PREV-KEY TO WS-LOW-KEY
           IF WS-TXN-KEY < WS-LOW-KEY
               MOVE WS-TXN-KEY TO WS-LOW-KEY
           END-IF
           IF WS-CUST-KEY < WS-LOW-KEY
               MOVE WS-CUST-KEY TO WS-LOW-KEY
           END-IF
           MOVE 'N' TO WS-ON-PREV-SW WS-ON-CUST-SW
           MOVE 0 TO WS-OPENING WS-CLOSING
           IF WS-PREV-KEY = WS-LOW-KEY
               SET ON-PREV TO TRUE
               MOVE PREV-ACCOUNT-BALANCE TO WS-OPENING
           END-IF
           IF WS-CUST-KEY = WS-LOW-KEY
               SET ON-CUST TO TRUE
               MOVE OUT-ACCOUNT-BALANCE TO WS-CLOSING
           END-IF
           MOVE WS-LOW-KEY TO WS-GROUP-KEY
           MOVE 0 TO WS-GROUP-COUNT WS-GROUP-UNKNOWN WS-GROUP-NET
           IF WS-TXN-KEY = WS-LOW-KEY
               PERFORM 2100-APPLY-DETAIL-GROUP
           END-IF
           IF SEQUENCE-ERROR
               CONTINUE
           ELSE
               IF NOT ON-PREV AND NOT ON-CUST
                   PERFORM 2300-REPORT-ORPHAN-GROUP
               ELSE
                   PERFORM 2400-PROVE-CUSTOMER
               END-IF
               IF ON-PREV
                   PERFORM 1900-READ-PREV
               END-IF
               IF ON-CUST
                   PERFORM 1950-READ-CUST
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Nets the contiguous run of detail rows for the current key
      * through the type-code table, leaving the next group's first
      * row current.
      *---------------------------------------------------------------
       2100-APPLY-DETAIL-GROUP.
           PERFORM UNTIL SEQUENCE-ERROR
                   OR WS-TXN-KEY NOT = WS-GROUP-KEY
               ADD 1 TO WS-GROUP-COUNT
               PERFORM 2200-APPLY-DETAIL-ROW
               PERFORM 1920-READ-TXN
           END-PERFORM.

       2200-APPLY-DETAIL-ROW.
           MOVE TOUT-TYPE-CODE TO WS-LOOKUP-CODE
           PERFORM 2900-FIND-TYPE
           IF WS-TT-SLOT = 0
               ADD 1 TO WS-GROUP-UNKNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
               PERFORM 2250-REPORT-UNKNOWN-ROW
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
               ADD WS-ROW-EFFECT TO WS-TT-EFFECT(WS-TT-SLOT)
           END-IF
           ADD WS-ROW-EFFECT TO WS-GROUP-NET.

       2250-REPORT-UNKNOWN-ROW.
           MOVE TOUT-AMOUNT TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-GROUP-KEY "  UNKNOWN TYPE CODE '"
                  TOUT-TYPE-CODE "'  DATE " TOUT-DATE
                  "  REF " TOUT-POSTING-REF
                  "  AMOUNT " WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

       2300-REPORT-ORPHAN-GROUP.
           ADD 1 TO WS-ORPHAN-COUNT
           ADD WS-GROUP-NET TO WS-TOTAL-ORPHAN-NET
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT-EDIT
           MOVE WS-GROUP-NET TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-GROUP-KEY "  ORPHAN  "
                  FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                  " DETAIL ROWS NETTING "
                  FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                  " - CUSTOMER ON NEITHER CUSTOMER FILE"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * Opening + net must equal closing.  New and closed accounts
      * prove against a zero opening or closing balance.
      *---------------------------------------------------------------
       2400-PROVE-CUSTOMER.
           MOVE SPACES TO WS-CUST-TAG
           IF NOT ON-PREV
               MOVE "NEW" TO WS-CUST-TAG
               ADD 1 TO WS-NEW-COUNT
           END-IF
           IF NOT ON-CUST
               MOVE "CLOSED" TO WS-CUST-TAG
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           COMPUTE WS-EXPECTED = WS-OPENING + WS-GROUP-NET
           COMPUTE WS-DIFFERENCE = WS-CLOSING - WS-EXPECTED
           ADD WS-OPENING TO WS-TOTAL-OPENING
           ADD WS-GROUP-NET TO WS-TOTAL-NET
           ADD WS-CLOSING TO WS-TOTAL-CLOSING
           ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
           IF WS-DIFFERENCE = 0
               ADD 1 TO WS-PROVEN-COUNT
           ELSE
               ADD 1 TO WS-OOB-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE WS-GROUP-KEY TO RPT-LINE(1:6)
               MOVE WS-CUST-TAG TO RPT-LINE(9:6)
               MOVE WS-OPENING TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(16:15)
               MOVE WS-GROUP-NET TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(31:15)
               MOVE WS-GROUP-COUNT TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT(5:5) TO RPT-LINE(46:5)
               MOVE WS-CLOSING TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(51:15)
               MOVE WS-DIFFERENCE TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(66:15)
               MOVE "OUT OF BALANCE" TO RPT-LINE(83:14)
               IF WS-GROUP-UNKNOWN > 0
                   MOVE WS-GROUP-UNKNOWN TO WS-RPT-COUNT-EDIT
                   STRING "- " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                          " UNKNOWN-CODE ROWS"
                       DELIMITED BY SIZE INTO RPT-LINE(98:)
                   END-STRING
               END-IF
               WRITE RPT-LINE
           END-IF.

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
      * '?'), so the type-code totals show what arrived unmapped.
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
                             WS-TT-EFFECT(WS-TT-IDX)
               END-IF
           END-IF
           IF WS-TT-IDX > 0
               ADD 1 TO WS-TT-COUNT(WS-TT-IDX)
               ADD TOUT-AMOUNT TO WS-TT-AMOUNT(WS-TT-IDX)
           END-IF
           MOVE 0 TO WS-TT-SLOT.

       9000-TERMINATE.
           PERFORM 9100-WRITE-TYPE-TOTALS
           PERFORM 9200-WRITE-SUMMARY
           CLOSE PREV-FILE
           CLOSE TXN-FILE
           CLOSE CUST-FILE
           CLOSE PROOF-RPT-FILE
           DISPLAY "TRNPROOF0099-I PRIOR CUSTOMERS READ = "
                   WS-PREV-COUNT
           DISPLAY "TRNPROOF0099-I DETAIL ROWS READ     = "
                   WS-TXN-COUNT
           DISPLAY "TRNPROOF0099-I CUSTOMERS READ       = "
                   WS-CUST-COUNT
           DISPLAY "TRNPROOF0099-I CUSTOMERS PROVEN     = "
                   WS-PROVEN-COUNT
           DISPLAY "TRNPROOF0099-I OUT OF BALANCE       = "
                   WS-OOB-COUNT
           DISPLAY "TRNPROOF0099-I UNKNOWN-CODE ROWS    = "
                   WS-UNKNOWN-COUNT
           DISPLAY "TRNPROOF0099-I ORPHAN GROUPS        = "
                   WS-ORPHAN-COUNT
           EVALUATE TRUE
               WHEN SEQUENCE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OOB-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
                   OR WS-ORPHAN-COUNT > 0 OR WS-TYPE-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Totals by type code: every code in the reference file, then
      * any unknown codes met in the detail.
      *---------------------------------------------------------------
       9100-WRITE-TYPE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TOTALS BY TYPE CODE" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "CODE DIR DESCRIPTION                        ROWS"
             TO RPT-LINE(1:48)
           MOVE "   TOTAL AMOUNT  BALANCE EFFECT" TO RPT-LINE(49:31)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:79)
           WRITE RPT-LINE
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-USED
               MOVE SPACES TO RPT-LINE
               MOVE WS-TT-CODE(WS-TT-IDX) TO RPT-LINE(1:2)
               MOVE WS-TT-DIRECTION(WS-TT-IDX) TO RPT-LINE(7:1)
               MOVE WS-TT-DESC(WS-TT-IDX) TO RPT-LINE(10:30)
               MOVE WS-TT-COUNT(WS-TT-IDX) TO WS-RPT-COUNT-EDIT
               MOVE WS-RPT-COUNT-EDIT TO RPT-LINE(40:9)
               MOVE WS-TT-AMOUNT(WS-TT-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(49:15)
               MOVE WS-TT-EFFECT(WS-TT-IDX) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(65:15)
               WRITE RPT-LINE
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

       9200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GRAND-TOTAL PROOF" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-OPENING TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "OPENING BALANCES .......... "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-NET TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NET DETAIL APPLIED ........ "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           COMPUTE WS-EXPECTED = WS-TOTAL-OPENING + WS-TOTAL-NET
           MOVE WS-EXPECTED TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "EXPECTED CLOSING .......... "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-CLOSING TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSING BALANCES .......... "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-DIFFERENCE TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NET DIFFERENCE ............ "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TOTAL-ORPHAN-NET TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ORPHAN DETAIL NET ......... "
               WS-RPT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PREV-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PRIOR CUSTOMERS READ ...... "
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

           MOVE WS-CUST-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS READ ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-PROVEN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS PROVEN .......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-OOB-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "OUT OF BALANCE ............ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-NEW-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NEW ACCOUNTS .............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED ACCOUNTS ........... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-UNKNOWN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "UNKNOWN-CODE ROWS ......... "
               WS-RPT-COUNT-EDIT
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

           MOVE WS-TYPE-REJECT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TYPE LINES REJECTED ....... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
