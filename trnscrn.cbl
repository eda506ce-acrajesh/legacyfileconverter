      *****************************************************************
      * TRNSCRN - Large-cash and structuring screening.  Screens the  *
      * night's converted transaction detail for three alerts:        *
      *   LARGECASH  one transaction at or above the reporting        *
      *              threshold for its TXN-TYPE-CODE                  *
      *   STRUCTURE  two or more transactions for one customer,       *
      *              type code and TXN-DATE, each just under the      *
      *              threshold, that together exceed it               *
      *   VELOCITY   a customer's count or amount for a type code     *
      *              over the rolling window ending on the business   *
      *              date is well above their usual level for a       *
      *              window of that length                            *
      *                                                                *
      * Inputs, all in ascending customer-ID order:                   *
      *   TRNFILE   the night's converted detail (trnout.cpy)         *
      *   CUSTFILE  the converted customer file (custout.cpy), for    *
      *             names, account numbers and account types          *
      *   HISTIN    last night's daily activity history (actvhist.cpy)*
      * An out-of-sequence record on any of them stops the run with   *
      * return code 8.                                                *
      *                                                                *
      * The usual level comes from the daily activity history: the    *
      * activity in the baseline days before the window, scaled to    *
      * the window's length.  Each night's detail is added to it and  *
      * the result written to HISTOUT for the next night; detail for  *
      * a date already in the history replaces that date, so a rerun  *
      * does not count a day twice.  A customer with no activity in   *
      * the baseline days has no usual level and is not tested.       *
      *                                                                *
      * Control file (comma separated; blank lines and lines          *
      * starting with '*' other than a '*,' default ignored), one     *
      * line per type code, '*' for codes not listed:                 *
      *   code,threshold,near,window,baseline,factor,mincount,minamt  *
      * threshold  single-transaction reporting amount; 0 turns the   *
      *            LARGECASH and STRUCTURE tests off for the code     *
      * near       percent of threshold from which an amount counts   *
      *            as just under it (e.g. 80)                         *
      * window     rolling window in days; 0 turns VELOCITY off       *
      * baseline   days before the window giving the usual level      *
      * factor     how many times the usual level is a spike          *
      * mincount   a window count below this is never a count spike   *
      * minamt     a window amount below this is never an amount      *
      *            spike                                              *
      * Example:                                                      *
      *   CA,10000.00,80,7,90,3,5,5000.00                             *
      *   WD,10000.00,80,7,90,3,5,5000.00                             *
      *   *,0,0,7,90,4,10,25000.00                                    *
      * Detail under a code with no line and no '*' line is counted   *
      * as unscreened.                                                *
      *                                                                *
      * Outputs are the case file (scrcase.cpy) and the review        *
      * report, which lists every alert with the TXN-POSTING-REFs of  *
      * the transactions behind it.  For VELOCITY these are the       *
      * night's transactions inside the window; earlier days are      *
      * held in the history as daily totals only.                     *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   TRNFILE=path     transaction detail (required)             *
      *   CUSTFILE=path    customer FIXED file (required)            *
      *   CTLFILE=path     screening control file (required)         *
      *   BUSDATE=yyyymmdd business date; defaults to today          *
      *   HISTIN=path      prior activity history; none the first    *
      *                    night                                     *
      *   HISTOUT=path     updated activity history                  *
      *   CASEFILE=path    case file; defaults to TRNFILE with       *
      *                    .cases appended                           *
      *   RPTFILE=path     review report; defaults to TRNFILE with   *
      *                    .scrnrpt appended                         *
      *                                                                *
      * Return code 0 when nothing was flagged, 4 when any alert was  *
      * raised, detail went unscreened, a control line was rejected   *
      * or a customer overflowed a work table, 8 on a sequence error, *
      * 16 on a parameter error or an open failure.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN DYNAMIC WS-TRNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CTL-FILE ASSIGN DYNAMIC WS-CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HIST-IN-FILE ASSIGN DYNAMIC WS-HISTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIN-STATUS.
           SELECT HIST-OUT-FILE ASSIGN DYNAMIC WS-HISTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUT-STATUS.
           SELECT CASE-FILE ASSIGN DYNAMIC WS-CASEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SCRN-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       01  TXN-LINE                        PIC X(100).
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  CTL-FILE.
       01  CTL-LINE                        PIC X(100).
       FD  HIST-IN-FILE.
       01  HIST-IN-LINE                    PIC X(50).
       FD  HIST-OUT-FILE.
       01  HIST-OUT-LINE                   PIC X(50).
       FD  CASE-FILE.
       01  CASE-LINE                       PIC X(200).
       FD  SCRN-RPT-FILE.
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
       01  WS-CTLFILE                      PIC X(80).
       01  WS-HISTIN                       PIC X(80).
       01  WS-HISTOUT                      PIC X(80).
       01  WS-CASEFILE                     PIC X(80).
       01  WS-RPTFILE                      PIC X(80).
       01  WS-BUSDATE                      PIC X(8).
       01  WS-BUSDATE-NUM REDEFINES WS-BUSDATE
                                           PIC 9(8).
       01  WS-BUSDATE-DAYNUM               PIC 9(7) COMP.
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-TXN-STATUS                   PIC XX.
           88  WS-TXN-OK                   VALUE '00'.
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-CTL-STATUS                   PIC XX.
           88  WS-CTL-OK                   VALUE '00'.
       01  WS-HIN-STATUS                   PIC XX.
           88  WS-HIN-OK                   VALUE '00'.
           88  WS-HIN-NOT-FOUND            VALUE '35'.
       01  WS-HOUT-STATUS                  PIC XX.
           88  WS-HOUT-OK                  VALUE '00'.
       01  WS-CASE-STATUS                  PIC XX.
           88  WS-CASE-OK                  VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-TXN-EOF-SW                   PIC X VALUE 'N'.
           88  TXN-AT-END                  VALUE 'Y'.
       01  WS-CUST-EOF-SW                  PIC X VALUE 'N'.
           88  CUST-AT-END                 VALUE 'Y'.
       01  WS-CTL-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-CTL                  VALUE 'Y'.
       01  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
           88  HIST-AT-END                 VALUE 'Y'.
       01  WS-HIN-OPEN-SW                  PIC X VALUE 'N'.
           88  HIST-IN-OPEN                VALUE 'Y'.
       01  WS-HOUT-OPEN-SW                 PIC X VALUE 'N'.
           88  HIST-OUT-OPEN               VALUE 'Y'.
       01  WS-SEQ-ERR-SW                   PIC X VALUE 'N'.
           88  SEQUENCE-ERROR              VALUE 'Y'.

      *---------------------------------------------------------------
      * Match keys - HIGH-VALUES once a side is exhausted so the
      * other sides drain (the CUSTDELT pattern).
      *---------------------------------------------------------------
       01  WS-HIST-KEY                     PIC X(6).
       01  WS-TXN-KEY                      PIC X(6).
       01  WS-CUST-KEY                     PIC X(6).
       01  WS-HIST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-TXN-PREV-KEY                 PIC X(6) VALUE LOW-VALUES.
       01  WS-CUST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-LOW-KEY                      PIC X(6).
       01  WS-ON-CUST-SW                   PIC X.
           88  ON-CUST                     VALUE 'Y'.

      *---------------------------------------------------------------
      * Screening control table
      *---------------------------------------------------------------
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY                 OCCURS 100 TIMES.
               10  WS-CT-CODE               PIC X(2).
               10  WS-CT-THRESHOLD          PIC S9(9)V99 COMP-3.
               10  WS-CT-NEAR-FLOOR         PIC S9(9)V99 COMP-3.
               10  WS-CT-NEAR-PCT           PIC 9(3) COMP.
               10  WS-CT-WINDOW             PIC 9(3) COMP.
               10  WS-CT-BASELINE           PIC 9(3) COMP.
               10  WS-CT-FACTOR             PIC 9(3)V99 COMP-3.
               10  WS-CT-MIN-COUNT          PIC 9(5) COMP.
               10  WS-CT-MIN-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-CT-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-CT-IDX                       PIC 9(3) COMP.
       01  WS-CT-SLOT                      PIC 9(3) COMP.
       01  WS-CT-DEFAULT                   PIC 9(3) COMP VALUE 0.
       01  WS-LOOKUP-CODE                  PIC X(2).
       01  WS-CTL-FIELDS.
           05  WS-CTL-FIELD                 OCCURS 8 TIMES
                                             PIC X(20).
       01  WS-CTL-FLD-IDX                  PIC 9(2) COMP.
       01  WS-CTL-BAD-SW                   PIC X.
           88  CTL-LINE-BAD                VALUE 'Y'.
       01  WS-CTL-REJECT-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-KEEP-DAYS                    PIC 9(5) COMP VALUE 1.
       01  WS-CUTOFF-DAYNUM                PIC S9(7) COMP.

      *---------------------------------------------------------------
      * Current customer
      *---------------------------------------------------------------
       01  WS-GROUP-KEY                    PIC X(6).
       01  WS-CUST-LAST-NAME               PIC X(15).
       01  WS-CUST-FIRST-NAME              PIC X(10).
       01  WS-CUST-ACCOUNT-NUMBER          PIC X(10).
       01  WS-CUST-ACCOUNT-TYPE            PIC X.

      *---------------------------------------------------------------
      * The customer's detail for the night
      *---------------------------------------------------------------
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY                  OCCURS 2000 TIMES.
               10  WS-TX-DATE               PIC 9(8).
               10  WS-TX-DAYNUM             PIC 9(7) COMP.
               10  WS-TX-TIME               PIC 9(6).
               10  WS-TX-TYPE-CODE          PIC X(2).
               10  WS-TX-AMOUNT             PIC S9(7)V99 COMP-3.
               10  WS-TX-POSTING-REF        PIC X(12).
               10  WS-TX-CTL                PIC 9(3) COMP.
               10  WS-TX-GROUPED-SW         PIC X.
                   88  WS-TX-GROUPED        VALUE 'Y'.
               10  WS-TX-CONTRIB-SW         PIC X.
                   88  WS-TX-CONTRIBUTES    VALUE 'Y'.
               10  WS-TX-VELOCITY-SW        PIC X.
                   88  WS-TX-VELOCITY-DONE  VALUE 'Y'.
       01  WS-TX-USED                      PIC 9(5) COMP VALUE 0.
       01  WS-TX-IDX                       PIC 9(5) COMP.
       01  WS-TX-IDX2                      PIC 9(5) COMP.

      *---------------------------------------------------------------
      * The customer's daily activity: history days plus the night's
      * detail, one entry per date and type code
      *---------------------------------------------------------------
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY                 OCCURS 1000 TIMES.
               10  WS-DY-DATE               PIC 9(8).
               10  WS-DY-TYPE-CODE          PIC X(2).
               10  WS-DY-DAYNUM             PIC 9(7) COMP.
               10  WS-DY-COUNT              PIC 9(5) COMP.
               10  WS-DY-AMOUNT             PIC S9(11)V99 COMP-3.
               10  WS-DY-SOURCE             PIC X.
                   88  WS-DY-FROM-HISTORY   VALUE 'H'.
                   88  WS-DY-FROM-DETAIL    VALUE 'D'.
       01  WS-DY-USED                      PIC 9(5) COMP VALUE 0.
       01  WS-DY-IDX                       PIC 9(5) COMP.
       01  WS-DY-SLOT                      PIC 9(5) COMP.
       01  WS-DY-HOLD                      PIC X(30).
       01  WS-DY-SORT-IDX                  PIC 9(5) COMP.
       01  WS-DY-SORT-KEY                  PIC X(10).
       01  WS-OVERFLOW-SW                  PIC X.
           88  CUSTOMER-OVERFLOW           VALUE 'Y'.
       01  WS-OVERFLOW-COUNT               PIC 9(9) COMP VALUE 0.

      *---------------------------------------------------------------
      * Alert work fields
      *---------------------------------------------------------------
       01  WS-ALERT-TYPE                   PIC X(10).
       01  WS-ALERT-CODE                   PIC X(2).
       01  WS-ALERT-DATE                   PIC 9(8).
       01  WS-ALERT-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-ALERT-COUNT                  PIC 9(5) COMP.
       01  WS-ALERT-REASON                 PIC X(100).
       01  WS-REASON-PTR                   PIC 9(3) COMP.
       01  WS-SAME-DAY-COUNT               PIC 9(5) COMP.
       01  WS-SAME-DAY-AMOUNT              PIC S9(11)V99 COMP-3.
       01  WS-WINDOW-FROM                  PIC S9(7) COMP.
       01  WS-BASE-FROM                    PIC S9(7) COMP.
       01  WS-WINDOW-COUNT                 PIC 9(7) COMP.
       01  WS-WINDOW-AMOUNT                PIC S9(11)V99 COMP-3.
       01  WS-BASE-COUNT                   PIC 9(7) COMP.
       01  WS-BASE-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-USUAL-COUNT                  PIC 9(5)V99 COMP-3.
       01  WS-USUAL-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-SPIKE-SW                     PIC X.
           88  VELOCITY-SPIKE              VALUE 'Y'.
       01  WS-CASE-SEQ                     PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * Counters and report edits
      *---------------------------------------------------------------
       01  WS-TXN-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-CUST-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-HIST-IN-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-HIST-OUT-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-SCREENED-CUST-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-UNSCREENED-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-BAD-DATE-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-NOT-ON-FILE-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-NO-BASELINE-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-LARGE-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-STRUCT-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-VELOCITY-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-CASE-REC-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RPT-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-RPT-USUAL-EDIT               PIC ZZZZ9.99.
       01  WS-RPT-FACTOR-EDIT              PIC ZZ9.99.
       01  WS-RPT-DAYS-EDIT                PIC ZZ9.

       COPY "custout.cpy".
       COPY "trnout.cpy".
       COPY "actvhist.cpy".
       COPY "scrcase.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-FILES
               UNTIL (HIST-AT-END AND TXN-AT-END AND CUST-AT-END)
                   OR SEQUENCE-ERROR
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           MOVE SPACES TO WS-BUSDATE
           PERFORM 1100-PARSE-PARMS
           IF WS-CASEFILE = SPACES
               STRING FUNCTION TRIM(WS-TRNFILE) ".cases"
                   DELIMITED BY SIZE INTO WS-CASEFILE
               END-STRING
           END-IF
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-TRNFILE) ".scrnrpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           PERFORM 1200-SET-DATES
           PERFORM 1700-LOAD-CONTROL
           OPEN INPUT TXN-FILE
           IF NOT WS-TXN-OK
               DISPLAY "TRNSCRN0001-E UNABLE TO OPEN TRANSACTION FILE "
                       WS-TRNFILE " STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "TRNSCRN0002-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1800-OPEN-HISTORY
           OPEN OUTPUT CASE-FILE
           IF NOT WS-CASE-OK
               DISPLAY "TRNSCRN0003-E UNABLE TO OPEN CASE FILE "
                       WS-CASEFILE " STATUS " WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SCRN-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "TRNSCRN0004-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "TRNSCRN LARGE-CASH AND STRUCTURING SCREENING"
                  "     BUSINESS DATE " WS-BUSDATE
                  "     RUN " WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL    " FUNCTION TRIM(WS-TRNFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS " FUNCTION TRIM(WS-CUSTFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CONTROL   " FUNCTION TRIM(WS-CTLFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1900-READ-HIST
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
               WHEN "TRNFILE"
                   MOVE WS-VAL TO WS-TRNFILE
               WHEN "CUSTFILE"
                   MOVE WS-VAL TO WS-CUSTFILE
               WHEN "CTLFILE"
                   MOVE WS-VAL TO WS-CTLFILE
               WHEN "BUSDATE"
                   MOVE WS-VAL TO WS-BUSDATE
               WHEN "HISTIN"
                   MOVE WS-VAL TO WS-HISTIN
               WHEN "HISTOUT"
                   MOVE WS-VAL TO WS-HISTOUT
               WHEN "CASEFILE"
                   MOVE WS-VAL TO WS-CASEFILE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF WS-BUSDATE = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-BUSDATE
           END-IF
           IF WS-BUSDATE IS NOT NUMERIC
               DISPLAY "TRNSCRN0005-E BUSDATE " WS-BUSDATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSDATE-NUM) NOT = 0
               DISPLAY "TRNSCRN0005-E BUSDATE " WS-BUSDATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-BUSDATE-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM).

       1700-LOAD-CONTROL.
           OPEN INPUT CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY "TRNSCRN0006-E UNABLE TO OPEN CONTROL FILE "
                       WS-CTLFILE " STATUS " WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1750-READ-CONTROL
           PERFORM UNTIL END-OF-CTL
               IF CTL-LINE NOT = SPACES
                   AND (CTL-LINE(1:1) NOT = "*"
                        OR CTL-LINE(2:1) = ",")
                   PERFORM 1770-STORE-CONTROL
               END-IF
               PERFORM 1750-READ-CONTROL
           END-PERFORM
           CLOSE CTL-FILE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               IF WS-CT-WINDOW(WS-CT-IDX) + WS-CT-BASELINE(WS-CT-IDX)
                   > WS-KEEP-DAYS
                   COMPUTE WS-KEEP-DAYS = WS-CT-WINDOW(WS-CT-IDX)
                                        + WS-CT-BASELINE(WS-CT-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-CUTOFF-DAYNUM =
               WS-BUSDATE-DAYNUM - WS-KEEP-DAYS + 1
           DISPLAY "TRNSCRN0007-I " WS-CT-USED
                   " TYPE-CODE CONTROLS LOADED FROM "
                   FUNCTION TRIM(WS-CTLFILE).

       1750-READ-CONTROL.
           READ CTL-FILE
               AT END
                   SET END-OF-CTL TO TRUE
           END-READ.

       1770-STORE-CONTROL.
           MOVE SPACES TO WS-CTL-FIELDS
           UNSTRING CTL-LINE DELIMITED BY ","
               INTO WS-CTL-FIELD(1) WS-CTL-FIELD(2) WS-CTL-FIELD(3)
                    WS-CTL-FIELD(4) WS-CTL-FIELD(5) WS-CTL-FIELD(6)
                    WS-CTL-FIELD(7) WS-CTL-FIELD(8)
           END-UNSTRING
           MOVE 'N' TO WS-CTL-BAD-SW
           PERFORM VARYING WS-CTL-FLD-IDX FROM 1 BY 1
                   UNTIL WS-CTL-FLD-IDX > 8
               MOVE FUNCTION TRIM(WS-CTL-FIELD(WS-CTL-FLD-IDX))
                 TO WS-CTL-FIELD(WS-CTL-FLD-IDX)
               IF WS-CTL-FLD-IDX > 1
                   IF WS-CTL-FIELD(WS-CTL-FLD-IDX) = SPACES
                       OR FUNCTION TEST-NUMVAL
                              (WS-CTL-FIELD(WS-CTL-FLD-IDX)) NOT = 0
                       SET CTL-LINE-BAD TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CTL-FIELD(1)(1:2) TO WS-LOOKUP-CODE
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED OR WS-CT-SLOT > 0
               IF WS-CT-CODE(WS-CT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-CT-IDX TO WS-CT-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CTL-FIELD(1) = SPACES
                   OR WS-CTL-FIELD(1)(3:1) NOT = SPACE
                   DISPLAY "TRNSCRN0008-W CONTROL LINE IGNORED - CODE "
                           "MUST BE 1 OR 2 CHARACTERS: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN CTL-LINE-BAD
                   DISPLAY "TRNSCRN0008-W CONTROL LINE IGNORED - "
                           "SEVEN NUMERIC VALUES REQUIRED AFTER THE "
                           "CODE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN FUNCTION NUMVAL(WS-CTL-FIELD(2)) < 0
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(3)) < 0
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(3)) > 99
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(4)) < 0
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(4)) > 366
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(5)) < 0
                   OR FUNCTION NUMVAL(WS-CTL-FIELD(5)) > 999
                   DISPLAY "TRNSCRN0008-W CONTROL LINE IGNORED - "
                           "NEAR 0-99, WINDOW 0-366, BASELINE 0-999: "
                           CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN FUNCTION NUMVAL(WS-CTL-FIELD(4)) > 0
                   AND (FUNCTION NUMVAL(WS-CTL-FIELD(5)) = 0
                        OR FUNCTION NUMVAL(WS-CTL-FIELD(6)) < 1
                        OR FUNCTION NUMVAL(WS-CTL-FIELD(6)) > 999)
                   DISPLAY "TRNSCRN0008-W CONTROL LINE IGNORED - A "
                           "WINDOW NEEDS A BASELINE AND A FACTOR OF "
                           "1 OR MORE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CT-SLOT > 0
                   DISPLAY "TRNSCRN0008-W CONTROL LINE IGNORED - "
                           "DUPLICATE CODE: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN WS-CT-USED >= 100
                   DISPLAY "TRNSCRN0008-W CONTROL TABLE FULL - LINE "
                           "IGNORED: " CTL-LINE(1:50)
                   ADD 1 TO WS-CTL-REJECT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CT-USED
                   MOVE WS-LOOKUP-CODE TO WS-CT-CODE(WS-CT-USED)
                   COMPUTE WS-CT-THRESHOLD(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(2))
                   COMPUTE WS-CT-NEAR-PCT(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(3))
                   COMPUTE WS-CT-NEAR-FLOOR(WS-CT-USED) ROUNDED =
                       WS-CT-THRESHOLD(WS-CT-USED)
                     * WS-CT-NEAR-PCT(WS-CT-USED) / 100
                   COMPUTE WS-CT-WINDOW(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(4))
                   COMPUTE WS-CT-BASELINE(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(5))
                   COMPUTE WS-CT-FACTOR(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(6))
                   COMPUTE WS-CT-MIN-COUNT(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(7))
                   COMPUTE WS-CT-MIN-AMOUNT(WS-CT-USED) =
                       FUNCTION NUMVAL(WS-CTL-FIELD(8))
                   IF WS-LOOKUP-CODE = "*"
                       MOVE WS-CT-USED TO WS-CT-DEFAULT
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * No history the first night: every customer starts without a
      * usual level and builds one from HISTOUT onwards.
      *---------------------------------------------------------------
       1800-OPEN-HISTORY.
           IF WS-HISTIN = SPACES
               SET HIST-AT-END TO TRUE
           ELSE
               OPEN INPUT HIST-IN-FILE
               EVALUATE TRUE
                   WHEN WS-HIN-OK
                       SET HIST-IN-OPEN TO TRUE
                   WHEN WS-HIN-NOT-FOUND
                       DISPLAY "TRNSCRN0009-I ACTIVITY HISTORY "
                               FUNCTION TRIM(WS-HISTIN)
                               " NOT FOUND - STARTING EMPTY"
                       SET HIST-AT-END TO TRUE
                   WHEN OTHER
                       DISPLAY "TRNSCRN0010-E UNABLE TO OPEN HISTORY "
                               "FILE " WS-HISTIN " STATUS "
                               WS-HIN-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           IF HIST-AT-END
               MOVE HIGH-VALUES TO WS-HIST-KEY
           END-IF
           IF WS-HISTOUT NOT = SPACES
               OPEN OUTPUT HIST-OUT-FILE
               IF NOT WS-HOUT-OK
                   DISPLAY "TRNSCRN0010-E UNABLE TO OPEN HISTORY FILE "
                           WS-HISTOUT " STATUS " WS-HOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET HIST-OUT-OPEN TO TRUE
           END-IF.

       1900-READ-HIST.
           IF HIST-IN-OPEN AND NOT HIST-AT-END
               MOVE WS-HIST-KEY TO WS-HIST-PREV-KEY
               READ HIST-IN-FILE
                   AT END
                       SET HIST-AT-END TO TRUE
                       MOVE HIGH-VALUES TO WS-HIST-KEY
                   NOT AT END
                       ADD 1 TO WS-HIST-IN-COUNT
                       MOVE HIST-IN-LINE(1:6) TO WS-HIST-KEY
                       IF WS-HIST-KEY < WS-HIST-PREV-KEY
                           DISPLAY "TRNSCRN0011-E HISTORY FILE OUT OF "
                                   "SEQUENCE AT CUSTOMER-ID "
                                   WS-HIST-KEY
                           SET SEQUENCE-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF.

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
                       DISPLAY "TRNSCRN0012-E TRANSACTION FILE OUT OF "
                               "SEQUENCE AT CUSTOMER-ID " WS-TXN-KEY
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
                       DISPLAY "TRNSCRN0013-E CUSTOMER FILE OUT OF "
                               "SEQUENCE AT CUSTOMER-ID " WS-CUST-KEY
                       SET SEQUENCE-ERROR TO TRUE
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * Three-way match on the lowest current key.  The customer file
      * only supplies names; a customer with history but no detail
      * tonight just has the history carried forward.
      *---------------------------------------------------------------
       2000-MATCH-FILES.
           MOVE WS-HIST-KEY TO WS-LOW-KEY
           IF WS-TXN-KEY < WS-LOW-KEY
               MOVE WS-TXN-KEY TO WS-LOW-KEY
           END-IF
           IF WS-CUST-KEY < WS-LOW-KEY
               MOVE WS-CUST-KEY TO WS-LOW-KEY
           END-IF
           MOVE WS-LOW-KEY TO WS-GROUP-KEY
           MOVE 'N' TO WS-ON-CUST-SW WS-OVERFLOW-SW
           MOVE SPACES TO WS-CUST-LAST-NAME WS-CUST-FIRST-NAME
                          WS-CUST-ACCOUNT-NUMBER WS-CUST-ACCOUNT-TYPE
           IF WS-CUST-KEY = WS-LOW-KEY
               SET ON-CUST TO TRUE
               MOVE OUT-LAST-NAME TO WS-CUST-LAST-NAME
               MOVE OUT-FIRST-NAME TO WS-CUST-FIRST-NAME
               MOVE OUT-ACCOUNT-NUMBER TO WS-CUST-ACCOUNT-NUMBER
               MOVE OUT-ACCOUNT-TYPE TO WS-CUST-ACCOUNT-TYPE
           END-IF
           MOVE 0 TO WS-TX-USED WS-DY-USED
           IF WS-HIST-KEY = WS-LOW-KEY
               PERFORM 2100-LOAD-HISTORY-GROUP
           END-IF
           IF WS-TXN-KEY = WS-LOW-KEY
               PERFORM 2200-LOAD-DETAIL-GROUP
           END-IF
           IF SEQUENCE-ERROR
               CONTINUE
           ELSE
               IF WS-TX-USED > 0
                   IF NOT ON-CUST
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       MOVE "*** NOT ON CUSTOMER FILE ***"
                         TO WS-CUST-LAST-NAME
                   END-IF
                   PERFORM 3000-SCREEN-CUSTOMER
               END-IF
               IF HIST-OUT-OPEN AND WS-DY-USED > 0
                   PERFORM 4000-WRITE-HISTORY
               END-IF
               IF ON-CUST
                   PERFORM 1950-READ-CUST
               END-IF
           END-IF
           IF CUSTOMER-OVERFLOW
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "TRNSCRN0014-W CUSTOMER " WS-GROUP-KEY
                       " HAS MORE DETAIL OR ACTIVITY DAYS THAN THE "
                       "WORK TABLES HOLD - EXCESS NOT SCREENED"
           END-IF.

      *---------------------------------------------------------------
      * History days older than the longest window plus baseline are
      * dropped here and so age out of HISTOUT.
      *---------------------------------------------------------------
       2100-LOAD-HISTORY-GROUP.
           PERFORM UNTIL SEQUENCE-ERROR
                   OR WS-HIST-KEY NOT = WS-GROUP-KEY
               PERFORM 2150-STORE-HISTORY-ROW
               PERFORM 1900-READ-HIST
           END-PERFORM.

       2150-STORE-HISTORY-ROW.
           MOVE HIST-IN-LINE TO ACTIVITY-HISTORY-RECORD
           IF AH-ACTIVITY-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(AH-ACTIVITY-DATE) = 0
               IF FUNCTION INTEGER-OF-DATE(AH-ACTIVITY-DATE)
                   >= WS-CUTOFF-DAYNUM
                   IF WS-DY-USED >= 1000
                       SET CUSTOMER-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-DY-USED
                       MOVE AH-ACTIVITY-DATE TO WS-DY-DATE(WS-DY-USED)
                       MOVE AH-TYPE-CODE
                         TO WS-DY-TYPE-CODE(WS-DY-USED)
                       COMPUTE WS-DY-DAYNUM(WS-DY-USED) =
                           FUNCTION INTEGER-OF-DATE(AH-ACTIVITY-DATE)
                       MOVE AH-TXN-COUNT TO WS-DY-COUNT(WS-DY-USED)
                       MOVE AH-TXN-AMOUNT TO WS-DY-AMOUNT(WS-DY-USED)
                       SET WS-DY-FROM-HISTORY(WS-DY-USED) TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-LOAD-DETAIL-GROUP.
           PERFORM UNTIL SEQUENCE-ERROR
                   OR WS-TXN-KEY NOT = WS-GROUP-KEY
               PERFORM 2250-STORE-DETAIL-ROW
               PERFORM 1920-READ-TXN
           END-PERFORM.

       2250-STORE-DETAIL-ROW.
           IF WS-TX-USED >= 2000
               SET CUSTOMER-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-TX-USED
               MOVE TOUT-DATE TO WS-TX-DATE(WS-TX-USED)
               MOVE TOUT-TIME TO WS-TX-TIME(WS-TX-USED)
               MOVE TOUT-TYPE-CODE TO WS-TX-TYPE-CODE(WS-TX-USED)
               MOVE TOUT-AMOUNT TO WS-TX-AMOUNT(WS-TX-USED)
               MOVE TOUT-POSTING-REF TO WS-TX-POSTING-REF(WS-TX-USED)
               MOVE 'N' TO WS-TX-GROUPED-SW(WS-TX-USED)
                           WS-TX-CONTRIB-SW(WS-TX-USED)
                           WS-TX-VELOCITY-SW(WS-TX-USED)
               MOVE 0 TO WS-TX-DAYNUM(WS-TX-USED)
               IF TOUT-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(TOUT-DATE) = 0
                   COMPUTE WS-TX-DAYNUM(WS-TX-USED) =
                       FUNCTION INTEGER-OF-DATE(TOUT-DATE)
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
               END-IF
               MOVE TOUT-TYPE-CODE TO WS-LOOKUP-CODE
               PERFORM 2900-FIND-CONTROL
               MOVE WS-CT-SLOT TO WS-TX-CTL(WS-TX-USED)
               IF WS-CT-SLOT = 0
                   ADD 1 TO WS-UNSCREENED-COUNT
               END-IF
               IF WS-TX-DAYNUM(WS-TX-USED) >= WS-CUTOFF-DAYNUM
                   PERFORM 2270-POST-DAY-ACTIVITY
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * The first detail row for a date and type code replaces any
      * history day for it; later rows add to it.
      *---------------------------------------------------------------
       2270-POST-DAY-ACTIVITY.
           MOVE 0 TO WS-DY-SLOT
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DY-USED OR WS-DY-SLOT > 0
               IF WS-DY-DATE(WS-DY-IDX) = TOUT-DATE
                   AND WS-DY-TYPE-CODE(WS-DY-IDX) = TOUT-TYPE-CODE
                   MOVE WS-DY-IDX TO WS-DY-SLOT
               END-IF
           END-PERFORM
           IF WS-DY-SLOT = 0
               IF WS-DY-USED >= 1000
                   SET CUSTOMER-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DY-USED
                   MOVE WS-DY-USED TO WS-DY-SLOT
                   MOVE TOUT-DATE TO WS-DY-DATE(WS-DY-SLOT)
                   MOVE TOUT-TYPE-CODE TO WS-DY-TYPE-CODE(WS-DY-SLOT)
                   MOVE WS-TX-DAYNUM(WS-TX-USED)
                     TO WS-DY-DAYNUM(WS-DY-SLOT)
                   MOVE 0 TO WS-DY-COUNT(WS-DY-SLOT)
                             WS-DY-AMOUNT(WS-DY-SLOT)
                   SET WS-DY-FROM-DETAIL(WS-DY-SLOT) TO TRUE
               END-IF
           END-IF
           IF WS-DY-SLOT > 0
               IF WS-DY-FROM-HISTORY(WS-DY-SLOT)
                   MOVE 0 TO WS-DY-COUNT(WS-DY-SLOT)
                             WS-DY-AMOUNT(WS-DY-SLOT)
                   SET WS-DY-FROM-DETAIL(WS-DY-SLOT) TO TRUE
               END-IF
               ADD 1 TO WS-DY-COUNT(WS-DY-SLOT)
               ADD TOUT-AMOUNT TO WS-DY-AMOUNT(WS-DY-SLOT)
           END-IF.

      *---------------------------------------------------------------
      * WS-CT-SLOT is the control entry for WS-LOOKUP-CODE, else the
      * '*' entry, else zero.
      *---------------------------------------------------------------
       2900-FIND-CONTROL.
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED OR WS-CT-SLOT > 0
               IF WS-CT-CODE(WS-CT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-CT-IDX TO WS-CT-SLOT
               END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0
               MOVE WS-CT-DEFAULT TO WS-CT-SLOT
           END-IF.

       3000-SCREEN-CUSTOMER.
           ADD 1 TO WS-SCREENED-CUST-COUNT
           PERFORM 3100-TEST-LARGE-CASH
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-USED
           PERFORM 3200-TEST-STRUCTURING
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-USED
           PERFORM 3300-TEST-VELOCITY
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-USED.

       3100-TEST-LARGE-CASH.
           MOVE WS-TX-CTL(WS-TX-IDX) TO WS-CT-SLOT
           IF WS-CT-SLOT > 0
               IF WS-CT-THRESHOLD(WS-CT-SLOT) > 0
                   AND WS-TX-AMOUNT(WS-TX-IDX)
                       >= WS-CT-THRESHOLD(WS-CT-SLOT)
                   PERFORM 3900-CLEAR-CONTRIBUTORS
                   SET WS-TX-CONTRIBUTES(WS-TX-IDX) TO TRUE
                   ADD 1 TO WS-LARGE-COUNT
                   MOVE "LARGECASH" TO WS-ALERT-TYPE
                   MOVE WS-TX-TYPE-CODE(WS-TX-IDX) TO WS-ALERT-CODE
                   MOVE WS-TX-DATE(WS-TX-IDX) TO WS-ALERT-DATE
                   MOVE WS-TX-AMOUNT(WS-TX-IDX) TO WS-ALERT-AMOUNT
                   MOVE 1 TO WS-ALERT-COUNT
                   MOVE WS-TX-AMOUNT(WS-TX-IDX) TO WS-RPT-AMOUNT-EDIT
                   MOVE SPACES TO WS-ALERT-REASON
                   MOVE 1 TO WS-REASON-PTR
                   STRING "AMOUNT " FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                          " AT OR ABOVE THRESHOLD "
                       DELIMITED BY SIZE
                       INTO WS-ALERT-REASON WITH POINTER WS-REASON-PTR
                   END-STRING
                   MOVE WS-CT-THRESHOLD(WS-CT-SLOT)
                     TO WS-RPT-AMOUNT-EDIT
                   STRING FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-ALERT-REASON WITH POINTER WS-REASON-PTR
                   END-STRING
                   PERFORM 3800-WRITE-CASE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Each near-threshold row not already grouped starts a group of
      * every near-threshold row with the same date and type code.
      *---------------------------------------------------------------
       3200-TEST-STRUCTURING.
           MOVE WS-TX-CTL(WS-TX-IDX) TO WS-CT-SLOT
           IF WS-CT-SLOT > 0 AND NOT WS-TX-GROUPED(WS-TX-IDX)
               IF WS-CT-THRESHOLD(WS-CT-SLOT) > 0
                   AND WS-CT-NEAR-PCT(WS-CT-SLOT) > 0
                   AND WS-TX-AMOUNT(WS-TX-IDX)
                       >= WS-CT-NEAR-FLOOR(WS-CT-SLOT)
                   AND WS-TX-AMOUNT(WS-TX-IDX)
                       < WS-CT-THRESHOLD(WS-CT-SLOT)
                   PERFORM 3900-CLEAR-CONTRIBUTORS
                   MOVE 0 TO WS-SAME-DAY-COUNT WS-SAME-DAY-AMOUNT
                   PERFORM 3250-GATHER-SAME-DAY
                       VARYING WS-TX-IDX2 FROM WS-TX-IDX BY 1
                       UNTIL WS-TX-IDX2 > WS-TX-USED
                   IF WS-SAME-DAY-COUNT > 1
                       AND WS-SAME-DAY-AMOUNT
                           > WS-CT-THRESHOLD(WS-CT-SLOT)
                       ADD 1 TO WS-STRUCT-COUNT
                       MOVE "STRUCTURE" TO WS-ALERT-TYPE
                       MOVE WS-TX-TYPE-CODE(WS-TX-IDX) TO WS-ALERT-CODE
                       MOVE WS-TX-DATE(WS-TX-IDX) TO WS-ALERT-DATE
                       MOVE WS-SAME-DAY-AMOUNT TO WS-ALERT-AMOUNT
                       MOVE WS-SAME-DAY-COUNT TO WS-ALERT-COUNT
                       MOVE WS-SAME-DAY-COUNT TO WS-RPT-COUNT-EDIT
                       MOVE SPACES TO WS-ALERT-REASON
                       MOVE 1 TO WS-REASON-PTR
                       STRING FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                              " SAME-DAY AMOUNTS EACH UNDER THRESHOLD "
                           DELIMITED BY SIZE INTO WS-ALERT-REASON
                           WITH POINTER WS-REASON-PTR
                       END-STRING
                       MOVE WS-CT-THRESHOLD(WS-CT-SLOT)
                         TO WS-RPT-AMOUNT-EDIT
                       STRING FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                              " TOTAL "
                           DELIMITED BY SIZE INTO WS-ALERT-REASON
                           WITH POINTER WS-REASON-PTR
                       END-STRING
                       MOVE WS-SAME-DAY-AMOUNT TO WS-RPT-AMOUNT-EDIT
                       STRING FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                           DELIMITED BY SIZE INTO WS-ALERT-REASON
                           WITH POINTER WS-REASON-PTR
                       END-STRING
                       PERFORM 3800-WRITE-CASE
                   END-IF
               END-IF
           END-IF.

       3250-GATHER-SAME-DAY.
           IF WS-TX-DATE(WS-TX-IDX2) = WS-TX-DATE(WS-TX-IDX)
               AND WS-TX-TYPE-CODE(WS-TX-IDX2)
                   = WS-TX-TYPE-CODE(WS-TX-IDX)
               AND WS-TX-AMOUNT(WS-TX-IDX2)
                   >= WS-CT-NEAR-FLOOR(WS-CT-SLOT)
               AND WS-TX-AMOUNT(WS-TX-IDX2)
                   < WS-CT-THRESHOLD(WS-CT-SLOT)
               SET WS-TX-GROUPED(WS-TX-IDX2) TO TRUE
               SET WS-TX-CONTRIBUTES(WS-TX-IDX2) TO TRUE
               ADD 1 TO WS-SAME-DAY-COUNT
               ADD WS-TX-AMOUNT(WS-TX-IDX2) TO WS-SAME-DAY-AMOUNT
           END-IF.

      *---------------------------------------------------------------
      * Once per type code the customer used tonight: the window is
      * the business date and the days before it, the baseline the
      * days before the window.  Days with no activity count as zero.
      *---------------------------------------------------------------
       3300-TEST-VELOCITY.
           MOVE WS-TX-CTL(WS-TX-IDX) TO WS-CT-SLOT
           IF WS-CT-SLOT > 0 AND NOT WS-TX-VELOCITY-DONE(WS-TX-IDX)
               IF WS-CT-WINDOW(WS-CT-SLOT) > 0
                   PERFORM 3900-CLEAR-CONTRIBUTORS
                   COMPUTE WS-WINDOW-FROM = WS-BUSDATE-DAYNUM
                                          - WS-CT-WINDOW(WS-CT-SLOT) + 1
                   COMPUTE WS-BASE-FROM = WS-WINDOW-FROM
                                        - WS-CT-BASELINE(WS-CT-SLOT)
                   PERFORM 3350-MARK-TYPE-ROWS
                       VARYING WS-TX-IDX2 FROM WS-TX-IDX BY 1
                       UNTIL WS-TX-IDX2 > WS-TX-USED
                   MOVE 0 TO WS-WINDOW-COUNT WS-WINDOW-AMOUNT
                             WS-BASE-COUNT WS-BASE-AMOUNT
                   PERFORM 3370-SUM-DAY
                       VARYING WS-DY-IDX FROM 1 BY 1
                       UNTIL WS-DY-IDX > WS-DY-USED
                   IF WS-BASE-COUNT = 0
                       ADD 1 TO WS-NO-BASELINE-COUNT
                   ELSE
                       PERFORM 3400-TEST-SPIKE
                   END-IF
               END-IF
           END-IF.

       3350-MARK-TYPE-ROWS.
           IF WS-TX-TYPE-CODE(WS-TX-IDX2) = WS-TX-TYPE-CODE(WS-TX-IDX)
               SET WS-TX-VELOCITY-DONE(WS-TX-IDX2) TO TRUE
               IF WS-TX-DAYNUM(WS-TX-IDX2) >= WS-WINDOW-FROM
                   AND WS-TX-DAYNUM(WS-TX-IDX2) <= WS-BUSDATE-DAYNUM
                   SET WS-TX-CONTRIBUTES(WS-TX-IDX2) TO TRUE
               END-IF
           END-IF.

       3370-SUM-DAY.
           IF WS-DY-TYPE-CODE(WS-DY-IDX) = WS-TX-TYPE-CODE(WS-TX-IDX)
               EVALUATE TRUE
                   WHEN WS-DY-DAYNUM(WS-DY-IDX) > WS-BUSDATE-DAYNUM
                       CONTINUE
                   WHEN WS-DY-DAYNUM(WS-DY-IDX) >= WS-WINDOW-FROM
                       ADD WS-DY-COUNT(WS-DY-IDX) TO WS-WINDOW-COUNT
                       ADD WS-DY-AMOUNT(WS-DY-IDX) TO WS-WINDOW-AMOUNT
                   WHEN WS-DY-DAYNUM(WS-DY-IDX) >= WS-BASE-FROM
                       ADD WS-DY-COUNT(WS-DY-IDX) TO WS-BASE-COUNT
                       ADD WS-DY-AMOUNT(WS-DY-IDX) TO WS-BASE-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3400-TEST-SPIKE.
           COMPUTE WS-USUAL-COUNT ROUNDED =
               WS-BASE-COUNT * WS-CT-WINDOW(WS-CT-SLOT)
                             / WS-CT-BASELINE(WS-CT-SLOT)
           COMPUTE WS-USUAL-AMOUNT ROUNDED =
               WS-BASE-AMOUNT * WS-CT-WINDOW(WS-CT-SLOT)
                              / WS-CT-BASELINE(WS-CT-SLOT)
           MOVE 'N' TO WS-SPIKE-SW
           IF WS-WINDOW-COUNT >= WS-CT-MIN-COUNT(WS-CT-SLOT)
               AND WS-WINDOW-COUNT
                   > WS-USUAL-COUNT * WS-CT-FACTOR(WS-CT-SLOT)
               SET VELOCITY-SPIKE TO TRUE
           END-IF
           IF WS-WINDOW-AMOUNT >= WS-CT-MIN-AMOUNT(WS-CT-SLOT)
               AND WS-WINDOW-AMOUNT
                   > WS-USUAL-AMOUNT * WS-CT-FACTOR(WS-CT-SLOT)
               SET VELOCITY-SPIKE TO TRUE
           END-IF
           IF VELOCITY-SPIKE
               ADD 1 TO WS-VELOCITY-COUNT
               MOVE "VELOCITY" TO WS-ALERT-TYPE
               MOVE WS-TX-TYPE-CODE(WS-TX-IDX) TO WS-ALERT-CODE
               MOVE WS-BUSDATE-NUM TO WS-ALERT-DATE
               MOVE WS-WINDOW-AMOUNT TO WS-ALERT-AMOUNT
               MOVE WS-WINDOW-COUNT TO WS-ALERT-COUNT
               MOVE WS-CT-WINDOW(WS-CT-SLOT) TO WS-RPT-DAYS-EDIT
               MOVE WS-WINDOW-COUNT TO WS-RPT-COUNT-EDIT
               MOVE WS-WINDOW-AMOUNT TO WS-RPT-AMOUNT-EDIT
               MOVE SPACES TO WS-ALERT-REASON
               MOVE 1 TO WS-REASON-PTR
               STRING FUNCTION TRIM(WS-RPT-DAYS-EDIT) "-DAY COUNT "
                      FUNCTION TRIM(WS-RPT-COUNT-EDIT) " AMOUNT "
                      FUNCTION TRIM(WS-RPT-AMOUNT-EDIT)
                      " VS USUAL "
                   DELIMITED BY SIZE
                   INTO WS-ALERT-REASON WITH POINTER WS-REASON-PTR
               END-STRING
               MOVE WS-USUAL-COUNT TO WS-RPT-USUAL-EDIT
               MOVE WS-USUAL-AMOUNT TO WS-RPT-AMOUNT-EDIT
               MOVE WS-CT-FACTOR(WS-CT-SLOT) TO WS-RPT-FACTOR-EDIT
               STRING FUNCTION TRIM(WS-RPT-USUAL-EDIT) " / "
                      FUNCTION TRIM(WS-RPT-AMOUNT-EDIT) " (FACTOR "
                      FUNCTION TRIM(WS-RPT-FACTOR-EDIT) ")"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-REASON WITH POINTER WS-REASON-PTR
               END-STRING
               PERFORM 3800-WRITE-CASE
           END-IF.

      *---------------------------------------------------------------
      * One case record and report block per alert, followed by the
      * rows marked as contributing to it.
      *---------------------------------------------------------------
       3800-WRITE-CASE.
           ADD 1 TO WS-CASE-SEQ
           MOVE SPACES TO SCREENING-CASE-RECORD
           SET SC-CASE TO TRUE
           MOVE WS-BUSDATE-NUM TO SC-CASE-DATE
           MOVE WS-CASE-SEQ TO SC-CASE-SEQ
           MOVE WS-GROUP-KEY TO SC-CUSTOMER-ID
           MOVE WS-ALERT-TYPE TO SC-ALERT-TYPE
           MOVE WS-ALERT-CODE TO SC-ALERT-TYPE-CODE
           MOVE WS-CUST-LAST-NAME TO SC-LAST-NAME
           MOVE WS-CUST-FIRST-NAME TO SC-FIRST-NAME
           MOVE WS-CUST-ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER
           MOVE WS-CUST-ACCOUNT-TYPE TO SC-ACCOUNT-TYPE
           MOVE WS-ALERT-DATE TO SC-ALERT-DATE
           MOVE WS-ALERT-AMOUNT TO SC-ALERT-AMOUNT
           MOVE WS-ALERT-COUNT TO SC-ALERT-COUNT
           MOVE WS-CT-THRESHOLD(WS-CT-SLOT) TO SC-THRESHOLD
           MOVE 0 TO SC-WINDOW-DAYS SC-USUAL-COUNT SC-USUAL-AMOUNT
           IF SC-VELOCITY
               MOVE WS-CT-WINDOW(WS-CT-SLOT) TO SC-WINDOW-DAYS
               MOVE WS-USUAL-COUNT TO SC-USUAL-COUNT
               MOVE WS-USUAL-AMOUNT TO SC-USUAL-AMOUNT
           END-IF
           MOVE 0 TO SC-CONTRIBUTOR-COUNT
           PERFORM VARYING WS-TX-IDX2 FROM 1 BY 1
                   UNTIL WS-TX-IDX2 > WS-TX-USED
               IF WS-TX-CONTRIBUTES(WS-TX-IDX2)
                   ADD 1 TO SC-CONTRIBUTOR-COUNT
               END-IF
           END-PERFORM
           MOVE SCREENING-CASE-RECORD TO CASE-LINE
           WRITE CASE-LINE
           ADD 1 TO WS-CASE-REC-COUNT

           MOVE SPACES TO RPT-LINE
           STRING "CASE " SC-CASE-DATE "-" SC-CASE-SEQ
                  "  " SC-ALERT-TYPE
                  "  CUSTOMER " WS-GROUP-KEY " "
                  FUNCTION TRIM(WS-CUST-LAST-NAME) ", "
                  FUNCTION TRIM(WS-CUST-FIRST-NAME)
                  "  ACCOUNT " WS-CUST-ACCOUNT-NUMBER
                  " TYPE " WS-CUST-ACCOUNT-TYPE
                  "  CODE " WS-ALERT-CODE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "     " WS-ALERT-DATE "  " WS-ALERT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           PERFORM 3850-WRITE-CONTRIBUTOR
               VARYING WS-TX-IDX2 FROM 1 BY 1
               UNTIL WS-TX-IDX2 > WS-TX-USED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3850-WRITE-CONTRIBUTOR.
           IF WS-TX-CONTRIBUTES(WS-TX-IDX2)
               MOVE SPACES TO SCREENING-CASE-RECORD
               SET SC-CONTRIBUTOR TO TRUE
               MOVE WS-BUSDATE-NUM TO SC-CASE-DATE
               MOVE WS-CASE-SEQ TO SC-CASE-SEQ
               MOVE WS-GROUP-KEY TO SC-CUSTOMER-ID
               MOVE WS-TX-DATE(WS-TX-IDX2) TO SC-TXN-DATE
               MOVE WS-TX-TIME(WS-TX-IDX2) TO SC-TXN-TIME
               MOVE WS-TX-TYPE-CODE(WS-TX-IDX2) TO SC-TXN-TYPE-CODE
               MOVE WS-TX-AMOUNT(WS-TX-IDX2) TO SC-TXN-AMOUNT
               MOVE WS-TX-POSTING-REF(WS-TX-IDX2)
                 TO SC-TXN-POSTING-REF
               MOVE SCREENING-CASE-RECORD TO CASE-LINE
               WRITE CASE-LINE
               ADD 1 TO WS-CASE-REC-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE "REF" TO RPT-LINE(11:3)
               MOVE WS-TX-POSTING-REF(WS-TX-IDX2) TO RPT-LINE(15:12)
               MOVE WS-TX-DATE(WS-TX-IDX2) TO RPT-LINE(29:8)
               MOVE WS-TX-TIME(WS-TX-IDX2) TO RPT-LINE(39:6)
               MOVE WS-TX-TYPE-CODE(WS-TX-IDX2) TO RPT-LINE(47:2)
               MOVE WS-TX-AMOUNT(WS-TX-IDX2) TO WS-RPT-AMOUNT-EDIT
               MOVE WS-RPT-AMOUNT-EDIT TO RPT-LINE(50:15)
               WRITE RPT-LINE
           END-IF.

       3900-CLEAR-CONTRIBUTORS.
           PERFORM VARYING WS-TX-IDX2 FROM 1 BY 1
                   UNTIL WS-TX-IDX2 > WS-TX-USED
               MOVE 'N' TO WS-TX-CONTRIB-SW(WS-TX-IDX2)
           END-PERFORM.

      *---------------------------------------------------------------
      * The customer's days go out in date and type-code order.  The
      * history rows arrive in that order and the night's new days
      * are appended, so an insertion sort has little to move.
      *---------------------------------------------------------------
       4000-WRITE-HISTORY.
           PERFORM VARYING WS-DY-IDX FROM 2 BY 1
                   UNTIL WS-DY-IDX > WS-DY-USED
               MOVE WS-DAY-ENTRY(WS-DY-IDX) TO WS-DY-HOLD
               MOVE WS-DAY-ENTRY(WS-DY-IDX)(1:10) TO WS-DY-SORT-KEY
               MOVE WS-DY-IDX TO WS-DY-SORT-IDX
               PERFORM UNTIL WS-DY-SORT-IDX < 2
                   OR WS-DAY-ENTRY(WS-DY-SORT-IDX - 1)(1:10)
                      NOT > WS-DY-SORT-KEY
                   MOVE WS-DAY-ENTRY(WS-DY-SORT-IDX - 1)
                     TO WS-DAY-ENTRY(WS-DY-SORT-IDX)
                   SUBTRACT 1 FROM WS-DY-SORT-IDX
               END-PERFORM
               MOVE WS-DY-HOLD TO WS-DAY-ENTRY(WS-DY-SORT-IDX)
           END-PERFORM
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DY-USED
               MOVE SPACES TO ACTIVITY-HISTORY-RECORD
               MOVE WS-GROUP-KEY TO AH-CUSTOMER-ID
               MOVE WS-DY-DATE(WS-DY-IDX) TO AH-ACTIVITY-DATE
               MOVE WS-DY-TYPE-CODE(WS-DY-IDX) TO AH-TYPE-CODE
               MOVE WS-DY-COUNT(WS-DY-IDX) TO AH-TXN-COUNT
               MOVE WS-DY-AMOUNT(WS-DY-IDX) TO AH-TXN-AMOUNT
               MOVE ACTIVITY-HISTORY-RECORD TO HIST-OUT-LINE
               WRITE HIST-OUT-LINE
               ADD 1 TO WS-HIST-OUT-COUNT
           END-PERFORM.

       9000-TERMINATE.
           PERFORM 9200-WRITE-SUMMARY
           CLOSE TXN-FILE
           CLOSE CUST-FILE
           IF HIST-IN-OPEN
               CLOSE HIST-IN-FILE
           END-IF
           IF HIST-OUT-OPEN
               CLOSE HIST-OUT-FILE
           END-IF
           CLOSE CASE-FILE
           CLOSE SCRN-RPT-FILE
           DISPLAY "TRNSCRN0099-I DETAIL ROWS READ     = "
                   WS-TXN-COUNT
           DISPLAY "TRNSCRN0099-I CUSTOMERS SCREENED   = "
                   WS-SCREENED-CUST-COUNT
           DISPLAY "TRNSCRN0099-I LARGE-CASH ALERTS    = "
                   WS-LARGE-COUNT
           DISPLAY "TRNSCRN0099-I STRUCTURING ALERTS   = "
                   WS-STRUCT-COUNT
           DISPLAY "TRNSCRN0099-I VELOCITY ALERTS      = "
                   WS-VELOCITY-COUNT
           DISPLAY "TRNSCRN0099-I UNSCREENED ROWS      = "
                   WS-UNSCREENED-COUNT
           DISPLAY "TRNSCRN0099-I HISTORY DAYS WRITTEN = "
                   WS-HIST-OUT-COUNT
           EVALUATE TRUE
               WHEN SEQUENCE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LARGE-COUNT > 0 OR WS-STRUCT-COUNT > 0
                   OR WS-VELOCITY-COUNT > 0
                   OR WS-UNSCREENED-COUNT > 0
                   OR WS-CTL-REJECT-COUNT > 0
                   OR WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING "SCREENING SUMMARY" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-TXN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DETAIL ROWS READ .......... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-SCREENED-CUST-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS SCREENED ........ " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-NOT-ON-FILE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  NOT ON CUSTOMER FILE .... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-LARGE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LARGE-CASH ALERTS ......... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-STRUCT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STRUCTURING ALERTS ........ " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-VELOCITY-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "VELOCITY ALERTS ........... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-NO-BASELINE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  NO USUAL LEVEL YET ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-UNSCREENED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS WITH NO CONTROL ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BAD-DATE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS WITH INVALID DATE .... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS OVER TABLE SIZE . " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CTL-REJECT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CONTROL LINES REJECTED .... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-HIST-OUT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY DAYS WRITTEN ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
