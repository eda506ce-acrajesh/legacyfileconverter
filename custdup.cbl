      *****************************************************************
      * CUSTDUP - Suspected duplicate customers and householding.    *
      * Scans the converted customer file (custout.cpy, EBCCONV       *
      * OUTFMT=FIXED) for customers carried under more than one       *
      * CUSTOMER-ID, and groups customers at the same address into    *
      * households.  EBCCONV's IXFILE load only catches an exact      *
      * duplicate CUSTOMER-ID; this looks at the person.              *
      *                                                                *
      * Each customer's fields are normalized into match keys:       *
      *   name     LAST-NAME + FIRST-NAME, upper case, letters and    *
      *            digits only                                        *
      *   initial  normalized LAST-NAME + first letter of FIRST-NAME  *
      *   address  STREET (words abbreviated per the control file)    *
      *            + CITY + STATE + first five of ZIP-CODE, upper     *
      *            case, letters and digits only                      *
      *   phone    the last ten digits of PHONE-NUMBER (fewer than    *
      *            seven digits counts as no phone)                   *
      *   email    EMAIL in upper case                                *
      * Customers sharing any key are compared as a candidate pair   *
      * and scored by adding the weight of every key they share      *
      * (the initial weight only counts when the full name does not *
      * match).  Blank keys never match.  Pairs scoring at or above  *
      * the threshold go to the review report with the keys that     *
      * matched.  Candidates are found by sorting the keys, so each  *
      * pair is scored once however many keys it shares - in the     *
      * block of the first key type it shares, or of the next one    *
      * when that block was above MAXBLOCK and not compared.         *
      *                                                                *
      * Customers with equal address keys form a household; the      *
      * household ID is 'H' + the lowest CUSTOMER-ID at the address. *
      * The household cross-reference file (hhxref.cpy) has one      *
      * record per customer in CUSTOMER-ID order.                    *
      *                                                                *
      * Match control file (comma separated; blank lines and lines   *
      * starting with '*' ignored):                                  *
      *   WEIGHT,component,points  component NAME, INITIAL, ADDRESS, *
      *                            PHONE or EMAIL; 0 turns it off    *
      *   THRESHOLD,points         minimum score to report           *
      *   MAXBLOCK,count           largest group of customers sharing*
      *                            one key that is compared pairwise *
      *                            (a shared branch phone, say);     *
      *                            larger groups are reported and    *
      *                            skipped                           *
      *   ABBREV,word,replacement  street word abbreviation          *
      * Defaults: NAME 40, INITIAL 25, ADDRESS 30, PHONE 20,         *
      * EMAIL 30, THRESHOLD 60, MAXBLOCK 200, no abbreviations.      *
      * Example:                                                     *
      *   WEIGHT,PHONE,25                                            *
      *   ABBREV,STREET,ST                                           *
      *   ABBREV,AVENUE,AVE                                          *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   CUSTFILE=path    converted customer FIXED file (required)  *
      *   CTLFILE=path     match control file (required)             *
      *   RPTFILE=path     suspected-duplicates review report;       *
      *                    defaults to CUSTFILE with .duprpt appended*
      *   XREFFILE=path    household cross-reference; defaults to    *
      *                    CUSTFILE with .hhxref appended            *
      *                                                                *
      * Return code 0 when no pair reaches the threshold, 4 when     *
      * suspected duplicates are listed for review or a key group or *
      * the customer table overflowed, 16 on an open failure.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN DYNAMIC WS-CUSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CTL-FILE ASSIGN DYNAMIC WS-CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DUP-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREFFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT KEY-SORT-FILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-LINE                       PIC X(650).
       FD  CTL-FILE.
       01  CTL-LINE                        PIC X(100).
       FD  DUP-RPT-FILE.
       01  RPT-LINE                        PIC X(132).
       FD  XREF-FILE.
       COPY "hhxref.cpy".
       SD  KEY-SORT-FILE.
       01  KEY-SORT-RECORD.
           05  KS-KEY-TYPE                  PIC 9.
           05  KS-KEY-VALUE                 PIC X(60).
           05  KS-CUST-IDX                  PIC 9(5).
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
       01  WS-RPTFILE                      PIC X(80).
       01  WS-XREFFILE                     PIC X(80).
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-CUST-STATUS                  PIC XX.
           88  WS-CUST-OK                  VALUE '00'.
       01  WS-CTL-STATUS                   PIC XX.
           88  WS-CTL-OK                   VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-XREF-STATUS                  PIC XX.
           88  WS-XREF-OK                  VALUE '00'.
       01  WS-EOF-SW                       PIC X VALUE 'N'.
           88  END-OF-CUST                 VALUE 'Y'.
       01  WS-CTL-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-CTL                  VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  END-OF-SORT                 VALUE 'Y'.

      *---------------------------------------------------------------
      * Match control - weights per key, threshold, block limit and
      * street abbreviations.  Key types are numbered in the order
      * the sort presents them; a pair is scored in the block of the
      * lowest-numbered key it shares whose block was compared.
      *---------------------------------------------------------------
       01  WS-KEY-TYPE-NAME                PIC 9 VALUE 1.
       01  WS-KEY-TYPE-EMAIL               PIC 9 VALUE 2.
       01  WS-KEY-TYPE-PHONE               PIC 9 VALUE 3.
       01  WS-KEY-TYPE-ADDRESS             PIC 9 VALUE 4.
       01  WS-KEY-TYPE-INITIAL             PIC 9 VALUE 5.
       01  WS-WEIGHT-NAME                  PIC 9(3) VALUE 40.
       01  WS-WEIGHT-INITIAL               PIC 9(3) VALUE 25.
       01  WS-WEIGHT-ADDRESS               PIC 9(3) VALUE 30.
       01  WS-WEIGHT-PHONE                 PIC 9(3) VALUE 20.
       01  WS-WEIGHT-EMAIL                 PIC 9(3) VALUE 30.
       01  WS-THRESHOLD                    PIC 9(3) VALUE 60.
       01  WS-MAXBLOCK                     PIC 9(5) COMP VALUE 200.
       01  WS-CTL-VERB                     PIC X(10).
       01  WS-CTL-ARG1                     PIC X(20).
       01  WS-CTL-ARG2                     PIC X(20).
       01  WS-CTL-NUM                      PIC 9(5) COMP.
       01  WS-CTL-REJECT-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-ABBR-TABLE.
           05  WS-ABBR-ENTRY                OCCURS 50 TIMES.
               10  WS-ABBR-WORD             PIC X(15).
               10  WS-ABBR-REPL             PIC X(15).
       01  WS-ABBR-USED                    PIC 9(3) COMP VALUE 0.
       01  WS-ABBR-IDX                     PIC 9(3) COMP.

      *---------------------------------------------------------------
      * Customer table - the whole file with its match keys, so the
      * sorted key blocks can be scored against it by subscript.
      *---------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CT-ENTRY                  OCCURS 20000 TIMES.
               10  WS-CT-ID                 PIC 9(6).
               10  WS-CT-LAST               PIC X(15).
               10  WS-CT-FIRST              PIC X(10).
               10  WS-CT-STREET             PIC X(25).
               10  WS-CT-CITY               PIC X(15).
               10  WS-CT-STATE              PIC XX.
               10  WS-CT-ZIP                PIC X(10).
               10  WS-CT-PHONE              PIC X(12).
               10  WS-CT-EMAIL              PIC X(30).
               10  WS-CT-NAME-KEY           PIC X(26).
               10  WS-CT-INIT-KEY           PIC X(17).
               10  WS-CT-ADDR-KEY           PIC X(60).
               10  WS-CT-PHONE-KEY          PIC X(10).
               10  WS-CT-EMAIL-KEY          PIC X(30).
               10  WS-CT-HH-HEAD            PIC 9(5) COMP.
               10  WS-CT-HH-COUNT           PIC 9(5) COMP.
               10  WS-CT-BEST-ID            PIC 9(6).
               10  WS-CT-BEST-SCORE         PIC 9(3).
               10  WS-CT-DUP-SW             PIC X.
               10  WS-CT-BLOCK-SIZE         OCCURS 4 TIMES
                                             PIC 9(5) COMP.
       01  WS-CT-USED                      PIC 9(5) COMP VALUE 0.
       01  WS-CT-MAX                       PIC 9(5) COMP VALUE 20000.
       01  WS-CT-IDX                       PIC 9(5) COMP.
       01  WS-CT-OVERFLOW                  PIC 9(9) COMP VALUE 0.

      *---------------------------------------------------------------
      * Normalization work fields
      *---------------------------------------------------------------
       01  WS-NORM-IN                      PIC X(60).
       01  WS-NORM-OUT                     PIC X(60).
       01  WS-NORM-LEN                     PIC 9(3) COMP.
       01  WS-NORM-IDX                     PIC 9(3) COMP.
       01  WS-NORM-CHAR                    PIC X.
       01  WS-LAST-NORM                    PIC X(60).
       01  WS-LAST-LEN                     PIC 9(3) COMP.
       01  WS-STREET-WORK                  PIC X(25).
       01  WS-WORD-TABLE.
           05  WS-WORD                      OCCURS 8 TIMES
                                             PIC X(15).
       01  WS-WORD-IDX                     PIC 9(3) COMP.
       01  WS-WORD-PTR                     PIC 9(3) COMP.
       01  WS-STREET-NORM                  PIC X(60).
       01  WS-CITY-NORM                    PIC X(60).
       01  WS-ZIP-NORM                     PIC X(60).
       01  WS-DIGITS                       PIC X(20).
       01  WS-DIGIT-COUNT                  PIC 9(3) COMP.
       01  WS-LOWER-CASE                   PIC X(26)
                                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                   PIC X(26)
                                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *---------------------------------------------------------------
      * Sorted key blocks - the customers sharing one key value
      *---------------------------------------------------------------
       01  WS-RUN-TYPE                     PIC 9.
       01  WS-RUN-KEY                      PIC X(60).
       01  WS-RUN-TABLE.
           05  WS-RUN-MEMBER                OCCURS 500 TIMES
                                             PIC 9(5) COMP.
       01  WS-RUN-COUNT                    PIC 9(5) COMP.
       01  WS-RUN-HEAD                     PIC 9(5) COMP.
       01  WS-RUN-A                        PIC 9(5) COMP.
       01  WS-RUN-B                        PIC 9(5) COMP.

      *---------------------------------------------------------------
      * Pair scoring
      *---------------------------------------------------------------
       01  WS-PAIR-I                       PIC 9(5) COMP.
       01  WS-PAIR-J                       PIC 9(5) COMP.
       01  WS-SCORE                        PIC 9(3).
       01  WS-MATCHED-ON                   PIC X(40).
       01  WS-MATCH-PTR                    PIC 9(3) COMP.
       01  WS-EARLIER-SW                   PIC X.
           88  SCORED-IN-EARLIER-BLOCK     VALUE 'Y'.

      *---------------------------------------------------------------
      * Counters and report edits
      *---------------------------------------------------------------
       01  WS-IN-COUNT                     PIC 9(9) COMP VALUE 0.
       01  WS-KEYS-RELEASED                PIC 9(9) COMP VALUE 0.
       01  WS-PAIRS-SCORED                 PIC 9(9) COMP VALUE 0.
       01  WS-SUSPECT-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-BLOCKS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-HOUSEHOLD-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-MULTI-HH-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-LARGEST-HH                   PIC 9(5) COMP VALUE 0.
       01  WS-XREF-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RPT-SCORE-EDIT               PIC ZZ9.
       01  WS-HH-ID-WORK                   PIC X(7).

       COPY "custout.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CUSTOMER UNTIL END-OF-CUST
           SORT KEY-SORT-FILE
               ON ASCENDING KEY KS-KEY-TYPE KS-KEY-VALUE KS-CUST-IDX
               INPUT PROCEDURE IS 3000-RELEASE-KEYS
               OUTPUT PROCEDURE IS 4000-SCAN-BLOCKS
           PERFORM 5000-WRITE-XREF
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
               STRING FUNCTION TRIM(WS-CUSTFILE) ".duprpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           IF WS-XREFFILE = SPACES
               STRING FUNCTION TRIM(WS-CUSTFILE) ".hhxref"
                   DELIMITED BY SIZE INTO WS-XREFFILE
               END-STRING
           END-IF
           PERFORM 1700-LOAD-CONTROL
           OPEN INPUT CUST-FILE
           IF NOT WS-CUST-OK
               DISPLAY "CUSTDUP0001-E UNABLE TO OPEN CUSTOMER FILE "
                       WS-CUSTFILE " STATUS " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DUP-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "CUSTDUP0002-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-FILE
           IF NOT WS-XREF-OK
               DISPLAY "CUSTDUP0003-E UNABLE TO OPEN XREF FILE "
                       WS-XREFFILE " STATUS " WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO RPT-LINE
           STRING "CUSTDUP SUSPECTED DUPLICATE CUSTOMER REVIEW REPORT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-THRESHOLD TO WS-RPT-SCORE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RUN " WS-CURRENT-DATETIME(1:8)
                  "   FILE " FUNCTION TRIM(WS-CUSTFILE)
                  "   THRESHOLD " WS-RPT-SCORE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
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
               WHEN "CTLFILE"
                   MOVE WS-VAL TO WS-CTLFILE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN "XREFFILE"
                   MOVE WS-VAL TO WS-XREFFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-LOAD-CONTROL.
           OPEN INPUT CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY "CUSTDUP0004-E UNABLE TO OPEN CONTROL FILE "
                       WS-CTLFILE " STATUS " WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1750-READ-CONTROL
           PERFORM UNTIL END-OF-CTL
               IF CTL-LINE NOT = SPACES
                   AND CTL-LINE(1:1) NOT = "*"
                   PERFORM 1770-APPLY-CONTROL
               END-IF
               PERFORM 1750-READ-CONTROL
           END-PERFORM
           CLOSE CTL-FILE
           DISPLAY "CUSTDUP0005-I MATCH CONTROL LOADED FROM "
                   FUNCTION TRIM(WS-CTLFILE) " - "
                   WS-ABBR-USED " ABBREVIATIONS".

       1750-READ-CONTROL.
           READ CTL-FILE
               AT END
                   SET END-OF-CTL TO TRUE
           END-READ.

       1770-APPLY-CONTROL.
           MOVE SPACES TO WS-CTL-VERB WS-CTL-ARG1 WS-CTL-ARG2
           UNSTRING CTL-LINE DELIMITED BY ","
               INTO WS-CTL-VERB WS-CTL-ARG1 WS-CTL-ARG2
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CTL-VERB) TO WS-CTL-VERB
           MOVE FUNCTION TRIM(WS-CTL-ARG1) TO WS-CTL-ARG1
           MOVE FUNCTION TRIM(WS-CTL-ARG2) TO WS-CTL-ARG2
           INSPECT WS-CTL-ARG1 CONVERTING WS-LOWER-CASE
                                       TO WS-UPPER-CASE
           INSPECT WS-CTL-ARG2 CONVERTING WS-LOWER-CASE
                                       TO WS-UPPER-CASE
           EVALUATE WS-CTL-VERB
               WHEN "WEIGHT"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-ARG2) NOT = 0
                       PERFORM 1790-REJECT-CONTROL
                   ELSE
                       COMPUTE WS-CTL-NUM =
                           FUNCTION NUMVAL(WS-CTL-ARG2)
                       EVALUATE WS-CTL-ARG1
                           WHEN "NAME"
                               MOVE WS-CTL-NUM TO WS-WEIGHT-NAME
                           WHEN "INITIAL"
                               MOVE WS-CTL-NUM TO WS-WEIGHT-INITIAL
                           WHEN "ADDRESS"
                               MOVE WS-CTL-NUM TO WS-WEIGHT-ADDRESS
                           WHEN "PHONE"
                               MOVE WS-CTL-NUM TO WS-WEIGHT-PHONE
                           WHEN "EMAIL"
                               MOVE WS-CTL-NUM TO WS-WEIGHT-EMAIL
                           WHEN OTHER
                               PERFORM 1790-REJECT-CONTROL
                       END-EVALUATE
                   END-IF
               WHEN "THRESHOLD"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-ARG1) NOT = 0
                       PERFORM 1790-REJECT-CONTROL
                   ELSE
                       COMPUTE WS-THRESHOLD =
                           FUNCTION NUMVAL(WS-CTL-ARG1)
                   END-IF
               WHEN "MAXBLOCK"
                   IF FUNCTION TEST-NUMVAL(WS-CTL-ARG1) NOT = 0
                       PERFORM 1790-REJECT-CONTROL
                   ELSE
                       COMPUTE WS-MAXBLOCK =
                           FUNCTION NUMVAL(WS-CTL-ARG1)
                       IF WS-MAXBLOCK > 500
                           MOVE 500 TO WS-MAXBLOCK
                       END-IF
                   END-IF
               WHEN "ABBREV"
                   IF WS-CTL-ARG1 = SPACES
                       PERFORM 1790-REJECT-CONTROL
                   ELSE
                       IF WS-ABBR-USED >= 50
                           DISPLAY "CUSTDUP0006-W ABBREVIATION TABLE "
                                   "FULL - LINE IGNORED: "
                                   CTL-LINE(1:50)
                           ADD 1 TO WS-CTL-REJECT-COUNT
                       ELSE
                           ADD 1 TO WS-ABBR-USED
                           MOVE WS-CTL-ARG1
                             TO WS-ABBR-WORD(WS-ABBR-USED)
                           MOVE WS-CTL-ARG2
                             TO WS-ABBR-REPL(WS-ABBR-USED)
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 1790-REJECT-CONTROL
           END-EVALUATE.

       1790-REJECT-CONTROL.
           DISPLAY "CUSTDUP0007-W CONTROL LINE IGNORED: "
                   CTL-LINE(1:50)
           ADD 1 TO WS-CTL-REJECT-COUNT.

       1900-READ-NEXT.
           READ CUST-FILE
               AT END
                   SET END-OF-CUST TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO CUSTOMER-OUT-RECORD
                   MOVE CUST-LINE TO CUSTOMER-OUT-RECORD
           END-READ.

      *---------------------------------------------------------------
      * Stores one customer with its normalized match keys.  Every
      * customer starts as a household of one headed by itself.
      *---------------------------------------------------------------
       2000-LOAD-CUSTOMER.
           IF WS-CT-USED >= WS-CT-MAX
               ADD 1 TO WS-CT-OVERFLOW
           ELSE
               ADD 1 TO WS-CT-USED
               MOVE WS-CT-USED TO WS-CT-IDX
               MOVE OUT-CUSTOMER-ID TO WS-CT-ID(WS-CT-IDX)
               MOVE OUT-LAST-NAME TO WS-CT-LAST(WS-CT-IDX)
               MOVE OUT-FIRST-NAME TO WS-CT-FIRST(WS-CT-IDX)
               MOVE OUT-STREET TO WS-CT-STREET(WS-CT-IDX)
               MOVE OUT-CITY TO WS-CT-CITY(WS-CT-IDX)
               MOVE OUT-STATE TO WS-CT-STATE(WS-CT-IDX)
               MOVE OUT-ZIP-CODE TO WS-CT-ZIP(WS-CT-IDX)
               MOVE OUT-PHONE-NUMBER TO WS-CT-PHONE(WS-CT-IDX)
               MOVE OUT-EMAIL TO WS-CT-EMAIL(WS-CT-IDX)
               MOVE WS-CT-IDX TO WS-CT-HH-HEAD(WS-CT-IDX)
               MOVE 1 TO WS-CT-HH-COUNT(WS-CT-IDX)
               MOVE 0 TO WS-CT-BEST-ID(WS-CT-IDX)
                         WS-CT-BEST-SCORE(WS-CT-IDX)
               MOVE 'N' TO WS-CT-DUP-SW(WS-CT-IDX)
               MOVE 0 TO WS-CT-BLOCK-SIZE(WS-CT-IDX 1)
                         WS-CT-BLOCK-SIZE(WS-CT-IDX 2)
                         WS-CT-BLOCK-SIZE(WS-CT-IDX 3)
                         WS-CT-BLOCK-SIZE(WS-CT-IDX 4)
               PERFORM 2100-BUILD-NAME-KEYS
               PERFORM 2200-BUILD-ADDRESS-KEY
               PERFORM 2300-BUILD-PHONE-KEY
               MOVE OUT-EMAIL TO WS-CT-EMAIL-KEY(WS-CT-IDX)
               INSPECT WS-CT-EMAIL-KEY(WS-CT-IDX)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE FUNCTION TRIM(WS-CT-EMAIL-KEY(WS-CT-IDX))
                 TO WS-CT-EMAIL-KEY(WS-CT-IDX)
           END-IF
           PERFORM 1900-READ-NEXT.

       2100-BUILD-NAME-KEYS.
           MOVE SPACES TO WS-CT-NAME-KEY(WS-CT-IDX)
                          WS-CT-INIT-KEY(WS-CT-IDX)
           MOVE OUT-LAST-NAME TO WS-NORM-IN
           PERFORM 2900-SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-LAST-NORM
           MOVE WS-NORM-LEN TO WS-LAST-LEN
           MOVE OUT-FIRST-NAME TO WS-NORM-IN
           PERFORM 2900-SQUEEZE-TEXT
           IF WS-LAST-LEN > 0 AND WS-NORM-LEN > 0
               STRING WS-LAST-NORM(1:WS-LAST-LEN) "/"
                      WS-NORM-OUT(1:WS-NORM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-CT-NAME-KEY(WS-CT-IDX)
               END-STRING
               STRING WS-LAST-NORM(1:WS-LAST-LEN) "/"
                      WS-NORM-OUT(1:1)
                   DELIMITED BY SIZE
                   INTO WS-CT-INIT-KEY(WS-CT-IDX)
               END-STRING
           END-IF.

      *---------------------------------------------------------------
      * Street words are abbreviated through the control table before
      * squeezing, so "12 Main Street" and "12 MAIN ST." agree.
      *---------------------------------------------------------------
       2200-BUILD-ADDRESS-KEY.
           MOVE SPACES TO WS-CT-ADDR-KEY(WS-CT-IDX)
           MOVE OUT-STREET TO WS-STREET-WORK
           INSPECT WS-STREET-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-STREET-WORK CONVERTING ".,#-/'" TO "      "
           MOVE SPACES TO WS-WORD-TABLE
           UNSTRING WS-STREET-WORK DELIMITED BY ALL SPACE
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                    WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
           END-UNSTRING
           MOVE SPACES TO WS-NORM-IN
           MOVE 1 TO WS-WORD-PTR
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 8
               IF WS-WORD(WS-WORD-IDX) NOT = SPACES
                   PERFORM VARYING WS-ABBR-IDX FROM 1 BY 1
                           UNTIL WS-ABBR-IDX > WS-ABBR-USED
                       IF WS-WORD(WS-WORD-IDX) =
                          WS-ABBR-WORD(WS-ABBR-IDX)
                           MOVE WS-ABBR-REPL(WS-ABBR-IDX)
                             TO WS-WORD(WS-WORD-IDX)
                           MOVE WS-ABBR-USED TO WS-ABBR-IDX
                       END-IF
                   END-PERFORM
                   STRING WS-WORD(WS-WORD-IDX) DELIMITED BY SPACE
                       INTO WS-NORM-IN WITH POINTER WS-WORD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 2900-SQUEEZE-TEXT
           IF WS-NORM-LEN > 0
               MOVE WS-NORM-OUT TO WS-STREET-NORM
               MOVE OUT-CITY TO WS-NORM-IN
               PERFORM 2900-SQUEEZE-TEXT
               MOVE WS-NORM-OUT TO WS-CITY-NORM
               MOVE OUT-ZIP-CODE TO WS-NORM-IN
               PERFORM 2900-SQUEEZE-TEXT
               MOVE WS-NORM-OUT TO WS-ZIP-NORM
               STRING FUNCTION TRIM(WS-STREET-NORM) "/"
                      FUNCTION TRIM(WS-CITY-NORM) "/"
                      OUT-STATE "/"
                      WS-ZIP-NORM(1:5)
                   DELIMITED BY SIZE
                   INTO WS-CT-ADDR-KEY(WS-CT-IDX)
               END-STRING
               INSPECT WS-CT-ADDR-KEY(WS-CT-IDX)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-IF.

       2300-BUILD-PHONE-KEY.
           MOVE SPACES TO WS-DIGITS WS-CT-PHONE-KEY(WS-CT-IDX)
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 12
               MOVE OUT-PHONE-NUMBER(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9"
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE WS-NORM-CHAR TO WS-DIGITS(WS-DIGIT-COUNT:1)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DIGIT-COUNT < 7
                   CONTINUE
               WHEN WS-DIGIT-COUNT > 10
                   MOVE WS-DIGITS(WS-DIGIT-COUNT - 9:10)
                     TO WS-CT-PHONE-KEY(WS-CT-IDX)
               WHEN OTHER
                   MOVE WS-DIGITS(1:WS-DIGIT-COUNT)
                     TO WS-CT-PHONE-KEY(WS-CT-IDX)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Upper-cases WS-NORM-IN and keeps only its letters and digits,
      * left-justified in WS-NORM-OUT; WS-NORM-LEN is the kept length.
      *---------------------------------------------------------------
       2900-SQUEEZE-TEXT.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           INSPECT WS-NORM-IN CONVERTING WS-LOWER-CASE
                                      TO WS-UPPER-CASE
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 60
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Sort input: one record per non-blank key of every active
      * type.  Address keys always go in - households need them even
      * when ADDRESS carries no weight.
      *---------------------------------------------------------------
       3000-RELEASE-KEYS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               MOVE WS-CT-IDX TO KS-CUST-IDX
               IF WS-WEIGHT-NAME > 0
                   AND WS-CT-NAME-KEY(WS-CT-IDX) NOT = SPACES
                   MOVE WS-KEY-TYPE-NAME TO KS-KEY-TYPE
                   MOVE WS-CT-NAME-KEY(WS-CT-IDX) TO KS-KEY-VALUE
                   PERFORM 3100-RELEASE-ONE
               END-IF
               IF WS-WEIGHT-EMAIL > 0
                   AND WS-CT-EMAIL-KEY(WS-CT-IDX) NOT = SPACES
                   MOVE WS-KEY-TYPE-EMAIL TO KS-KEY-TYPE
                   MOVE WS-CT-EMAIL-KEY(WS-CT-IDX) TO KS-KEY-VALUE
                   PERFORM 3100-RELEASE-ONE
               END-IF
               IF WS-WEIGHT-PHONE > 0
                   AND WS-CT-PHONE-KEY(WS-CT-IDX) NOT = SPACES
                   MOVE WS-KEY-TYPE-PHONE TO KS-KEY-TYPE
                   MOVE WS-CT-PHONE-KEY(WS-CT-IDX) TO KS-KEY-VALUE
                   PERFORM 3100-RELEASE-ONE
               END-IF
               IF WS-CT-ADDR-KEY(WS-CT-IDX) NOT = SPACES
                   MOVE WS-KEY-TYPE-ADDRESS TO KS-KEY-TYPE
                   MOVE WS-CT-ADDR-KEY(WS-CT-IDX) TO KS-KEY-VALUE
                   PERFORM 3100-RELEASE-ONE
               END-IF
               IF WS-WEIGHT-INITIAL > 0
                   AND WS-CT-INIT-KEY(WS-CT-IDX) NOT = SPACES
                   MOVE WS-KEY-TYPE-INITIAL TO KS-KEY-TYPE
                   MOVE WS-CT-INIT-KEY(WS-CT-IDX) TO KS-KEY-VALUE
                   PERFORM 3100-RELEASE-ONE
               END-IF
           END-PERFORM.

       3100-RELEASE-ONE.
           RELEASE KEY-SORT-RECORD
           ADD 1 TO WS-KEYS-RELEASED.

      *---------------------------------------------------------------
      * Sort output: gathers each run of equal keys, then scores the
      * run's pairs and, for address runs, forms the household.
      *---------------------------------------------------------------
       4000-SCAN-BLOCKS.
           MOVE 0 TO WS-RUN-COUNT
           PERFORM 4100-RETURN-KEY
           PERFORM UNTIL END-OF-SORT
               IF WS-RUN-COUNT > 0
                   AND (KS-KEY-TYPE NOT = WS-RUN-TYPE
                        OR KS-KEY-VALUE NOT = WS-RUN-KEY)
                   PERFORM 4200-END-BLOCK
                   MOVE 0 TO WS-RUN-COUNT
               END-IF
               IF WS-RUN-COUNT = 0
                   MOVE KS-KEY-TYPE TO WS-RUN-TYPE
                   MOVE KS-KEY-VALUE TO WS-RUN-KEY
                   MOVE KS-CUST-IDX TO WS-RUN-HEAD
               END-IF
               ADD 1 TO WS-RUN-COUNT
               IF WS-RUN-COUNT <= 500
                   MOVE KS-CUST-IDX TO WS-RUN-MEMBER(WS-RUN-COUNT)
               END-IF
               IF WS-RUN-TYPE = WS-KEY-TYPE-ADDRESS
                   AND KS-CUST-IDX NOT = WS-RUN-HEAD
                   MOVE WS-RUN-HEAD TO WS-CT-HH-HEAD(KS-CUST-IDX)
                   ADD 1 TO WS-CT-HH-COUNT(WS-RUN-HEAD)
               END-IF
               PERFORM 4100-RETURN-KEY
           END-PERFORM
           IF WS-RUN-COUNT > 0
               PERFORM 4200-END-BLOCK
           END-IF.

       4100-RETURN-KEY.
           RETURN KEY-SORT-FILE
               AT END
                   SET END-OF-SORT TO TRUE
           END-RETURN.

      *---------------------------------------------------------------
      * Each member keeps the size of its block for the key type, so
      * a later block can tell whether this one compared the pair.
      * Members past the 500th are not held; their block is above any
      * MAXBLOCK and their size stays zero (not compared).
      *---------------------------------------------------------------
       4200-END-BLOCK.
           IF WS-RUN-TYPE < WS-KEY-TYPE-INITIAL
               PERFORM VARYING WS-RUN-A FROM 1 BY 1
                       UNTIL WS-RUN-A > WS-RUN-COUNT OR WS-RUN-A > 500
                   MOVE WS-RUN-MEMBER(WS-RUN-A) TO WS-CT-IDX
                   MOVE WS-RUN-COUNT
                     TO WS-CT-BLOCK-SIZE(WS-CT-IDX WS-RUN-TYPE)
               END-PERFORM
           END-IF
           IF WS-RUN-COUNT > 1
               IF WS-RUN-COUNT > WS-MAXBLOCK
                   ADD 1 TO WS-BLOCKS-SKIPPED
                   MOVE WS-RUN-COUNT TO WS-RPT-COUNT-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING "*** " FUNCTION TRIM(WS-RPT-COUNT-EDIT)
                          " CUSTOMERS SHARE "
                          FUNCTION TRIM(WS-RUN-KEY)
                          " - ABOVE MAXBLOCK, NOT COMPARED ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               ELSE
                   PERFORM VARYING WS-RUN-A FROM 1 BY 1
                           UNTIL WS-RUN-A >= WS-RUN-COUNT
                       PERFORM VARYING WS-RUN-B FROM WS-RUN-A BY 1
                               UNTIL WS-RUN-B >= WS-RUN-COUNT
                           MOVE WS-RUN-MEMBER(WS-RUN-A) TO WS-PAIR-I
                           MOVE WS-RUN-MEMBER(WS-RUN-B + 1)
                             TO WS-PAIR-J
                           PERFORM 4300-SCORE-PAIR
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Scores one candidate pair - unless it shares a key of an
      * earlier type whose block was compared, in which case that
      * block has scored it already.  A shared key whose block was
      * above MAXBLOCK does not count; the pair is scored here.
      *---------------------------------------------------------------
       4300-SCORE-PAIR.
           MOVE 'N' TO WS-EARLIER-SW
           IF WS-RUN-TYPE > WS-KEY-TYPE-NAME
               AND WS-WEIGHT-NAME > 0
               AND WS-CT-NAME-KEY(WS-PAIR-I) NOT = SPACES
               AND WS-CT-NAME-KEY(WS-PAIR-I) =
                   WS-CT-NAME-KEY(WS-PAIR-J)
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-NAME) > 0
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-NAME)
                   NOT > WS-MAXBLOCK
               SET SCORED-IN-EARLIER-BLOCK TO TRUE
           END-IF
           IF WS-RUN-TYPE > WS-KEY-TYPE-EMAIL
               AND WS-WEIGHT-EMAIL > 0
               AND WS-CT-EMAIL-KEY(WS-PAIR-I) NOT = SPACES
               AND WS-CT-EMAIL-KEY(WS-PAIR-I) =
                   WS-CT-EMAIL-KEY(WS-PAIR-J)
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-EMAIL) > 0
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-EMAIL)
                   NOT > WS-MAXBLOCK
               SET SCORED-IN-EARLIER-BLOCK TO TRUE
           END-IF
           IF WS-RUN-TYPE > WS-KEY-TYPE-PHONE
               AND WS-WEIGHT-PHONE > 0
               AND WS-CT-PHONE-KEY(WS-PAIR-I) NOT = SPACES
               AND WS-CT-PHONE-KEY(WS-PAIR-I) =
                   WS-CT-PHONE-KEY(WS-PAIR-J)
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-PHONE) > 0
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-PHONE)
                   NOT > WS-MAXBLOCK
               SET SCORED-IN-EARLIER-BLOCK TO TRUE
           END-IF
           IF WS-RUN-TYPE > WS-KEY-TYPE-ADDRESS
               AND WS-CT-ADDR-KEY(WS-PAIR-I) NOT = SPACES
               AND WS-CT-ADDR-KEY(WS-PAIR-I) =
                   WS-CT-ADDR-KEY(WS-PAIR-J)
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-ADDRESS) > 0
               AND WS-CT-BLOCK-SIZE(WS-PAIR-I WS-KEY-TYPE-ADDRESS)
                   NOT > WS-MAXBLOCK
               SET SCORED-IN-EARLIER-BLOCK TO TRUE
           END-IF
           IF NOT SCORED-IN-EARLIER-BLOCK
               ADD 1 TO WS-PAIRS-SCORED
               MOVE 0 TO WS-SCORE
               MOVE SPACES TO WS-MATCHED-ON
               MOVE 1 TO WS-MATCH-PTR
               IF WS-CT-NAME-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-CT-NAME-KEY(WS-PAIR-I) =
                       WS-CT-NAME-KEY(WS-PAIR-J)
                   ADD WS-WEIGHT-NAME TO WS-SCORE
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                   END-STRING
               ELSE
                   IF WS-CT-INIT-KEY(WS-PAIR-I) NOT = SPACES
                       AND WS-CT-INIT-KEY(WS-PAIR-I) =
                           WS-CT-INIT-KEY(WS-PAIR-J)
                       ADD WS-WEIGHT-INITIAL TO WS-SCORE
                       STRING "INITIAL " DELIMITED BY SIZE
                           INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                       END-STRING
                   END-IF
               END-IF
               IF WS-CT-ADDR-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-CT-ADDR-KEY(WS-PAIR-I) =
                       WS-CT-ADDR-KEY(WS-PAIR-J)
                   ADD WS-WEIGHT-ADDRESS TO WS-SCORE
                   STRING "ADDRESS " DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                   END-STRING
               END-IF
               IF WS-CT-PHONE-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-CT-PHONE-KEY(WS-PAIR-I) =
                       WS-CT-PHONE-KEY(WS-PAIR-J)
                   ADD WS-WEIGHT-PHONE TO WS-SCORE
                   STRING "PHONE " DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                   END-STRING
               END-IF
               IF WS-CT-EMAIL-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-CT-EMAIL-KEY(WS-PAIR-I) =
                       WS-CT-EMAIL-KEY(WS-PAIR-J)
                   ADD WS-WEIGHT-EMAIL TO WS-SCORE
                   STRING "EMAIL " DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                   END-STRING
               END-IF
               IF WS-SCORE >= WS-THRESHOLD AND WS-SCORE > 0
                   PERFORM 4400-REPORT-SUSPECT
               END-IF
           END-IF.

       4400-REPORT-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT
           MOVE 'Y' TO WS-CT-DUP-SW(WS-PAIR-I) WS-CT-DUP-SW(WS-PAIR-J)
           IF WS-SCORE > WS-CT-BEST-SCORE(WS-PAIR-I)
               MOVE WS-SCORE TO WS-CT-BEST-SCORE(WS-PAIR-I)
               MOVE WS-CT-ID(WS-PAIR-J) TO WS-CT-BEST-ID(WS-PAIR-I)
           END-IF
           IF WS-SCORE > WS-CT-BEST-SCORE(WS-PAIR-J)
               MOVE WS-SCORE TO WS-CT-BEST-SCORE(WS-PAIR-J)
               MOVE WS-CT-ID(WS-PAIR-I) TO WS-CT-BEST-ID(WS-PAIR-J)
           END-IF
           MOVE WS-SCORE TO WS-RPT-SCORE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SCORE " WS-RPT-SCORE-EDIT
                  "   MATCHED ON: " WS-MATCHED-ON
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-PAIR-I TO WS-CT-IDX
           PERFORM 4450-WRITE-SUSPECT-LINE
           MOVE WS-PAIR-J TO WS-CT-IDX
           PERFORM 4450-WRITE-SUSPECT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * One customer of a suspect pair; EMAIL goes on a second line
      * under the street so the detail fits the 132-byte report.
      *---------------------------------------------------------------
       4450-WRITE-SUSPECT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "    " WS-CT-ID(WS-CT-IDX) " "
                  WS-CT-LAST(WS-CT-IDX) " "
                  WS-CT-FIRST(WS-CT-IDX) " "
                  WS-CT-STREET(WS-CT-IDX) " "
                  WS-CT-CITY(WS-CT-IDX) " "
                  WS-CT-STATE(WS-CT-IDX) " "
                  WS-CT-ZIP(WS-CT-IDX) " "
                  WS-CT-PHONE(WS-CT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF WS-CT-EMAIL(WS-CT-IDX) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "EMAIL " WS-CT-EMAIL(WS-CT-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE(39:)
               END-STRING
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * One cross-reference record per customer, in file order
      * (CUSTOMER-ID order), carrying the household its address run
      * put it in.
      *---------------------------------------------------------------
       5000-WRITE-XREF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-USED
               MOVE SPACES TO HOUSEHOLD-XREF-RECORD
               MOVE WS-CT-ID(WS-CT-IDX) TO HX-CUSTOMER-ID
               MOVE SPACES TO WS-HH-ID-WORK
               STRING "H" WS-CT-ID(WS-CT-HH-HEAD(WS-CT-IDX))
                   DELIMITED BY SIZE INTO WS-HH-ID-WORK
               END-STRING
               MOVE WS-HH-ID-WORK TO HX-HOUSEHOLD-ID
               MOVE WS-CT-HH-COUNT(WS-CT-HH-HEAD(WS-CT-IDX))
                 TO HX-HOUSEHOLD-SIZE
               MOVE WS-CT-DUP-SW(WS-CT-IDX) TO HX-DUP-SUSPECT-SW
               MOVE WS-CT-BEST-ID(WS-CT-IDX) TO HX-BEST-MATCH-ID
               MOVE WS-CT-BEST-SCORE(WS-CT-IDX) TO HX-BEST-SCORE
               WRITE HOUSEHOLD-XREF-RECORD
               ADD 1 TO WS-XREF-COUNT
               IF WS-CT-HH-HEAD(WS-CT-IDX) = WS-CT-IDX
                   ADD 1 TO WS-HOUSEHOLD-COUNT
                   IF WS-CT-HH-COUNT(WS-CT-IDX) > 1
                       ADD 1 TO WS-MULTI-HH-COUNT
                   END-IF
                   IF WS-CT-HH-COUNT(WS-CT-IDX) > WS-LARGEST-HH
                       MOVE WS-CT-HH-COUNT(WS-CT-IDX) TO WS-LARGEST-HH
                   END-IF
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           PERFORM 9100-WRITE-SUMMARY
           CLOSE CUST-FILE
           CLOSE DUP-RPT-FILE
           CLOSE XREF-FILE
           IF WS-CT-OVERFLOW > 0
               DISPLAY "CUSTDUP0008-W CUSTOMER TABLE FULL - "
                       WS-CT-OVERFLOW " RECORDS NOT EXAMINED"
           END-IF
           DISPLAY "CUSTDUP0099-I RECORDS READ        = " WS-IN-COUNT
           DISPLAY "CUSTDUP0099-I PAIRS SCORED        = "
                   WS-PAIRS-SCORED
           DISPLAY "CUSTDUP0099-I SUSPECTED DUPLICATES = "
                   WS-SUSPECT-COUNT
           DISPLAY "CUSTDUP0099-I HOUSEHOLDS          = "
                   WS-HOUSEHOLD-COUNT
           IF WS-SUSPECT-COUNT > 0 OR WS-BLOCKS-SKIPPED > 0
               OR WS-CT-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9100-WRITE-SUMMARY.
           IF WS-SUSPECT-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO PAIR REACHED THE THRESHOLD"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-IN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS READ .............. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CT-OVERFLOW TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NOT EXAMINED (TABLE FULL) . "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-PAIRS-SCORED TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CANDIDATE PAIRS SCORED .... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-SUSPECT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SUSPECTED DUPLICATES ...... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BLOCKS-SKIPPED TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "KEY GROUPS OVER MAXBLOCK .. "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-HOUSEHOLD-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HOUSEHOLDS ................ "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-MULTI-HH-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HOUSEHOLDS OF TWO OR MORE . "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-LARGEST-HH TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LARGEST HOUSEHOLD ......... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-XREF-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "XREF RECORDS WRITTEN ...... "
               WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
