      *****************************************************************
      * JOBSTRM - Nightly job-stream controller.                      *
      *                                                                *
      * Runs the night's programs - EBCCONV, CUSTDELT, CUSTMRG,       *
      * CUSTRPT, CUSTTRND, TRNCONV, TRNRECON and the rest - as steps  *
      * of one stream, in the order and under the conditions written  *
      * in a stream definition file, instead of as separate scheduler *
      * entries.  Each step CALLs its program with a PARM string the  *
      * same way EBCDRV calls its converters, so every program runs   *
      * here unchanged.                                               *
      *                                                                *
      * Stream definition file (comma separated; blank lines and      *
      * lines starting with '*' ignored):                             *
      *   SET,symbol,value                                            *
      *   GEN,symbol,base,generation,type                             *
      *   STEP,stepname,program,depends,condition,PARM                *
      * GEN        sets the symbol to the path of a cataloged         *
      *            generation (GENCAT): generation 0 is the latest    *
      *            generation of the base with a business date before *
      *            &BUSDATE, -1 the one before it; type defaults to   *
      *            DATA.  Needs CATALOG=.  A generation that is not   *
      *            cataloged, or was purged, is a definition error.   *
      * stepname   up to 8 characters, unique in the stream           *
      * program    the subprogram to CALL                             *
      * depends    steps that must have run first, '/' separated     *
      *            (e.g. CONVCUST/CONVTRN); blank for none.  A step   *
      *            may only depend on steps defined above it, and     *
      *            steps run in file order.                           *
      * condition  return-code tests that must all be true for the   *
      *            step to run, '/' separated.  Each test is          *
      *              step:op:rc   the named earlier step's RC         *
      *              op:rc        the RC of every dependency          *
      *            op is EQ, NE, LT, LE, GT or GE.  A step named in a *
      *            test must have run.  With no condition, every     *
      *            dependency must have ended with return code 0.    *
      * PARM       everything after the fifth comma, passed verbatim *
      *            (after symbol substitution) as the program's PARM *
      * A step whose dependencies did not run, or whose condition is *
      * false, is NOT RUN and its own dependents are not run either. *
      * Example:                                                      *
      *   SET,DATA,/data/nightly                                      *
      *   GEN,PREVFILE,CONVCUST,0                                     *
      *   STEP,CONVCUST,EBCCONV,,,INFILE=&DATA/cust.ebc,              *
      *        OUTFILE=&DATA/cust.&BUSDATE..dat   (one line)          *
      *   STEP,DELTA,CUSTDELT,CONVCUST,LE:4,OLDFILE=&PREVFILE,        *
      *        NEWFILE=&DATA/cust.&BUSDATE..dat   (one line)          *
      *   STEP,MERGE,CUSTMRG,DELTA,CONVCUST:LT:12/DELTA:EQ:0,...      *
      *   STEP,TREND,CUSTTRND,PORTRPT,LE:4,HISTFILE=...               *
      *                                                                *
      * Symbols: &name in a PARM is replaced by the symbol's value;  *
      * a period straight after the name ends it and is dropped, so  *
      * &BUSDATE..dat gives 20240131.dat; && gives a single &.       *
      * Symbols come from SET and GEN lines and from &name=value     *
      * PARM options, which take precedence.  Built in:              *
      *   &BUSDATE   business date (BUSDATE=, default today)         *
      *   &PREVDATE  the calendar day before the business date       *
      *   &PREVFILE  PREVFILE= (yesterday's converted customer file) *
      * Every PARM is resolved before the first step runs; an        *
      * unknown symbol, a bad definition line or a resolved PARM     *
      * longer than the program accepts (512 for EBCCONV and         *
      * TRNCONV, 200 for the others) stops the stream with return    *
      * code 16 and nothing run.                                     *
      *                                                                *
      * Restart: every step that runs is journaled with its return   *
      * code.  RESTART=stepname starts the stream at that step;      *
      * steps above it are bypassed and take their return codes from *
      * the journal, so the conditions of the restarted steps are    *
      * tested as on the original run.  A step above the restart     *
      * point that is not in the journal did not run, and counts as  *
      * NOT RUN; with no journal at all every step above it is taken *
      * as return code 0.                                            *
      *                                                                *
      * The stream summary lists every step with its status, return  *
      * code, start time, elapsed seconds, the reason a step was not *
      * run, and its resolved PARM.  The controller ends with the    *
      * highest return code any step produced.                       *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   STREAMFILE=path  stream definition file (required)         *
      *   BUSDATE=yyyymmdd business date; defaults to today          *
      *   PREVFILE=path    value of &PREVFILE                        *
      *   CATALOG=path     generation catalog for GEN lines          *
      *   &name=value      value of symbol &name                     *
      *   RESTART=step     restart the stream at the named step      *
      *   JRNFILE=path     step journal; defaults to STREAMFILE with *
      *                    .jrnl appended                            *
      *   SUMFILE=path     stream summary; defaults to STREAMFILE    *
      *                    with .runsum appended                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN DYNAMIC WS-STREAMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JRNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC WS-SUMFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT GENRES-FILE ASSIGN DYNAMIC WS-GENRESFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENRES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STRM-LINE                       PIC X(600).
       FD  JOURNAL-FILE.
       01  JRN-LINE.
           05  JRN-STEP                     PIC X(8).
           05  FILLER                       PIC X(4).
           05  JRN-RC                       PIC 9(3).
       FD  SUMMARY-FILE.
       01  SUM-LINE                        PIC X(132).
       FD  GENRES-FILE.
       01  GENRES-LINE                     PIC X(120).
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
       01  WS-STREAMFILE                   PIC X(80).
       01  WS-JRNFILE                      PIC X(80).
       01  WS-SUMFILE                      PIC X(80).
       01  WS-CATALOG                      PIC X(80).
       01  WS-GENRESFILE                   PIC X(80).
       01  WS-BUSDATE                      PIC X(8).
       01  WS-BUSDATE-NUM REDEFINES WS-BUSDATE
                                           PIC 9(8).
       01  WS-PREVDATE                     PIC 9(8).
       01  WS-RESTART-STEP                 PIC X(8).
       01  WS-CURRENT-DATETIME             PIC X(21).

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-STRM-STATUS                  PIC XX.
           88  WS-STRM-OK                  VALUE '00'.
       01  WS-JRN-STATUS                   PIC XX.
           88  WS-JRN-OK                   VALUE '00'.
       01  WS-SUM-STATUS                   PIC XX.
           88  WS-SUM-OK                   VALUE '00'.
       01  WS-GENRES-STATUS                PIC XX.
           88  WS-GENRES-OK                VALUE '00'.
       01  WS-EOF-SW                       PIC X VALUE 'N'.
           88  END-OF-STREAM               VALUE 'Y'.
       01  WS-JRN-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-JOURNAL              VALUE 'Y'.
       01  WS-DEF-ERROR-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(9) COMP VALUE 0.
       01  WS-RUN-COUNT                    PIC 9(9) COMP VALUE 0.
       01  WS-NOT-RUN-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-BYPASS-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-MAX-RC                       PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Current definition line
      *---------------------------------------------------------------
       01  WS-DEF-VERB                     PIC X(10).
       01  WS-DEF-NAME                     PIC X(20).
       01  WS-DEF-PROGRAM                  PIC X(20).
       01  WS-DEF-DEPENDS                  PIC X(60).
       01  WS-DEF-COND                     PIC X(60).
       01  WS-DEF-VALUE                    PIC X(100).
       01  WS-DEF-PTR                      PIC 9(4) COMP.
       01  WS-DEF-LIST-TABLE.
           05  WS-DEF-LIST                  OCCURS 5 TIMES
                                             PIC X(20).
       01  WS-DEF-LIST-IDX                 PIC 9(2) COMP.
       01  WS-TERM-A                       PIC X(10).
       01  WS-TERM-B                       PIC X(10).
       01  WS-TERM-C                       PIC X(10).
       01  WS-TERM-STEP                    PIC X(10).
       01  WS-TERM-OP                      PIC X(10).
       01  WS-TERM-RC                      PIC X(10).
       01  WS-GEN-BASE                     PIC X(20).
       01  WS-GEN-REF                      PIC X(20).
       01  WS-GEN-TYPE                     PIC X(20).
       01  WS-GEN-PARM                     PIC X(200).
       01  WS-GEN-RC                       PIC 9(3).

      *---------------------------------------------------------------
      * Stream steps, in definition order.  Dependencies and
      * condition tests hold the subscript of the step they name
      * (0 in a test means "every dependency").
      *---------------------------------------------------------------
       01  WS-STEP-TABLE.
           05  WS-STEP                      OCCURS 50 TIMES.
               10  WS-ST-NAME               PIC X(8).
               10  WS-ST-PROGRAM            PIC X(8).
               10  WS-ST-LINE               PIC 9(5) COMP.
               10  WS-ST-DEP-COUNT          PIC 9(2) COMP.
               10  WS-ST-DEP                OCCURS 5 TIMES
                                             PIC 9(3) COMP.
               10  WS-ST-COND-COUNT         PIC 9(2) COMP.
               10  WS-ST-COND               OCCURS 5 TIMES.
                   15  WS-ST-COND-STEP      PIC 9(3) COMP.
                   15  WS-ST-COND-OP        PIC X(2).
                   15  WS-ST-COND-RC        PIC 9(3).
               10  WS-ST-PARM               PIC X(512).
               10  WS-ST-PARM-LEN           PIC 9(4) COMP.
               10  WS-ST-STATE              PIC X.
                   88  ST-PENDING           VALUE ' '.
                   88  ST-RAN               VALUE 'R'.
                   88  ST-NOT-RUN           VALUE 'N'.
                   88  ST-BYPASSED          VALUE 'B'.
               10  WS-ST-RC                 PIC 9(3).
               10  WS-ST-START              PIC X(8).
               10  WS-ST-ELAPSED            PIC 9(7)V99.
               10  WS-ST-REASON             PIC X(50).
       01  WS-ST-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-ST-IDX                       PIC 9(3) COMP.
       01  WS-ST-SLOT                      PIC 9(3) COMP.
       01  WS-DEP-IDX                      PIC 9(2) COMP.
       01  WS-COND-IDX                     PIC 9(2) COMP.
       01  WS-LOOKUP-STEP                  PIC X(8).
       01  WS-RESTART-IDX                  PIC 9(3) COMP VALUE 0.
       01  WS-FIND-IDX                     PIC 9(3) COMP.
       01  WS-FIND-LIMIT                   PIC 9(3) COMP.

      *---------------------------------------------------------------
      * Symbols.  PARM-supplied and built-in symbols are marked so a
      * SET line cannot override them.
      *---------------------------------------------------------------
       01  WS-SYM-TABLE.
           05  WS-SYM                       OCCURS 40 TIMES.
               10  WS-SYM-NAME              PIC X(12).
               10  WS-SYM-VALUE             PIC X(100).
               10  WS-SYM-FIXED-SW          PIC X.
                   88  WS-SYM-FIXED         VALUE 'Y'.
       01  WS-SYM-USED                     PIC 9(3) COMP VALUE 0.
       01  WS-SYM-IDX                      PIC 9(3) COMP.
       01  WS-SYM-SLOT                     PIC 9(3) COMP.
       01  WS-NEW-SYM-NAME                 PIC X(12).
       01  WS-NEW-SYM-VALUE                PIC X(100).
       01  WS-NEW-SYM-FIXED                PIC X.

      *---------------------------------------------------------------
      * Symbol substitution work fields
      *---------------------------------------------------------------
       01  WS-SUBST-IN                     PIC X(512).
       01  WS-SUBST-OUT                    PIC X(512).
       01  WS-SUBST-IN-LEN                 PIC 9(4) COMP.
       01  WS-SUBST-OUT-LEN                PIC 9(4) COMP.
       01  WS-SUBST-POS                    PIC 9(4) COMP.
       01  WS-SUBST-CHAR                   PIC X.
       01  WS-SUBST-NAME                   PIC X(12).
       01  WS-SUBST-NAME-LEN               PIC 9(4) COMP.
       01  WS-SUBST-VAL-LEN                PIC 9(4) COMP.
       01  WS-SUBST-ERR-SW                 PIC X.
           88  SUBST-ERROR                 VALUE 'Y'.
       01  WS-NAME-CHAR-SW                 PIC X.
           88  IS-NAME-CHAR                VALUE 'Y'.
       01  WS-PARM-LIMIT                   PIC 9(4) COMP.

      *---------------------------------------------------------------
      * Restart journal, loaded on RESTART=.  The last entry for a
      * step wins, so a step rerun after a failure carries its
      * latest return code.
      *---------------------------------------------------------------
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY                 OCCURS 200 TIMES.
               10  WS-JRN-STEP              PIC X(8).
               10  WS-JRN-STEP-RC           PIC 9(3).
       01  WS-JRN-USED                     PIC 9(3) COMP VALUE 0.
       01  WS-JRN-IDX                      PIC 9(3) COMP.
       01  WS-JRN-LOADED-SW                PIC X VALUE 'N'.
           88  JOURNAL-LOADED              VALUE 'Y'.

      *---------------------------------------------------------------
      * Step execution
      *---------------------------------------------------------------
       01  WS-CALL-NAME                    PIC X(8).
       01  WS-SUB-PARM                     PIC X(512).
       01  WS-GATE-SW                      PIC X.
           88  GATE-OPEN                   VALUE 'Y'.
       01  WS-TEST-RC                      PIC 9(3).
       01  WS-TEST-SW                      PIC X.
           88  TEST-TRUE                   VALUE 'Y'.
       01  WS-TIME-START                   PIC X(21).
       01  WS-TIME-END                     PIC X(21).
       01  WS-HUNDREDTHS-START             PIC 9(11) COMP.
       01  WS-HUNDREDTHS-END               PIC 9(11) COMP.
       01  WS-TIME-WORK                    PIC X(21).
       01  WS-TIME-FIELDS REDEFINES WS-TIME-WORK.
           05  WS-TW-DATE                   PIC 9(8).
           05  WS-TW-HH                     PIC 99.
           05  WS-TW-MM                     PIC 99.
           05  WS-TW-SS                     PIC 99.
           05  WS-TW-CC                     PIC 99.
           05  FILLER                       PIC X(5).
       01  WS-TW-HUNDREDTHS                PIC 9(11) COMP.

      *---------------------------------------------------------------
      * Summary edits
      *---------------------------------------------------------------
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.
       01  WS-RC-EDIT                      PIC ZZ9.
       01  WS-COND-RC-EDIT                 PIC ZZ9.
       01  WS-ELAPSED-EDIT                 PIC ZZZZZZ9.99.
       01  WS-STATUS-TEXT                  PIC X(10).
       01  WS-LINE-EDIT                    PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RUN-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-USED
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           MOVE SPACES TO WS-BUSDATE WS-RESTART-STEP
           PERFORM 1100-PARSE-PARMS
           IF WS-JRNFILE = SPACES
               STRING FUNCTION TRIM(WS-STREAMFILE) ".jrnl"
                   DELIMITED BY SIZE INTO WS-JRNFILE
               END-STRING
           END-IF
           IF WS-SUMFILE = SPACES
               STRING FUNCTION TRIM(WS-STREAMFILE) ".runsum"
                   DELIMITED BY SIZE INTO WS-SUMFILE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-STREAMFILE) ".genres"
               DELIMITED BY SIZE INTO WS-GENRESFILE
           END-STRING
           PERFORM 1200-SET-DATES
           PERFORM 1300-LOAD-STREAM
           PERFORM 1500-RESOLVE-PARMS
           IF WS-RESTART-STEP NOT = SPACES
               MOVE WS-RESTART-STEP TO WS-LOOKUP-STEP
               MOVE WS-ST-USED TO WS-ST-SLOT
               PERFORM 2900-FIND-STEP
               IF WS-ST-SLOT = 0
                   DISPLAY "JOBSTRM0009-E RESTART STEP "
                           WS-RESTART-STEP " IS NOT IN THE STREAM"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               ELSE
                   MOVE WS-ST-SLOT TO WS-RESTART-IDX
               END-IF
           END-IF
           IF WS-DEF-ERROR-COUNT > 0
               DISPLAY "JOBSTRM0010-E " WS-DEF-ERROR-COUNT
                       " STREAM DEFINITION ERRORS - NO STEP RUN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RESTART-IDX > 0
               PERFORM 1700-LOAD-JOURNAL
           END-IF
           IF JOURNAL-LOADED
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF NOT WS-JRN-OK
               DISPLAY "JOBSTRM0003-E UNABLE TO OPEN JOURNAL FILE "
                       WS-JRNFILE " STATUS " WS-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "JOBSTRM0011-I STREAM " FUNCTION TRIM(WS-STREAMFILE)
                   " BUSINESS DATE " WS-BUSDATE
                   " - " WS-ST-USED " STEPS".

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
           EVALUATE TRUE
               WHEN WS-KEY = "STREAMFILE"
                   MOVE WS-VAL TO WS-STREAMFILE
               WHEN WS-KEY = "BUSDATE"
                   MOVE WS-VAL TO WS-BUSDATE
               WHEN WS-KEY = "PREVFILE"
                   MOVE "PREVFILE" TO WS-NEW-SYM-NAME
                   MOVE WS-VAL TO WS-NEW-SYM-VALUE
                   MOVE 'Y' TO WS-NEW-SYM-FIXED
                   PERFORM 1450-DEFINE-SYMBOL
               WHEN WS-KEY = "RESTART"
                   MOVE WS-VAL TO WS-RESTART-STEP
                   INSPECT WS-RESTART-STEP CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN WS-KEY = "JRNFILE"
                   MOVE WS-VAL TO WS-JRNFILE
               WHEN WS-KEY = "SUMFILE"
                   MOVE WS-VAL TO WS-SUMFILE
               WHEN WS-KEY = "CATALOG"
                   MOVE WS-VAL TO WS-CATALOG
               WHEN WS-KEY(1:1) = "&"
                   MOVE WS-KEY(2:) TO WS-NEW-SYM-NAME
                   MOVE WS-VAL TO WS-NEW-SYM-VALUE
                   MOVE 'Y' TO WS-NEW-SYM-FIXED
                   PERFORM 1450-DEFINE-SYMBOL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * &BUSDATE defaults to today; &PREVDATE is the day before it.
      *---------------------------------------------------------------
       1200-SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF WS-BUSDATE = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-BUSDATE
           END-IF
           IF WS-BUSDATE IS NOT NUMERIC
               DISPLAY "JOBSTRM0002-E BUSDATE " WS-BUSDATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSDATE-NUM) NOT = 0
               DISPLAY "JOBSTRM0002-E BUSDATE " WS-BUSDATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PREVDATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) - 1)
           MOVE "BUSDATE" TO WS-NEW-SYM-NAME
           MOVE WS-BUSDATE TO WS-NEW-SYM-VALUE
           MOVE 'Y' TO WS-NEW-SYM-FIXED
           PERFORM 1450-DEFINE-SYMBOL
           MOVE "PREVDATE" TO WS-NEW-SYM-NAME
           MOVE WS-PREVDATE TO WS-NEW-SYM-VALUE
           PERFORM 1450-DEFINE-SYMBOL.

       1300-LOAD-STREAM.
           OPEN INPUT STREAM-FILE
           IF NOT WS-STRM-OK
               DISPLAY "JOBSTRM0001-E UNABLE TO OPEN STREAM FILE "
                       WS-STREAMFILE " STATUS " WS-STRM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1350-READ-STREAM
           PERFORM UNTIL END-OF-STREAM
               IF STRM-LINE NOT = SPACES
                   AND STRM-LINE(1:1) NOT = "*"
                   PERFORM 1400-STORE-DEFINITION
               END-IF
               PERFORM 1350-READ-STREAM
           END-PERFORM
           CLOSE STREAM-FILE
           IF WS-ST-USED = 0
               DISPLAY "JOBSTRM0004-E NO STEPS DEFINED IN "
                       FUNCTION TRIM(WS-STREAMFILE)
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF.

       1350-READ-STREAM.
           READ STREAM-FILE
               AT END
                   SET END-OF-STREAM TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
           END-READ.

       1400-STORE-DEFINITION.
           MOVE SPACES TO WS-DEF-VERB WS-DEF-NAME WS-DEF-PROGRAM
                          WS-DEF-DEPENDS WS-DEF-COND
           MOVE 1 TO WS-DEF-PTR
           UNSTRING STRM-LINE DELIMITED BY ","
               INTO WS-DEF-VERB WS-DEF-NAME
               WITH POINTER WS-DEF-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DEF-VERB) TO WS-DEF-VERB
           MOVE FUNCTION TRIM(WS-DEF-NAME) TO WS-DEF-NAME
           INSPECT WS-DEF-VERB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-DEF-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-DEF-VERB
               WHEN "SET"
                   MOVE SPACES TO WS-DEF-VALUE
                   IF WS-DEF-PTR <= 600
                       MOVE STRM-LINE(WS-DEF-PTR:) TO WS-DEF-VALUE
                   END-IF
                   IF WS-DEF-NAME = SPACES
                       OR WS-DEF-NAME(13:1) NOT = SPACE
                       PERFORM 1490-REJECT-DEFINITION
                   ELSE
                       MOVE WS-DEF-NAME TO WS-NEW-SYM-NAME
                       MOVE FUNCTION TRIM(WS-DEF-VALUE)
                         TO WS-NEW-SYM-VALUE
                       MOVE 'N' TO WS-NEW-SYM-FIXED
                       PERFORM 1450-DEFINE-SYMBOL
                   END-IF
               WHEN "GEN"
                   PERFORM 1460-RESOLVE-GENERATION
               WHEN "STEP"
                   PERFORM 1410-STORE-STEP
               WHEN OTHER
                   PERFORM 1490-REJECT-DEFINITION
           END-EVALUATE.

       1410-STORE-STEP.
           UNSTRING STRM-LINE DELIMITED BY ","
               INTO WS-DEF-PROGRAM WS-DEF-DEPENDS WS-DEF-COND
               WITH POINTER WS-DEF-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DEF-PROGRAM) TO WS-DEF-PROGRAM
           INSPECT WS-DEF-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-DEF-NAME(1:8) TO WS-LOOKUP-STEP
           MOVE WS-ST-USED TO WS-ST-SLOT
           PERFORM 2900-FIND-STEP
           EVALUATE TRUE
               WHEN WS-DEF-NAME = SPACES
                   OR WS-DEF-NAME(9:1) NOT = SPACE
                   DISPLAY "JOBSTRM0005-E LINE " WS-LINE-COUNT
                           " STEP NAME MUST BE 1 TO 8 CHARACTERS"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-DEF-PROGRAM = SPACES
                   OR WS-DEF-PROGRAM(9:1) NOT = SPACE
                   DISPLAY "JOBSTRM0005-E LINE " WS-LINE-COUNT
                           " PROGRAM NAME MUST BE 1 TO 8 CHARACTERS"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-ST-SLOT > 0
                   DISPLAY "JOBSTRM0005-E LINE " WS-LINE-COUNT
                           " DUPLICATE STEP NAME "
                           FUNCTION TRIM(WS-DEF-NAME)
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-ST-USED >= 50
                   DISPLAY "JOBSTRM0005-E LINE " WS-LINE-COUNT
                           " MORE THAN 50 STEPS IN THE STREAM"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ST-USED
                   MOVE WS-DEF-NAME TO WS-ST-NAME(WS-ST-USED)
                   MOVE WS-DEF-PROGRAM TO WS-ST-PROGRAM(WS-ST-USED)
                   MOVE WS-LINE-COUNT TO WS-ST-LINE(WS-ST-USED)
                   MOVE SPACES TO WS-ST-PARM(WS-ST-USED)
                   IF WS-DEF-PTR <= 600
                       MOVE STRM-LINE(WS-DEF-PTR:)
                         TO WS-ST-PARM(WS-ST-USED)
                   END-IF
                   MOVE 0 TO WS-ST-PARM-LEN(WS-ST-USED)
                   MOVE SPACE TO WS-ST-STATE(WS-ST-USED)
                   MOVE 0 TO WS-ST-RC(WS-ST-USED)
                             WS-ST-ELAPSED(WS-ST-USED)
                   MOVE SPACES TO WS-ST-START(WS-ST-USED)
                                  WS-ST-REASON(WS-ST-USED)
                   PERFORM 1420-STORE-DEPENDS
                   PERFORM 1430-STORE-CONDITION
           END-EVALUATE.

      *---------------------------------------------------------------
      * Dependencies must name steps defined above, so file order is
      * always a valid run order.
      *---------------------------------------------------------------
       1420-STORE-DEPENDS.
           MOVE 0 TO WS-ST-DEP-COUNT(WS-ST-USED)
           MOVE SPACES TO WS-DEF-LIST-TABLE
           UNSTRING WS-DEF-DEPENDS DELIMITED BY "/"
               INTO WS-DEF-LIST(1) WS-DEF-LIST(2) WS-DEF-LIST(3)
                    WS-DEF-LIST(4) WS-DEF-LIST(5)
           END-UNSTRING
           PERFORM VARYING WS-DEF-LIST-IDX FROM 1 BY 1
                   UNTIL WS-DEF-LIST-IDX > 5
               MOVE FUNCTION TRIM(WS-DEF-LIST(WS-DEF-LIST-IDX))
                 TO WS-LOOKUP-STEP
               INSPECT WS-LOOKUP-STEP CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-LOOKUP-STEP NOT = SPACES
                   COMPUTE WS-ST-SLOT = WS-ST-USED - 1
                   PERFORM 2900-FIND-STEP
                   IF WS-ST-SLOT = 0
                       DISPLAY "JOBSTRM0006-E STEP "
                               WS-ST-NAME(WS-ST-USED)
                               " DEPENDS ON " WS-LOOKUP-STEP
                               " WHICH IS NOT DEFINED ABOVE IT"
                       ADD 1 TO WS-DEF-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-ST-DEP-COUNT(WS-ST-USED)
                       MOVE WS-ST-SLOT TO WS-ST-DEP(WS-ST-USED,
                           WS-ST-DEP-COUNT(WS-ST-USED))
                   END-IF
               END-IF
           END-PERFORM.

       1430-STORE-CONDITION.
           MOVE 0 TO WS-ST-COND-COUNT(WS-ST-USED)
           MOVE SPACES TO WS-DEF-LIST-TABLE
           UNSTRING WS-DEF-COND DELIMITED BY "/"
               INTO WS-DEF-LIST(1) WS-DEF-LIST(2) WS-DEF-LIST(3)
                    WS-DEF-LIST(4) WS-DEF-LIST(5)
           END-UNSTRING
           PERFORM VARYING WS-DEF-LIST-IDX FROM 1 BY 1
                   UNTIL WS-DEF-LIST-IDX > 5
               IF WS-DEF-LIST(WS-DEF-LIST-IDX) NOT = SPACES
                   PERFORM 1440-STORE-CONDITION-TERM
               END-IF
           END-PERFORM.

       1440-STORE-CONDITION-TERM.
           MOVE SPACES TO WS-TERM-A WS-TERM-B WS-TERM-C
           UNSTRING WS-DEF-LIST(WS-DEF-LIST-IDX) DELIMITED BY ":"
               INTO WS-TERM-A WS-TERM-B WS-TERM-C
           END-UNSTRING
           IF WS-TERM-C = SPACES
               MOVE SPACES TO WS-TERM-STEP
               MOVE WS-TERM-A TO WS-TERM-OP
               MOVE WS-TERM-B TO WS-TERM-RC
           ELSE
               MOVE WS-TERM-A TO WS-TERM-STEP
               MOVE WS-TERM-B TO WS-TERM-OP
               MOVE WS-TERM-C TO WS-TERM-RC
           END-IF
           MOVE FUNCTION TRIM(WS-TERM-STEP) TO WS-TERM-STEP
           MOVE FUNCTION TRIM(WS-TERM-OP) TO WS-TERM-OP
           INSPECT WS-TERM-STEP CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-TERM-OP CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-ST-SLOT
           IF WS-TERM-STEP NOT = SPACES
               MOVE WS-TERM-STEP TO WS-LOOKUP-STEP
               COMPUTE WS-ST-SLOT = WS-ST-USED - 1
               PERFORM 2900-FIND-STEP
           END-IF
           EVALUATE TRUE
               WHEN WS-TERM-OP NOT = "EQ" AND WS-TERM-OP NOT = "NE"
                AND WS-TERM-OP NOT = "LT" AND WS-TERM-OP NOT = "LE"
                AND WS-TERM-OP NOT = "GT" AND WS-TERM-OP NOT = "GE"
                   DISPLAY "JOBSTRM0007-E STEP "
                           WS-ST-NAME(WS-ST-USED)
                           " CONDITION "
                           FUNCTION TRIM(WS-DEF-LIST(WS-DEF-LIST-IDX))
                           " - OPERATOR MUST BE EQ NE LT LE GT GE"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN FUNCTION TEST-NUMVAL(WS-TERM-RC) NOT = 0
                   DISPLAY "JOBSTRM0007-E STEP "
                           WS-ST-NAME(WS-ST-USED)
                           " CONDITION "
                           FUNCTION TRIM(WS-DEF-LIST(WS-DEF-LIST-IDX))
                           " - RETURN CODE IS NOT NUMERIC"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-TERM-STEP NOT = SPACES AND WS-ST-SLOT = 0
                   DISPLAY "JOBSTRM0007-E STEP "
                           WS-ST-NAME(WS-ST-USED)
                           " CONDITION NAMES " WS-TERM-STEP
                           " WHICH IS NOT DEFINED ABOVE IT"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-TERM-STEP = SPACES
                    AND WS-ST-DEP-COUNT(WS-ST-USED) = 0
                   DISPLAY "JOBSTRM0007-E STEP "
                           WS-ST-NAME(WS-ST-USED)
                           " CONDITION "
                           FUNCTION TRIM(WS-DEF-LIST(WS-DEF-LIST-IDX))
                           " TESTS DEPENDENCIES BUT THERE ARE NONE"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ST-COND-COUNT(WS-ST-USED)
                   MOVE WS-ST-COND-COUNT(WS-ST-USED) TO WS-COND-IDX
                   MOVE WS-ST-SLOT
                     TO WS-ST-COND-STEP(WS-ST-USED, WS-COND-IDX)
                   MOVE WS-TERM-OP(1:2)
                     TO WS-ST-COND-OP(WS-ST-USED, WS-COND-IDX)
                   COMPUTE WS-ST-COND-RC(WS-ST-USED, WS-COND-IDX) =
                       FUNCTION NUMVAL(WS-TERM-RC)
           END-EVALUATE.

      *---------------------------------------------------------------
      * Adds or replaces WS-NEW-SYM-NAME.  A fixed symbol (PARM or
      * built-in) is never replaced by a SET line.
      *---------------------------------------------------------------
       1450-DEFINE-SYMBOL.
           INSPECT WS-NEW-SYM-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-SYM-SLOT
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                   UNTIL WS-SYM-IDX > WS-SYM-USED OR WS-SYM-SLOT > 0
               IF WS-SYM-NAME(WS-SYM-IDX) = WS-NEW-SYM-NAME
                   MOVE WS-SYM-IDX TO WS-SYM-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SYM-SLOT > 0
                   IF WS-NEW-SYM-FIXED = 'Y'
                       OR NOT WS-SYM-FIXED(WS-SYM-SLOT)
                       MOVE WS-NEW-SYM-VALUE
                         TO WS-SYM-VALUE(WS-SYM-SLOT)
                       MOVE WS-NEW-SYM-FIXED
                         TO WS-SYM-FIXED-SW(WS-SYM-SLOT)
                   END-IF
               WHEN WS-SYM-USED >= 40
                   DISPLAY "JOBSTRM0008-E SYMBOL TABLE FULL AT &"
                           WS-NEW-SYM-NAME
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SYM-USED
                   MOVE WS-NEW-SYM-NAME TO WS-SYM-NAME(WS-SYM-USED)
                   MOVE WS-NEW-SYM-VALUE TO WS-SYM-VALUE(WS-SYM-USED)
                   MOVE WS-NEW-SYM-FIXED
                     TO WS-SYM-FIXED-SW(WS-SYM-USED)
           END-EVALUATE.

      *---------------------------------------------------------------
      * GEN line: GENCAT resolves the reference into the work file
      * STREAMFILE.genres and the path read back becomes the symbol's
      * value.  Resolving against generations dated before &BUSDATE
      * keeps the answer the same on a restart after tonight's
      * generation has been registered.
      *---------------------------------------------------------------
       1460-RESOLVE-GENERATION.
           MOVE SPACES TO WS-GEN-BASE WS-GEN-REF WS-GEN-TYPE
           UNSTRING STRM-LINE DELIMITED BY ","
               INTO WS-GEN-BASE WS-GEN-REF WS-GEN-TYPE
               WITH POINTER WS-DEF-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-GEN-BASE) TO WS-GEN-BASE
           MOVE FUNCTION TRIM(WS-GEN-REF) TO WS-GEN-REF
           MOVE FUNCTION TRIM(WS-GEN-TYPE) TO WS-GEN-TYPE
           IF WS-GEN-TYPE = SPACES
               MOVE "DATA" TO WS-GEN-TYPE
           END-IF
           EVALUATE TRUE
               WHEN WS-DEF-NAME = SPACES
                   OR WS-DEF-NAME(13:1) NOT = SPACE
                   OR WS-GEN-BASE = SPACES
                   PERFORM 1490-REJECT-DEFINITION
               WHEN WS-CATALOG = SPACES
                   DISPLAY "JOBSTRM0020-E LINE " WS-LINE-COUNT
                           " GEN LINE NEEDS CATALOG= IN THE PARM"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   IF WS-GEN-REF = SPACES
                       MOVE "0" TO WS-GEN-REF
                   END-IF
                   MOVE SPACES TO WS-GEN-PARM
                   STRING "FUNC=RESOLVE,CATALOG="
                          FUNCTION TRIM(WS-CATALOG)
                          ",BASE=" FUNCTION TRIM(WS-GEN-BASE)
                          ",GEN=" FUNCTION TRIM(WS-GEN-REF)
                          ",TYPE=" FUNCTION TRIM(WS-GEN-TYPE)
                          ",BEFORE=" WS-BUSDATE
                          ",RESFILE=" FUNCTION TRIM(WS-GENRESFILE)
                       DELIMITED BY SIZE INTO WS-GEN-PARM
                   END-STRING
                   CALL "GENCAT" USING WS-GEN-PARM
                       ON EXCEPTION
                           MOVE 16 TO WS-GEN-RC
                       NOT ON EXCEPTION
                           MOVE RETURN-CODE TO WS-GEN-RC
                           CANCEL "GENCAT"
                   END-CALL
                   MOVE 0 TO RETURN-CODE
                   MOVE SPACES TO GENRES-LINE
                   IF WS-GEN-RC = 0
                       OPEN INPUT GENRES-FILE
                       IF WS-GENRES-OK
                           READ GENRES-FILE
                               AT END
                                   MOVE SPACES TO GENRES-LINE
                           END-READ
                           CLOSE GENRES-FILE
                       END-IF
                   END-IF
                   IF GENRES-LINE = SPACES
                       MOVE WS-GEN-RC TO WS-RC-EDIT
                       DISPLAY "JOBSTRM0020-E LINE " WS-LINE-COUNT
                               " &" FUNCTION TRIM(WS-DEF-NAME)
                               " - GENERATION "
                               FUNCTION TRIM(WS-GEN-REF) " OF "
                               FUNCTION TRIM(WS-GEN-BASE) " "
                               FUNCTION TRIM(WS-GEN-TYPE)
                               " NOT RESOLVED, GENCAT RC "
                               FUNCTION TRIM(WS-RC-EDIT)
                       ADD 1 TO WS-DEF-ERROR-COUNT
                   ELSE
                       MOVE WS-DEF-NAME TO WS-NEW-SYM-NAME
                       MOVE GENRES-LINE TO WS-NEW-SYM-VALUE
                       MOVE 'N' TO WS-NEW-SYM-FIXED
                       PERFORM 1450-DEFINE-SYMBOL
                   END-IF
           END-EVALUATE.

       1490-REJECT-DEFINITION.
           DISPLAY "JOBSTRM0005-E LINE " WS-LINE-COUNT
                   " NOT A VALID SET, GEN OR STEP LINE: "
                   STRM-LINE(1:50)
           ADD 1 TO WS-DEF-ERROR-COUNT.

      *---------------------------------------------------------------
      * Substitutes every step's PARM once all SET lines are in, and
      * checks the result fits the program's PARM area.
      *---------------------------------------------------------------
       1500-RESOLVE-PARMS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-USED
               MOVE WS-ST-PARM(WS-ST-IDX) TO WS-SUBST-IN
               PERFORM 1600-SUBSTITUTE
               MOVE WS-SUBST-OUT TO WS-ST-PARM(WS-ST-IDX)
               MOVE WS-SUBST-OUT-LEN TO WS-ST-PARM-LEN(WS-ST-IDX)
               IF WS-ST-PROGRAM(WS-ST-IDX) = "EBCCONV"
                   OR WS-ST-PROGRAM(WS-ST-IDX) = "TRNCONV"
                   MOVE 512 TO WS-PARM-LIMIT
               ELSE
                   MOVE 200 TO WS-PARM-LIMIT
               END-IF
               IF WS-SUBST-OUT-LEN > WS-PARM-LIMIT
                   DISPLAY "JOBSTRM0012-E STEP " WS-ST-NAME(WS-ST-IDX)
                           " RESOLVED PARM IS " WS-SUBST-OUT-LEN
                           " CHARACTERS - "
                           FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX))
                           " ACCEPTS " WS-PARM-LIMIT
                   ADD 1 TO WS-DEF-ERROR-COUNT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * WS-SUBST-IN -> WS-SUBST-OUT with each &name replaced.  A name
      * is letters and digits; one period straight after it is
      * dropped; && is a literal &.
      *---------------------------------------------------------------
       1600-SUBSTITUTE.
           MOVE SPACES TO WS-SUBST-OUT
           MOVE 0 TO WS-SUBST-OUT-LEN
           MOVE 'N' TO WS-SUBST-ERR-SW
           MOVE 512 TO WS-SUBST-IN-LEN
           PERFORM UNTIL WS-SUBST-IN-LEN = 0
                   OR WS-SUBST-IN(WS-SUBST-IN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUBST-IN-LEN
           END-PERFORM
           MOVE 1 TO WS-SUBST-POS
           PERFORM UNTIL WS-SUBST-POS > WS-SUBST-IN-LEN
               MOVE WS-SUBST-IN(WS-SUBST-POS:1) TO WS-SUBST-CHAR
               ADD 1 TO WS-SUBST-POS
               IF WS-SUBST-CHAR NOT = "&"
                   PERFORM 1690-APPEND-CHAR
               ELSE
                   IF WS-SUBST-POS <= WS-SUBST-IN-LEN
                       AND WS-SUBST-IN(WS-SUBST-POS:1) = "&"
                       ADD 1 TO WS-SUBST-POS
                       PERFORM 1690-APPEND-CHAR
                   ELSE
                       PERFORM 1650-REPLACE-SYMBOL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUBST-OUT-LEN > 512
               MOVE 513 TO WS-SUBST-OUT-LEN
           END-IF.

       1650-REPLACE-SYMBOL.
           MOVE SPACES TO WS-SUBST-NAME
           MOVE 0 TO WS-SUBST-NAME-LEN
           SET IS-NAME-CHAR TO TRUE
           PERFORM UNTIL WS-SUBST-POS > WS-SUBST-IN-LEN
                   OR NOT IS-NAME-CHAR
               MOVE WS-SUBST-IN(WS-SUBST-POS:1) TO WS-SUBST-CHAR
               INSPECT WS-SUBST-CHAR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF (WS-SUBST-CHAR >= "A" AND WS-SUBST-CHAR <= "Z")
                   OR (WS-SUBST-CHAR >= "0" AND WS-SUBST-CHAR <= "9")
                   ADD 1 TO WS-SUBST-NAME-LEN
                   IF WS-SUBST-NAME-LEN <= 12
                       MOVE WS-SUBST-CHAR
                         TO WS-SUBST-NAME(WS-SUBST-NAME-LEN:1)
                   END-IF
                   ADD 1 TO WS-SUBST-POS
               ELSE
                   MOVE 'N' TO WS-NAME-CHAR-SW
               END-IF
           END-PERFORM
           IF WS-SUBST-POS <= WS-SUBST-IN-LEN
               AND WS-SUBST-IN(WS-SUBST-POS:1) = "."
               ADD 1 TO WS-SUBST-POS
           END-IF
           MOVE 0 TO WS-SYM-SLOT
           IF WS-SUBST-NAME-LEN > 0 AND WS-SUBST-NAME-LEN <= 12
               PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                       UNTIL WS-SYM-IDX > WS-SYM-USED
                          OR WS-SYM-SLOT > 0
                   IF WS-SYM-NAME(WS-SYM-IDX) = WS-SUBST-NAME
                       MOVE WS-SYM-IDX TO WS-SYM-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SYM-SLOT = 0
               DISPLAY "JOBSTRM0013-E STEP " WS-ST-NAME(WS-ST-IDX)
                       " USES UNDEFINED SYMBOL &"
                       FUNCTION TRIM(WS-SUBST-NAME)
               SET SUBST-ERROR TO TRUE
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE
               MOVE 100 TO WS-SUBST-VAL-LEN
               PERFORM UNTIL WS-SUBST-VAL-LEN = 0
                   OR WS-SYM-VALUE(WS-SYM-SLOT)
                          (WS-SUBST-VAL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-SUBST-VAL-LEN
               END-PERFORM
               PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                       UNTIL WS-SYM-IDX > WS-SUBST-VAL-LEN
                   MOVE WS-SYM-VALUE(WS-SYM-SLOT)(WS-SYM-IDX:1)
                     TO WS-SUBST-CHAR
                   PERFORM 1690-APPEND-CHAR
               END-PERFORM
           END-IF.

       1690-APPEND-CHAR.
           ADD 1 TO WS-SUBST-OUT-LEN
           IF WS-SUBST-OUT-LEN <= 512
               MOVE WS-SUBST-CHAR TO WS-SUBST-OUT(WS-SUBST-OUT-LEN:1)
           END-IF.

       1700-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JRN-OK
               DISPLAY "JOBSTRM0014-W NO JOURNAL FOUND - STEPS ABOVE "
                       WS-RESTART-STEP " TAKEN AS RETURN CODE 0"
           ELSE
               SET JOURNAL-LOADED TO TRUE
               PERFORM 1750-READ-JOURNAL
               PERFORM UNTIL END-OF-JOURNAL
                   MOVE JRN-STEP TO WS-LOOKUP-STEP
                   PERFORM 2950-FIND-JOURNAL
                   IF WS-JRN-IDX = 0 AND WS-JRN-USED < 200
                       ADD 1 TO WS-JRN-USED
                       MOVE WS-JRN-USED TO WS-JRN-IDX
                       MOVE JRN-STEP TO WS-JRN-STEP(WS-JRN-IDX)
                   END-IF
                   IF WS-JRN-IDX > 0
                       MOVE JRN-RC TO WS-JRN-STEP-RC(WS-JRN-IDX)
                   END-IF
                   PERFORM 1750-READ-JOURNAL
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       1750-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * One step: bypass it on a restart, otherwise test its
      * dependencies and condition and CALL it when they pass.
      *---------------------------------------------------------------
       2000-RUN-STEP.
           IF WS-ST-IDX < WS-RESTART-IDX
               PERFORM 2100-BYPASS-STEP
           ELSE
               PERFORM 2200-TEST-GATE
               IF GATE-OPEN
                   PERFORM 2300-CALL-STEP
               ELSE
                   SET ST-NOT-RUN(WS-ST-IDX) TO TRUE
                   ADD 1 TO WS-NOT-RUN-COUNT
                   DISPLAY "JOBSTRM0015-I STEP " WS-ST-NAME(WS-ST-IDX)
                           " NOT RUN - " WS-ST-REASON(WS-ST-IDX)
               END-IF
           END-IF.

       2100-BYPASS-STEP.
           ADD 1 TO WS-BYPASS-COUNT
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-LOOKUP-STEP
           PERFORM 2950-FIND-JOURNAL
           EVALUATE TRUE
               WHEN WS-JRN-IDX > 0
                   SET ST-BYPASSED(WS-ST-IDX) TO TRUE
                   MOVE WS-JRN-STEP-RC(WS-JRN-IDX)
                     TO WS-ST-RC(WS-ST-IDX)
                   MOVE "RESTART - RC FROM JOURNAL"
                     TO WS-ST-REASON(WS-ST-IDX)
               WHEN JOURNAL-LOADED
                   SET ST-NOT-RUN(WS-ST-IDX) TO TRUE
                   MOVE "RESTART - DID NOT RUN BEFORE THE RESTART"
                     TO WS-ST-REASON(WS-ST-IDX)
               WHEN OTHER
                   SET ST-BYPASSED(WS-ST-IDX) TO TRUE
                   MOVE 0 TO WS-ST-RC(WS-ST-IDX)
                   MOVE "RESTART - NO JOURNAL, RC TAKEN AS 0"
                     TO WS-ST-REASON(WS-ST-IDX)
           END-EVALUATE
           IF WS-ST-RC(WS-ST-IDX) > WS-MAX-RC
               MOVE WS-ST-RC(WS-ST-IDX) TO WS-MAX-RC
           END-IF.

      *---------------------------------------------------------------
      * Every dependency must have run (or been bypassed on restart);
      * then the condition tests apply, or RC 0 from each dependency
      * when the step has none.  The first failing test is the
      * reason given.
      *---------------------------------------------------------------
       2200-TEST-GATE.
           SET GATE-OPEN TO TRUE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-ST-DEP-COUNT(WS-ST-IDX)
                      OR NOT GATE-OPEN
               MOVE WS-ST-DEP(WS-ST-IDX, WS-DEP-IDX) TO WS-ST-SLOT
               IF NOT ST-RAN(WS-ST-SLOT)
                   AND NOT ST-BYPASSED(WS-ST-SLOT)
                   MOVE 'N' TO WS-GATE-SW
                   MOVE SPACES TO WS-ST-REASON(WS-ST-IDX)
                   STRING "DEPENDENCY "
                          FUNCTION TRIM(WS-ST-NAME(WS-ST-SLOT))
                          " DID NOT RUN"
                       DELIMITED BY SIZE
                       INTO WS-ST-REASON(WS-ST-IDX)
                   END-STRING
               END-IF
           END-PERFORM
           IF GATE-OPEN
               IF WS-ST-COND-COUNT(WS-ST-IDX) = 0
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                           UNTIL WS-DEP-IDX > WS-ST-DEP-COUNT(WS-ST-IDX)
                              OR NOT GATE-OPEN
                       MOVE WS-ST-DEP(WS-ST-IDX, WS-DEP-IDX)
                         TO WS-ST-SLOT
                       IF WS-ST-RC(WS-ST-SLOT) NOT = 0
                           MOVE 'N' TO WS-GATE-SW
                           MOVE WS-ST-RC(WS-ST-SLOT) TO WS-RC-EDIT
                           MOVE SPACES TO WS-ST-REASON(WS-ST-IDX)
                           STRING FUNCTION TRIM(WS-ST-NAME(WS-ST-SLOT))
                                  " ENDED RC "
                                  FUNCTION TRIM(WS-RC-EDIT)
                               DELIMITED BY SIZE
                               INTO WS-ST-REASON(WS-ST-IDX)
                           END-STRING
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                           UNTIL WS-COND-IDX >
                                 WS-ST-COND-COUNT(WS-ST-IDX)
                              OR NOT GATE-OPEN
                       PERFORM 2250-TEST-CONDITION-TERM
                   END-PERFORM
               END-IF
           END-IF.

       2250-TEST-CONDITION-TERM.
           IF WS-ST-COND-STEP(WS-ST-IDX, WS-COND-IDX) > 0
               MOVE WS-ST-COND-STEP(WS-ST-IDX, WS-COND-IDX)
                 TO WS-ST-SLOT
               PERFORM 2270-TEST-ONE-STEP
           ELSE
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-ST-DEP-COUNT(WS-ST-IDX)
                          OR NOT GATE-OPEN
                   MOVE WS-ST-DEP(WS-ST-IDX, WS-DEP-IDX)
                     TO WS-ST-SLOT
                   PERFORM 2270-TEST-ONE-STEP
               END-PERFORM
           END-IF.

       2270-TEST-ONE-STEP.
           IF NOT ST-RAN(WS-ST-SLOT) AND NOT ST-BYPASSED(WS-ST-SLOT)
               MOVE 'N' TO WS-GATE-SW
               MOVE SPACES TO WS-ST-REASON(WS-ST-IDX)
               STRING FUNCTION TRIM(WS-ST-NAME(WS-ST-SLOT))
                      " DID NOT RUN"
                   DELIMITED BY SIZE INTO WS-ST-REASON(WS-ST-IDX)
               END-STRING
           ELSE
               MOVE WS-ST-RC(WS-ST-SLOT) TO WS-TEST-RC
               MOVE 'N' TO WS-TEST-SW
               EVALUATE WS-ST-COND-OP(WS-ST-IDX, WS-COND-IDX)
                   WHEN "EQ"
                       IF WS-TEST-RC = WS-ST-COND-RC(WS-ST-IDX,
                                                      WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
                   WHEN "NE"
                       IF WS-TEST-RC NOT = WS-ST-COND-RC(WS-ST-IDX,
                                                          WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
                   WHEN "LT"
                       IF WS-TEST-RC < WS-ST-COND-RC(WS-ST-IDX,
                                                      WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
                   WHEN "LE"
                       IF WS-TEST-RC <= WS-ST-COND-RC(WS-ST-IDX,
                                                       WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
                   WHEN "GT"
                       IF WS-TEST-RC > WS-ST-COND-RC(WS-ST-IDX,
                                                      WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
                   WHEN "GE"
                       IF WS-TEST-RC >= WS-ST-COND-RC(WS-ST-IDX,
                                                       WS-COND-IDX)
                           SET TEST-TRUE TO TRUE
                       END-IF
               END-EVALUATE
               IF NOT TEST-TRUE
                   MOVE 'N' TO WS-GATE-SW
                   MOVE WS-TEST-RC TO WS-RC-EDIT
                   MOVE WS-ST-COND-RC(WS-ST-IDX, WS-COND-IDX)
                     TO WS-COND-RC-EDIT
                   MOVE SPACES TO WS-ST-REASON(WS-ST-IDX)
                   STRING FUNCTION TRIM(WS-ST-NAME(WS-ST-SLOT))
                          " ENDED RC "
                          FUNCTION TRIM(WS-RC-EDIT) " - NOT "
                          WS-ST-COND-OP(WS-ST-IDX, WS-COND-IDX) " "
                          FUNCTION TRIM(WS-COND-RC-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-ST-REASON(WS-ST-IDX)
                   END-STRING
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * CALLs the step's program with its resolved PARM, times it and
      * journals its return code.  A program that cannot be loaded
      * ends the step with return code 16.
      *---------------------------------------------------------------
       2300-CALL-STEP.
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-CALL-NAME
           MOVE WS-ST-PARM(WS-ST-IDX) TO WS-SUB-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-START
           MOVE WS-TIME-START(9:2) TO WS-ST-START(WS-ST-IDX)(1:2)
           MOVE ":" TO WS-ST-START(WS-ST-IDX)(3:1)
           MOVE WS-TIME-START(11:2) TO WS-ST-START(WS-ST-IDX)(4:2)
           MOVE ":" TO WS-ST-START(WS-ST-IDX)(6:1)
           MOVE WS-TIME-START(13:2) TO WS-ST-START(WS-ST-IDX)(7:2)
           DISPLAY "JOBSTRM0016-I STEP " WS-ST-NAME(WS-ST-IDX)
                   " CALLING " WS-CALL-NAME
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-NAME USING WS-SUB-PARM
               ON EXCEPTION
                   DISPLAY "JOBSTRM0017-E STEP " WS-ST-NAME(WS-ST-IDX)
                           " PROGRAM " WS-CALL-NAME
                           " COULD NOT BE LOADED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "PROGRAM COULD NOT BE LOADED"
                     TO WS-ST-REASON(WS-ST-IDX)
               NOT ON EXCEPTION
                   CANCEL WS-CALL-NAME
           END-CALL
           MOVE RETURN-CODE TO WS-ST-RC(WS-ST-IDX)
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-END
           MOVE WS-TIME-START TO WS-TIME-WORK
           PERFORM 2350-TIME-TO-HUNDREDTHS
           MOVE WS-TW-HUNDREDTHS TO WS-HUNDREDTHS-START
           MOVE WS-TIME-END TO WS-TIME-WORK
           PERFORM 2350-TIME-TO-HUNDREDTHS
           MOVE WS-TW-HUNDREDTHS TO WS-HUNDREDTHS-END
           COMPUTE WS-ST-ELAPSED(WS-ST-IDX) =
               (WS-HUNDREDTHS-END - WS-HUNDREDTHS-START) / 100
           SET ST-RAN(WS-ST-IDX) TO TRUE
           ADD 1 TO WS-RUN-COUNT
           IF WS-ST-RC(WS-ST-IDX) > WS-MAX-RC
               MOVE WS-ST-RC(WS-ST-IDX) TO WS-MAX-RC
           END-IF
           MOVE SPACES TO JRN-LINE
           MOVE WS-ST-NAME(WS-ST-IDX) TO JRN-STEP
           MOVE " RC=" TO JRN-LINE(9:4)
           MOVE WS-ST-RC(WS-ST-IDX) TO JRN-RC
           WRITE JRN-LINE
           DISPLAY "JOBSTRM0018-I STEP " WS-ST-NAME(WS-ST-IDX)
                   " ENDED RC " WS-ST-RC(WS-ST-IDX).

       2350-TIME-TO-HUNDREDTHS.
           COMPUTE WS-TW-HUNDREDTHS =
               FUNCTION INTEGER-OF-DATE(WS-TW-DATE) * 8640000
               + WS-TW-HH * 360000 + WS-TW-MM * 6000
               + WS-TW-SS * 100 + WS-TW-CC.

      *---------------------------------------------------------------
      * WS-ST-SLOT in: search steps 1 thru WS-ST-SLOT for
      * WS-LOOKUP-STEP.  WS-ST-SLOT out: its subscript, 0 if absent.
      *---------------------------------------------------------------
       2900-FIND-STEP.
           MOVE WS-ST-SLOT TO WS-FIND-LIMIT
           MOVE 0 TO WS-ST-SLOT
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-FIND-LIMIT OR WS-ST-SLOT > 0
               IF WS-ST-NAME(WS-FIND-IDX) = WS-LOOKUP-STEP
                   MOVE WS-FIND-IDX TO WS-ST-SLOT
               END-IF
           END-PERFORM.

       2950-FIND-JOURNAL.
           MOVE 0 TO WS-JRN-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-JRN-USED OR WS-JRN-IDX > 0
               IF WS-JRN-STEP(WS-FIND-IDX) = WS-LOOKUP-STEP
                   MOVE WS-FIND-IDX TO WS-JRN-IDX
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           CLOSE JOURNAL-FILE
           PERFORM 9100-WRITE-STREAM-SUMMARY
           DISPLAY "JOBSTRM0099-I STEPS DEFINED     = " WS-ST-USED
           DISPLAY "JOBSTRM0099-I STEPS RUN         = " WS-RUN-COUNT
           DISPLAY "JOBSTRM0099-I STEPS NOT RUN     = "
                   WS-NOT-RUN-COUNT
           DISPLAY "JOBSTRM0099-I STEPS BYPASSED    = "
                   WS-BYPASS-COUNT
           DISPLAY "JOBSTRM0099-I HIGHEST RC        = " WS-MAX-RC
           MOVE WS-MAX-RC TO RETURN-CODE.

       9100-WRITE-STREAM-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           IF NOT WS-SUM-OK
               DISPLAY "JOBSTRM0019-W UNABLE TO OPEN SUMMARY FILE "
                       WS-SUMFILE " STATUS " WS-SUM-STATUS
           ELSE
               MOVE SPACES TO SUM-LINE
               STRING "JOBSTRM STREAM SUMMARY   "
                      FUNCTION TRIM(WS-STREAMFILE)
                      "   BUSINESS DATE " WS-BUSDATE
                   DELIMITED BY SIZE INTO SUM-LINE
               END-STRING
               WRITE SUM-LINE
               IF WS-RESTART-IDX > 0
                   MOVE SPACES TO SUM-LINE
                   STRING "RESTARTED AT STEP " WS-RESTART-STEP
                       DELIMITED BY SIZE INTO SUM-LINE
                   END-STRING
                   WRITE SUM-LINE
               END-IF
               MOVE SPACES TO SUM-LINE
               WRITE SUM-LINE
               MOVE SPACES TO SUM-LINE
               MOVE "STEP     PROGRAM  STATUS     RC   START"
                 TO SUM-LINE(1:39)
               MOVE "ELAPSED SEC  REASON" TO SUM-LINE(49:19)
               WRITE SUM-LINE
               MOVE SPACES TO SUM-LINE
               MOVE ALL "-" TO SUM-LINE(1:110)
               WRITE SUM-LINE
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-USED
                   PERFORM 9150-WRITE-STEP-LINE
               END-PERFORM
               MOVE SPACES TO SUM-LINE
               WRITE SUM-LINE
               MOVE WS-RUN-COUNT TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO SUM-LINE
               STRING "STEPS RUN ................. "
                   WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO SUM-LINE
               END-STRING
               WRITE SUM-LINE
               MOVE WS-NOT-RUN-COUNT TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO SUM-LINE
               STRING "STEPS NOT RUN ............. "
                   WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO SUM-LINE
               END-STRING
               WRITE SUM-LINE
               MOVE WS-BYPASS-COUNT TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO SUM-LINE
               STRING "STEPS BYPASSED ON RESTART . "
                   WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO SUM-LINE
               END-STRING
               WRITE SUM-LINE
               MOVE WS-MAX-RC TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO SUM-LINE
               STRING "HIGHEST RETURN CODE ....... "
                   WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO SUM-LINE
               END-STRING
               WRITE SUM-LINE
               CLOSE SUMMARY-FILE
           END-IF.

       9150-WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN ST-BYPASSED(WS-ST-IDX)
                   MOVE "BYPASSED" TO WS-STATUS-TEXT
               WHEN ST-NOT-RUN(WS-ST-IDX)
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
               WHEN WS-ST-RC(WS-ST-IDX) = 0
                   MOVE "OK" TO WS-STATUS-TEXT
               WHEN WS-ST-RC(WS-ST-IDX) < 8
                   MOVE "WARNING" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "FAILED" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO SUM-LINE
           MOVE WS-ST-NAME(WS-ST-IDX) TO SUM-LINE(1:8)
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO SUM-LINE(10:8)
           MOVE WS-STATUS-TEXT TO SUM-LINE(19:10)
           IF NOT ST-NOT-RUN(WS-ST-IDX)
               MOVE WS-ST-RC(WS-ST-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO SUM-LINE(29:3)
           END-IF
           IF ST-RAN(WS-ST-IDX)
               MOVE WS-ST-START(WS-ST-IDX) TO SUM-LINE(35:8)
               MOVE WS-ST-ELAPSED(WS-ST-IDX) TO WS-ELAPSED-EDIT
               MOVE WS-ELAPSED-EDIT TO SUM-LINE(50:10)
           END-IF
           MOVE WS-ST-REASON(WS-ST-IDX) TO SUM-LINE(62:50)
           WRITE SUM-LINE
           MOVE SPACES TO SUM-LINE
           MOVE "PARM:" TO SUM-LINE(10:5)
           MOVE WS-ST-PARM(WS-ST-IDX) TO SUM-LINE(16:117)
           WRITE SUM-LINE.
