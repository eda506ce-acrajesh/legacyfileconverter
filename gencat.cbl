      *****************************************************************
      * GENCAT - Generation catalog for the nightly output sets.      *
      * Each night's OUTFILE and the side files the conversion        *
      * programs leave beside it (.ctlrpt, .ckpt, .fltexc, .dtexc,    *
      * .quar, .delta, .portrpt ...) are cataloged together as one    *
      * numbered generation of a base name, keyed by business date    *
      * and the header EXTRACT-DATE.  Record layout: gencat.cpy.      *
      *                                                                *
      * FUNC=REGISTER  catalogs FILE as the next generation of BASE.  *
      *   Every side file FILE.suffix that exists is cataloged under  *
      *   the same generation with the suffix (upper case) as its     *
      *   file type; the data file itself is type DATA.  The extract  *
      *   date is EXTRACTDATE= or, when not given, the EXTRACT DATE   *
      *   line of FILE.ctlrpt (EBCCONV).  A second generation for an  *
      *   extract date or business date already cataloged for the     *
      *   base - purged generations included - is refused, as is a    *
      *   business date earlier than the latest generation's.  When   *
      *   RETFILE= is given the base is then purged as below.         *
      * FUNC=RESOLVE   turns a generation reference into a path.      *
      *   GEN=0 is the latest generation, -1 the one before it and    *
      *   so on; a positive GEN is an absolute generation number.     *
      *   BEFORE=yyyymmdd counts only generations with an earlier     *
      *   business date, so a stream resolving GEN=0 for last night's *
      *   file gets the same answer after tonight's is registered.    *
      *   The path is displayed and written to RESFILE= when given.   *
      * FUNC=PURGE     applies the retention file to BASE (every base *
      *   when BASE= is omitted): cataloged files older than the      *
      *   number of generations kept for their type are deleted and   *
      *   marked purged.  TEST=Y reports what would be deleted        *
      *   without deleting anything or updating the catalog.          *
      *                                                                *
      * Retention file (comma separated; blank lines and lines        *
      * starting with '*' other than a '*,' rule ignored):            *
      *   base,type,generations                                       *
      * base and type may be '*'.  The most specific line applies:    *
      * base and type, then base with '*', then '*' with type, then   *
      * '*,*'.  A file type no line covers is kept indefinitely.      *
      * Example:                                                      *
      *   *,*,7                                                       *
      *   *,CKPT,2                                                    *
      *   CONVCUST,DATA,30                                            *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   FUNC=function    REGISTER, RESOLVE or PURGE (required)     *
      *   CATALOG=path     generation catalog file (required)        *
      *   BASE=name        base name, up to 8 characters (required   *
      *                    except for PURGE)                         *
      *   FILE=path        REGISTER: the night's data file           *
      *   BUSDATE=yyyymmdd REGISTER: business date (required)        *
      *   EXTRACTDATE=yyyymmdd  REGISTER: overrides FILE.ctlrpt      *
      *   SIDEFILES=a/b/c  REGISTER: side-file suffixes to look for; *
      *                    default ctlrpt/ckpt/fltexc/dtexc/quar/    *
      *                    quarrpt/dqrpt/delta/deltasum/portrpt/     *
      *                    reconrpt/proofrpt/duprpt/hhxref/expo      *
      *   RETFILE=path     retention file (required for PURGE)       *
      *   TEST=Y           PURGE: report only                        *
      *   GEN=n            RESOLVE: generation reference, default 0  *
      *   TYPE=type        RESOLVE: file type, default DATA          *
      *   BEFORE=yyyymmdd  RESOLVE: ignore generations from that     *
      *                    business date on                          *
      *   RESFILE=path     RESOLVE: file receiving the resolved path *
      *   RPTFILE=path     register / purge report; defaults to      *
      *                    CATALOG with .genrpt appended             *
      *                                                                *
      * Return code 0 on success, 4 when no extract date was found,   *
      * a retention line was rejected or a purge delete failed, 8     *
      * when RESOLVE finds no such generation or it was purged, 12    *
      * when a registration is refused, 16 on a parameter error or    *
      * an open failure.                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT RETAIN-FILE ASSIGN DYNAMIC WS-RETFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT PROBE-FILE ASSIGN DYNAMIC WS-PROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT RESULT-FILE ASSIGN DYNAMIC WS-RESFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT GEN-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE                    PIC X(200).
       FD  RETAIN-FILE.
       01  RETAIN-LINE                     PIC X(100).
       FD  PROBE-FILE.
       01  PROBE-LINE                      PIC X(132).
       FD  RESULT-FILE.
       01  RESULT-LINE                     PIC X(120).
       FD  GEN-RPT-FILE.
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

       01  WS-FUNC                         PIC X(10).
           88  FUNC-REGISTER               VALUE 'REGISTER'.
           88  FUNC-RESOLVE                VALUE 'RESOLVE'.
           88  FUNC-PURGE                  VALUE 'PURGE'.
       01  WS-CATALOG                      PIC X(80).
       01  WS-BASE                         PIC X(80).
       01  WS-DATAFILE                     PIC X(80).
       01  WS-BUSDATE-X                    PIC X(80).
       01  WS-BUSDATE                      PIC 9(8) VALUE 0.
       01  WS-EXTRACT-DATE                 PIC X(80).
       01  WS-SIDEFILES                    PIC X(120).
       01  WS-RETFILE                      PIC X(80).
       01  WS-TEST-SW                      PIC X VALUE 'N'.
           88  TEST-ONLY                   VALUE 'Y'.
       01  WS-GEN-X                        PIC X(80).
       01  WS-GEN-REQ                      PIC S9(5) VALUE 0.
       01  WS-TYPE-REQ                     PIC X(80).
       01  WS-BEFORE-X                     PIC X(80).
       01  WS-BEFORE                       PIC 9(8) VALUE 0.
       01  WS-RESFILE                      PIC X(80).
       01  WS-RPTFILE                      PIC X(80).
       01  WS-CURRENT-DATETIME             PIC X(21).
       01  WS-PARM-ERR-SW                  PIC X VALUE 'N'.
           88  PARM-ERROR                  VALUE 'Y'.
       01  WS-DEFAULT-SIDEFILES.
           05  FILLER                       PIC X(38) VALUE
               'ctlrpt/ckpt/fltexc/dtexc/quar/quarrpt/'.
           05  FILLER                       PIC X(38) VALUE
               'dqrpt/delta/deltasum/portrpt/reconrpt/'.
           05  FILLER                       PIC X(44) VALUE
               'proofrpt/duprpt/hhxref/expo'.
       01  WS-LOWER-CASE                   PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                   PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-CAT-STATUS                   PIC XX.
           88  WS-CAT-OK                   VALUE '00'.
           88  WS-CAT-NOT-FOUND            VALUE '35'.
       01  WS-RET-STATUS                   PIC XX.
           88  WS-RET-OK                   VALUE '00'.
       01  WS-PROBE-STATUS                 PIC XX.
           88  WS-PROBE-OK                 VALUE '00'.
       01  WS-RES-STATUS                   PIC XX.
           88  WS-RES-OK                   VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-CAT-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-CATALOG              VALUE 'Y'.
       01  WS-RET-EOF-SW                   PIC X VALUE 'N'.
           88  END-OF-RETAIN               VALUE 'Y'.
       01  WS-PROBE-EOF-SW                 PIC X VALUE 'N'.
           88  END-OF-PROBE                VALUE 'Y'.
       01  WS-RPT-OPEN-SW                  PIC X VALUE 'N'.
           88  RPT-OPEN                    VALUE 'Y'.
       01  WS-CAT-CHANGED-SW               PIC X VALUE 'N'.
           88  CATALOG-CHANGED             VALUE 'Y'.
       01  WS-EXISTS-SW                    PIC X.
           88  FILE-EXISTS                 VALUE 'Y'.
       01  WS-PROBE-PATH                   PIC X(120).

      *---------------------------------------------------------------
      * Catalog held in storage - loaded whole, updated, and written
      * back whole.  Each entry is a gencat.cpy record.
      *---------------------------------------------------------------
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY                 OCCURS 5000 TIMES.
               10  WS-CE-BASE               PIC X(8).
               10  WS-CE-GENERATION         PIC 9(5).
               10  WS-CE-FILE-TYPE          PIC X(8).
               10  WS-CE-BUSINESS-DATE      PIC 9(8).
               10  WS-CE-EXTRACT-DATE       PIC X(8).
               10  WS-CE-STATUS             PIC X.
                   88  WS-CE-ACTIVE         VALUE 'A'.
                   88  WS-CE-PURGED         VALUE 'P'.
               10  WS-CE-CATALOGED-AT       PIC X(14).
               10  WS-CE-PURGED-AT          PIC X(14).
               10  WS-CE-PATH               PIC X(120).
               10  FILLER                   PIC X(14).
       01  WS-CE-USED                      PIC 9(5) COMP VALUE 0.
       01  WS-CE-LOADED                    PIC 9(5) COMP VALUE 0.
       01  WS-CE-IDX                       PIC 9(5) COMP.
       01  WS-CE-SLOT                      PIC 9(5) COMP.
       01  WS-CAT-FULL-SW                  PIC X VALUE 'N'.
           88  CATALOG-FULL                VALUE 'Y'.

      *---------------------------------------------------------------
      * Registration
      *---------------------------------------------------------------
       01  WS-HIGH-GEN                     PIC 9(5) COMP.
       01  WS-HIGH-BUSDATE                 PIC 9(8).
       01  WS-NEW-GEN                      PIC 9(5) COMP.
       01  WS-REFUSED-SW                   PIC X VALUE 'N'.
           88  REGISTER-REFUSED            VALUE 'Y'.
       01  WS-NO-EXTRACT-SW                PIC X VALUE 'N'.
           88  NO-EXTRACT-DATE             VALUE 'Y'.
       01  WS-SUFFIX-TABLE.
           05  WS-SUFFIX                    OCCURS 20 TIMES
                                             PIC X(10).
       01  WS-SUFFIX-IDX                   PIC 9(3) COMP.
       01  WS-FILE-TYPE                    PIC X(10).
       01  WS-REGISTER-COUNT               PIC 9(9) COMP VALUE 0.

      *---------------------------------------------------------------
      * Retention rules and per-base high generations
      *---------------------------------------------------------------
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY                OCCURS 200 TIMES.
               10  WS-RL-BASE               PIC X(8).
               10  WS-RL-TYPE               PIC X(8).
               10  WS-RL-KEEP               PIC 9(5) COMP.
       01  WS-RL-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-RL-IDX                       PIC 9(3) COMP.
       01  WS-RL-SLOT                      PIC 9(3) COMP.
       01  WS-RULE-BASE                    PIC X(8).
       01  WS-RULE-TYPE                    PIC X(8).
       01  WS-RET-BASE-X                   PIC X(20).
       01  WS-RET-TYPE-X                   PIC X(20).
       01  WS-RET-KEEP-X                   PIC X(20).
       01  WS-RET-REJECT-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY                OCCURS 200 TIMES.
               10  WS-BT-BASE               PIC X(8).
               10  WS-BT-HIGH-GEN           PIC 9(5) COMP.
       01  WS-BT-USED                      PIC 9(3) COMP VALUE 0.
       01  WS-BT-IDX                       PIC 9(3) COMP.
       01  WS-BT-SLOT                      PIC 9(3) COMP.
       01  WS-OLDEST-KEPT                  PIC S9(5) COMP.
       01  WS-DELETE-PATH                  PIC X(121).
       01  WS-DELETE-RC                    PIC S9(9) COMP.
       01  WS-PURGE-ACTION                 PIC X(30).
       01  WS-PURGE-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-PURGE-GONE-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-PURGE-FAIL-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-KEPT-COUNT                   PIC 9(9) COMP VALUE 0.

      *---------------------------------------------------------------
      * Resolution - the base's distinct generation numbers in
      * ascending order
      *---------------------------------------------------------------
       01  WS-GEN-LIST-TABLE.
           05  WS-GEN-LIST                  OCCURS 5000 TIMES
                                             PIC 9(5) COMP.
       01  WS-GL-USED                      PIC 9(5) COMP VALUE 0.
       01  WS-GL-TARGET                    PIC S9(5) COMP.
       01  WS-TARGET-GEN                   PIC 9(5) COMP VALUE 0.
       01  WS-RESOLVED-SW                  PIC X VALUE 'N'.
           88  GEN-RESOLVED                VALUE 'Y'.
       01  WS-UNRESOLVED-SW                PIC X VALUE 'N'.
           88  GEN-UNRESOLVED              VALUE 'Y'.

      *---------------------------------------------------------------
      * Report edits
      *---------------------------------------------------------------
       01  WS-GEN-EDIT                     PIC 9(5).
       01  WS-GEN-REQ-EDIT                 PIC -(4)9.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.

       COPY "gencat.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CATALOG
           EVALUATE TRUE
               WHEN FUNC-REGISTER
                   PERFORM 2000-REGISTER
                   IF WS-RETFILE NOT = SPACES
                       AND NOT REGISTER-REFUSED
                       PERFORM 4000-PURGE
                   END-IF
               WHEN FUNC-RESOLVE
                   PERFORM 3000-RESOLVE
               WHEN FUNC-PURGE
                   PERFORM 4000-PURGE
           END-EVALUATE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           PERFORM 1100-PARSE-PARMS
           PERFORM 1200-VALIDATE-PARMS
           IF PARM-ERROR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-CATALOG) ".genrpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF NOT FUNC-RESOLVE
               PERFORM 1300-OPEN-REPORT
           END-IF
           IF FUNC-PURGE OR WS-RETFILE NOT = SPACES
               PERFORM 1700-LOAD-RETENTION
           END-IF.

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
               WHEN "FUNC"
                   MOVE WS-VAL TO WS-FUNC
               WHEN "CATALOG"
                   MOVE WS-VAL TO WS-CATALOG
               WHEN "BASE"
                   MOVE WS-VAL TO WS-BASE
               WHEN "FILE"
                   MOVE WS-VAL TO WS-DATAFILE
               WHEN "BUSDATE"
                   MOVE WS-VAL TO WS-BUSDATE-X
               WHEN "EXTRACTDATE"
                   MOVE WS-VAL TO WS-EXTRACT-DATE
               WHEN "SIDEFILES"
                   MOVE WS-VAL TO WS-SIDEFILES
               WHEN "RETFILE"
                   MOVE WS-VAL TO WS-RETFILE
               WHEN "TEST"
                   MOVE WS-VAL(1:1) TO WS-TEST-SW
               WHEN "GEN"
                   MOVE WS-VAL TO WS-GEN-X
               WHEN "TYPE"
                   MOVE WS-VAL TO WS-TYPE-REQ
               WHEN "BEFORE"
                   MOVE WS-VAL TO WS-BEFORE-X
               WHEN "RESFILE"
                   MOVE WS-VAL TO WS-RESFILE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Every missing or malformed parameter is reported before the
      * run is stopped, so one attempt shows them all.
      *---------------------------------------------------------------
       1200-VALIDATE-PARMS.
           INSPECT WS-FUNC CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-BASE CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-TYPE-REQ CONVERTING WS-LOWER-CASE
                                       TO WS-UPPER-CASE
           IF NOT FUNC-REGISTER AND NOT FUNC-RESOLVE
               AND NOT FUNC-PURGE
               DISPLAY "GENCAT0001-E FUNC MUST BE REGISTER, RESOLVE "
                       "OR PURGE: " FUNCTION TRIM(WS-FUNC)
               SET PARM-ERROR TO TRUE
           END-IF
           IF WS-CATALOG = SPACES
               DISPLAY "GENCAT0002-E CATALOG= IS REQUIRED"
               SET PARM-ERROR TO TRUE
           END-IF
           IF WS-BASE(9:) NOT = SPACES
               DISPLAY "GENCAT0002-E BASE NAME LONGER THAN 8 "
                       "CHARACTERS: " FUNCTION TRIM(WS-BASE)
               SET PARM-ERROR TO TRUE
           END-IF
           IF WS-BASE = SPACES AND NOT FUNC-PURGE
               DISPLAY "GENCAT0002-E BASE= IS REQUIRED"
               SET PARM-ERROR TO TRUE
           END-IF
           IF FUNC-REGISTER
               PERFORM 1250-VALIDATE-REGISTER
           END-IF
           IF FUNC-RESOLVE
               PERFORM 1270-VALIDATE-RESOLVE
           END-IF
           IF FUNC-PURGE AND WS-RETFILE = SPACES
               DISPLAY "GENCAT0002-E RETFILE= IS REQUIRED FOR PURGE"
               SET PARM-ERROR TO TRUE
           END-IF.

       1250-VALIDATE-REGISTER.
           IF WS-DATAFILE = SPACES
               DISPLAY "GENCAT0002-E FILE= IS REQUIRED FOR REGISTER"
               SET PARM-ERROR TO TRUE
           END-IF
           IF WS-BUSDATE-X(1:8) IS NUMERIC
               AND WS-BUSDATE-X(9:) = SPACES
               MOVE WS-BUSDATE-X(1:8) TO WS-BUSDATE
           END-IF
           IF WS-BUSDATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-BUSDATE) NOT = 0
               DISPLAY "GENCAT0002-E BUSDATE= MUST BE A VALID "
                       "YYYYMMDD DATE: " FUNCTION TRIM(WS-BUSDATE-X)
               SET PARM-ERROR TO TRUE
           END-IF
           IF WS-EXTRACT-DATE NOT = SPACES
               IF WS-EXTRACT-DATE(1:8) IS NOT NUMERIC
                   OR WS-EXTRACT-DATE(9:) NOT = SPACES
                   DISPLAY "GENCAT0002-E EXTRACTDATE= MUST BE "
                           "YYYYMMDD: " FUNCTION TRIM(WS-EXTRACT-DATE)
                   SET PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-SIDEFILES = SPACES
               MOVE WS-DEFAULT-SIDEFILES TO WS-SIDEFILES
           END-IF
           MOVE SPACES TO WS-SUFFIX-TABLE
           UNSTRING WS-SIDEFILES DELIMITED BY "/"
               INTO WS-SUFFIX(1)  WS-SUFFIX(2)  WS-SUFFIX(3)
                    WS-SUFFIX(4)  WS-SUFFIX(5)  WS-SUFFIX(6)
                    WS-SUFFIX(7)  WS-SUFFIX(8)  WS-SUFFIX(9)
                    WS-SUFFIX(10) WS-SUFFIX(11) WS-SUFFIX(12)
                    WS-SUFFIX(13) WS-SUFFIX(14) WS-SUFFIX(15)
                    WS-SUFFIX(16) WS-SUFFIX(17) WS-SUFFIX(18)
                    WS-SUFFIX(19) WS-SUFFIX(20)
           END-UNSTRING
           PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                   UNTIL WS-SUFFIX-IDX > 20
               IF WS-SUFFIX(WS-SUFFIX-IDX)(9:) NOT = SPACES
                   DISPLAY "GENCAT0002-E SIDE-FILE SUFFIX LONGER "
                           "THAN 8 CHARACTERS: "
                           WS-SUFFIX(WS-SUFFIX-IDX)
                   SET PARM-ERROR TO TRUE
               END-IF
           END-PERFORM.

       1270-VALIDATE-RESOLVE.
           IF WS-GEN-X = SPACES
               MOVE 0 TO WS-GEN-REQ
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-GEN-X) = 0
                   COMPUTE WS-GEN-REQ = FUNCTION NUMVAL(WS-GEN-X)
               ELSE
                   DISPLAY "GENCAT0002-E GEN= MUST BE 0, A NEGATIVE "
                           "RELATIVE OR AN ABSOLUTE NUMBER: "
                           FUNCTION TRIM(WS-GEN-X)
                   SET PARM-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-TYPE-REQ = SPACES
               MOVE "DATA" TO WS-TYPE-REQ
           END-IF
           IF WS-BEFORE-X NOT = SPACES
               IF WS-BEFORE-X(1:8) IS NUMERIC
                   AND WS-BEFORE-X(9:) = SPACES
                   MOVE WS-BEFORE-X(1:8) TO WS-BEFORE
               ELSE
                   DISPLAY "GENCAT0002-E BEFORE= MUST BE YYYYMMDD: "
                           FUNCTION TRIM(WS-BEFORE-X)
                   SET PARM-ERROR TO TRUE
               END-IF
           END-IF.

       1300-OPEN-REPORT.
           OPEN OUTPUT GEN-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "GENCAT0005-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET RPT-OPEN TO TRUE
           MOVE SPACES TO RPT-LINE
           STRING "GENCAT GENERATION CATALOG - " FUNCTION TRIM(WS-FUNC)
                  "     RUN " WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CATALOG " FUNCTION TRIM(WS-CATALOG)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF TEST-ONLY
               MOVE SPACES TO RPT-LINE
               STRING "*** TEST RUN - NOTHING DELETED, CATALOG NOT "
                      "UPDATED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * A catalog that does not exist yet is an empty one - the first
      * REGISTER creates it.
      *---------------------------------------------------------------
       1500-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-NOT-FOUND
               DISPLAY "GENCAT0004-I CATALOG " FUNCTION TRIM(WS-CATALOG)
                       " NOT FOUND - STARTING EMPTY"
           ELSE
               IF NOT WS-CAT-OK
                   DISPLAY "GENCAT0003-E UNABLE TO OPEN CATALOG "
                           WS-CATALOG " STATUS " WS-CAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1550-READ-CATALOG
               PERFORM UNTIL END-OF-CATALOG OR CATALOG-FULL
                   IF CATALOG-LINE NOT = SPACES
                       IF WS-CE-USED >= 5000
                           SET CATALOG-FULL TO TRUE
                       ELSE
                           ADD 1 TO WS-CE-USED
                           MOVE CATALOG-LINE
                             TO WS-CAT-ENTRY(WS-CE-USED)
                       END-IF
                   END-IF
                   PERFORM 1550-READ-CATALOG
               END-PERFORM
               CLOSE CATALOG-FILE
               IF CATALOG-FULL
                   DISPLAY "GENCAT0011-E CATALOG HOLDS MORE THAN 5000 "
                           "ENTRIES - PURGE AND COMPRESS IT FIRST"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE WS-CE-USED TO WS-CE-LOADED.

       1550-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
           END-READ.

       1700-LOAD-RETENTION.
           OPEN INPUT RETAIN-FILE
           IF NOT WS-RET-OK
               DISPLAY "GENCAT0012-E UNABLE TO OPEN RETENTION FILE "
                       WS-RETFILE " STATUS " WS-RET-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1750-READ-RETENTION
           PERFORM UNTIL END-OF-RETAIN
               IF RETAIN-LINE NOT = SPACES
                   AND (RETAIN-LINE(1:1) NOT = "*"
                        OR RETAIN-LINE(2:1) = ",")
                   PERFORM 1770-STORE-RULE
               END-IF
               PERFORM 1750-READ-RETENTION
           END-PERFORM
           CLOSE RETAIN-FILE
           DISPLAY "GENCAT0013-I " WS-RL-USED
                   " RETENTION RULES LOADED FROM "
                   FUNCTION TRIM(WS-RETFILE).

       1750-READ-RETENTION.
           READ RETAIN-FILE
               AT END
                   SET END-OF-RETAIN TO TRUE
           END-READ.

      *---------------------------------------------------------------
      * '*' is stored as the wildcard value itself.
      *---------------------------------------------------------------
       1770-STORE-RULE.
           MOVE SPACES TO WS-RET-BASE-X WS-RET-TYPE-X WS-RET-KEEP-X
           UNSTRING RETAIN-LINE DELIMITED BY ","
               INTO WS-RET-BASE-X WS-RET-TYPE-X WS-RET-KEEP-X
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RET-BASE-X) TO WS-RET-BASE-X
           MOVE FUNCTION TRIM(WS-RET-TYPE-X) TO WS-RET-TYPE-X
           MOVE FUNCTION TRIM(WS-RET-KEEP-X) TO WS-RET-KEEP-X
           INSPECT WS-RET-BASE-X CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE
           INSPECT WS-RET-TYPE-X CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN WS-RET-BASE-X = SPACES OR WS-RET-TYPE-X = SPACES
                   OR WS-RET-BASE-X(9:) NOT = SPACES
                   OR WS-RET-TYPE-X(9:) NOT = SPACES
                   DISPLAY "GENCAT0014-W RETENTION LINE IGNORED - "
                           "BASE AND TYPE MUST BE 1-8 CHARACTERS: "
                           RETAIN-LINE(1:50)
                   ADD 1 TO WS-RET-REJECT-COUNT
               WHEN WS-RET-KEEP-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-RET-KEEP-X) NOT = 0
                   DISPLAY "GENCAT0014-W RETENTION LINE IGNORED - "
                           "GENERATIONS NOT NUMERIC: "
                           RETAIN-LINE(1:50)
                   ADD 1 TO WS-RET-REJECT-COUNT
               WHEN FUNCTION NUMVAL(WS-RET-KEEP-X) < 1
                   OR FUNCTION NUMVAL(WS-RET-KEEP-X) > 99999
                   DISPLAY "GENCAT0014-W RETENTION LINE IGNORED - "
                           "GENERATIONS MUST BE 1 TO 99999: "
                           RETAIN-LINE(1:50)
                   ADD 1 TO WS-RET-REJECT-COUNT
               WHEN WS-RL-USED >= 200
                   DISPLAY "GENCAT0014-W RETENTION TABLE FULL - LINE "
                           "IGNORED: " RETAIN-LINE(1:50)
                   ADD 1 TO WS-RET-REJECT-COUNT
               WHEN OTHER
                   MOVE WS-RET-BASE-X TO WS-RULE-BASE
                   MOVE WS-RET-TYPE-X TO WS-RULE-TYPE
                   PERFORM 4900-FIND-RULE
                   IF WS-RL-SLOT > 0
                       DISPLAY "GENCAT0014-W RETENTION LINE IGNORED - "
                               "DUPLICATE BASE AND TYPE: "
                               RETAIN-LINE(1:50)
                       ADD 1 TO WS-RET-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-RL-USED
                       MOVE WS-RULE-BASE TO WS-RL-BASE(WS-RL-USED)
                       MOVE WS-RULE-TYPE TO WS-RL-TYPE(WS-RL-USED)
                       COMPUTE WS-RL-KEEP(WS-RL-USED) =
                           FUNCTION NUMVAL(WS-RET-KEEP-X)
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * REGISTER.  Checks against every generation of the base,
      * purged ones included, so a replayed extract is refused even
      * after its original generation has aged out.
      *---------------------------------------------------------------
       2000-REGISTER.
           IF WS-EXTRACT-DATE = SPACES
               PERFORM 2100-FIND-EXTRACT-DATE
           END-IF
           MOVE 0 TO WS-HIGH-GEN WS-HIGH-BUSDATE
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               IF WS-CE-BASE(WS-CE-IDX) = WS-BASE
                   AND WS-CE-FILE-TYPE(WS-CE-IDX) = "DATA"
                   PERFORM 2200-CHECK-DUPLICATE
               END-IF
           END-PERFORM
           IF NOT REGISTER-REFUSED
               IF WS-BUSDATE < WS-HIGH-BUSDATE
                   MOVE WS-HIGH-GEN TO WS-GEN-EDIT
                   DISPLAY "GENCAT0008-E REGISTRATION REFUSED - "
                           "BUSINESS DATE " WS-BUSDATE
                           " PRECEDES GENERATION " WS-GEN-EDIT
                           " (" WS-HIGH-BUSDATE ")"
                   SET REGISTER-REFUSED TO TRUE
               END-IF
           END-IF
           IF REGISTER-REFUSED
               PERFORM 2900-REPORT-REFUSAL
           ELSE
               MOVE WS-DATAFILE TO WS-PROBE-PATH
               PERFORM 2800-PROBE-FILE
               IF NOT FILE-EXISTS
                   DISPLAY "GENCAT0006-E DATA FILE "
                           FUNCTION TRIM(WS-DATAFILE)
                           " NOT FOUND - NOTHING CATALOGED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1
               MOVE "DATA" TO WS-FILE-TYPE
               PERFORM 2500-ADD-ENTRY
               PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                       UNTIL WS-SUFFIX-IDX > 20
                   IF WS-SUFFIX(WS-SUFFIX-IDX) NOT = SPACES
                       PERFORM 2300-REGISTER-SIDE-FILE
                   END-IF
               END-PERFORM
               MOVE WS-NEW-GEN TO WS-GEN-EDIT
               MOVE WS-REGISTER-COUNT TO WS-RPT-COUNT-EDIT
               DISPLAY "GENCAT0010-I " FUNCTION TRIM(WS-BASE)
                       " GENERATION " WS-GEN-EDIT " CATALOGED - "
                       FUNCTION TRIM(WS-RPT-COUNT-EDIT) " FILES"
           END-IF.

      *---------------------------------------------------------------
      * EBCCONV's control report carries the header extract date as
      *   EXTRACT DATE .............. yyyymmdd  SOURCE xxx
      *---------------------------------------------------------------
       2100-FIND-EXTRACT-DATE.
           MOVE SPACES TO WS-PROBE-PATH
           STRING FUNCTION TRIM(WS-DATAFILE) ".ctlrpt"
               DELIMITED BY SIZE INTO WS-PROBE-PATH
           END-STRING
           MOVE 'N' TO WS-PROBE-EOF-SW
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-OK
               PERFORM 2150-READ-PROBE
               PERFORM UNTIL END-OF-PROBE
                   IF PROBE-LINE(1:28) = "EXTRACT DATE .............. "
                       AND PROBE-LINE(29:8) IS NUMERIC
                       MOVE PROBE-LINE(29:8) TO WS-EXTRACT-DATE
                       SET END-OF-PROBE TO TRUE
                   ELSE
                       PERFORM 2150-READ-PROBE
                   END-IF
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF
           IF WS-EXTRACT-DATE = SPACES
               DISPLAY "GENCAT0009-W NO EXTRACT DATE GIVEN OR FOUND IN "
                       FUNCTION TRIM(WS-PROBE-PATH)
                       " - CATALOGED WITHOUT ONE"
               SET NO-EXTRACT-DATE TO TRUE
           END-IF.

       2150-READ-PROBE.
           READ PROBE-FILE
               AT END
                   SET END-OF-PROBE TO TRUE
           END-READ.

       2200-CHECK-DUPLICATE.
           IF WS-CE-GENERATION(WS-CE-IDX) > WS-HIGH-GEN
               MOVE WS-CE-GENERATION(WS-CE-IDX) TO WS-HIGH-GEN
           END-IF
           IF WS-CE-BUSINESS-DATE(WS-CE-IDX) > WS-HIGH-BUSDATE
               MOVE WS-CE-BUSINESS-DATE(WS-CE-IDX) TO WS-HIGH-BUSDATE
           END-IF
           MOVE WS-CE-GENERATION(WS-CE-IDX) TO WS-GEN-EDIT
           IF WS-EXTRACT-DATE NOT = SPACES
               AND WS-CE-EXTRACT-DATE(WS-CE-IDX) = WS-EXTRACT-DATE
               DISPLAY "GENCAT0007-E REGISTRATION REFUSED - EXTRACT "
                       "DATE " WS-EXTRACT-DATE(1:8)
                       " ALREADY CATALOGED AS GENERATION "
                       WS-GEN-EDIT
               SET REGISTER-REFUSED TO TRUE
           END-IF
           IF WS-CE-BUSINESS-DATE(WS-CE-IDX) = WS-BUSDATE
               DISPLAY "GENCAT0008-E REGISTRATION REFUSED - BUSINESS "
                       "DATE " WS-BUSDATE
                       " ALREADY CATALOGED AS GENERATION "
                       WS-GEN-EDIT
               SET REGISTER-REFUSED TO TRUE
           END-IF.

       2300-REGISTER-SIDE-FILE.
           MOVE SPACES TO WS-PROBE-PATH
           STRING FUNCTION TRIM(WS-DATAFILE) "."
                  FUNCTION TRIM(WS-SUFFIX(WS-SUFFIX-IDX))
               DELIMITED BY SIZE INTO WS-PROBE-PATH
           END-STRING
           PERFORM 2800-PROBE-FILE
           IF FILE-EXISTS
               MOVE FUNCTION TRIM(WS-SUFFIX(WS-SUFFIX-IDX))
                 TO WS-FILE-TYPE
               INSPECT WS-FILE-TYPE CONVERTING WS-LOWER-CASE
                                            TO WS-UPPER-CASE
               PERFORM 2500-ADD-ENTRY
           END-IF.

      *---------------------------------------------------------------
      * WS-PROBE-PATH is the file to catalog; WS-FILE-TYPE its type.
      *---------------------------------------------------------------
       2500-ADD-ENTRY.
           IF WS-CE-USED >= 5000
               DISPLAY "GENCAT0011-E CATALOG FULL - "
                       FUNCTION TRIM(WS-PROBE-PATH) " NOT CATALOGED"
               SET CATALOG-FULL TO TRUE
           ELSE
               MOVE SPACES TO GEN-CATALOG-RECORD
               MOVE WS-BASE TO GC-BASE
               MOVE WS-NEW-GEN TO GC-GENERATION
               MOVE WS-FILE-TYPE TO GC-FILE-TYPE
               MOVE WS-BUSDATE TO GC-BUSINESS-DATE
               MOVE WS-EXTRACT-DATE TO GC-EXTRACT-DATE
               SET GC-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATETIME(1:14) TO GC-CATALOGED-AT
               MOVE WS-PROBE-PATH TO GC-PATH
               ADD 1 TO WS-CE-USED
               MOVE GEN-CATALOG-RECORD TO WS-CAT-ENTRY(WS-CE-USED)
               ADD 1 TO WS-REGISTER-COUNT
               SET CATALOG-CHANGED TO TRUE
               MOVE SPACES TO RPT-LINE
               MOVE WS-NEW-GEN TO WS-GEN-EDIT
               STRING "CATALOGED  " GC-BASE " G" WS-GEN-EDIT
                      "  " GC-FILE-TYPE "  BUSDATE " GC-BUSINESS-DATE
                      "  EXTRACT " GC-EXTRACT-DATE
                      "  " FUNCTION TRIM(GC-PATH)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------
      * Sets FILE-EXISTS when WS-PROBE-PATH can be opened for input.
      *---------------------------------------------------------------
       2800-PROBE-FILE.
           MOVE 'N' TO WS-EXISTS-SW
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS(1:1) = "0"
               SET FILE-EXISTS TO TRUE
               CLOSE PROBE-FILE
           END-IF.

       2900-REPORT-REFUSAL.
           MOVE SPACES TO RPT-LINE
           STRING "REFUSED    " FUNCTION TRIM(WS-BASE)
                  "  BUSDATE " WS-BUSDATE
                  "  EXTRACT " WS-EXTRACT-DATE(1:8)
                  "  " FUNCTION TRIM(WS-DATAFILE)
                  " - ALREADY CATALOGED OR OUT OF DATE ORDER"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * RESOLVE.  Relative references count generations, not files:
      * -1 is the generation before the latest whichever file types
      * it still holds.  A purged file resolves to nothing.
      *---------------------------------------------------------------
       3000-RESOLVE.
           MOVE 0 TO WS-GL-USED
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               IF WS-CE-BASE(WS-CE-IDX) = WS-BASE
                   AND (WS-BEFORE = 0
                        OR WS-CE-BUSINESS-DATE(WS-CE-IDX) < WS-BEFORE)
                   IF WS-GL-USED = 0
                       ADD 1 TO WS-GL-USED
                       MOVE WS-CE-GENERATION(WS-CE-IDX)
                         TO WS-GEN-LIST(WS-GL-USED)
                   ELSE
                       IF WS-CE-GENERATION(WS-CE-IDX)
                           > WS-GEN-LIST(WS-GL-USED)
                           ADD 1 TO WS-GL-USED
                           MOVE WS-CE-GENERATION(WS-CE-IDX)
                             TO WS-GEN-LIST(WS-GL-USED)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TARGET-GEN
           IF WS-GEN-REQ > 0
               MOVE WS-GEN-REQ TO WS-TARGET-GEN
           ELSE
               COMPUTE WS-GL-TARGET = WS-GL-USED + WS-GEN-REQ
               IF WS-GL-TARGET > 0
                   MOVE WS-GEN-LIST(WS-GL-TARGET) TO WS-TARGET-GEN
               END-IF
           END-IF
           MOVE 0 TO WS-CE-SLOT
           IF WS-TARGET-GEN > 0
               PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                       UNTIL WS-CE-IDX > WS-CE-USED OR WS-CE-SLOT > 0
                   IF WS-CE-BASE(WS-CE-IDX) = WS-BASE
                       AND WS-CE-GENERATION(WS-CE-IDX) = WS-TARGET-GEN
                       AND WS-CE-FILE-TYPE(WS-CE-IDX) = WS-TYPE-REQ
                       MOVE WS-CE-IDX TO WS-CE-SLOT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-GEN-REQ TO WS-GEN-REQ-EDIT
           MOVE WS-TARGET-GEN TO WS-GEN-EDIT
           EVALUATE TRUE
               WHEN WS-CE-SLOT = 0
                   DISPLAY "GENCAT0016-E " FUNCTION TRIM(WS-BASE) "("
                           FUNCTION TRIM(WS-GEN-REQ-EDIT) ") "
                           FUNCTION TRIM(WS-TYPE-REQ)
                           " IS NOT CATALOGED"
                   SET GEN-UNRESOLVED TO TRUE
               WHEN WS-CE-PURGED(WS-CE-SLOT)
                   DISPLAY "GENCAT0016-E " FUNCTION TRIM(WS-BASE) "("
                           FUNCTION TRIM(WS-GEN-REQ-EDIT) ") "
                           FUNCTION TRIM(WS-TYPE-REQ)
                           " IS GENERATION " WS-GEN-EDIT
                           " - PURGED "
                           WS-CE-PURGED-AT(WS-CE-SLOT)(1:8)
                   SET GEN-UNRESOLVED TO TRUE
               WHEN OTHER
                   SET GEN-RESOLVED TO TRUE
                   DISPLAY "GENCAT0015-I " FUNCTION TRIM(WS-BASE) "("
                           FUNCTION TRIM(WS-GEN-REQ-EDIT) ") "
                           FUNCTION TRIM(WS-TYPE-REQ)
                           " = GENERATION " WS-GEN-EDIT " "
                           FUNCTION TRIM(WS-CE-PATH(WS-CE-SLOT))
           END-EVALUATE
           IF WS-RESFILE NOT = SPACES
               PERFORM 3100-WRITE-RESULT
           END-IF.

      *---------------------------------------------------------------
      * The result file is always rewritten, empty when unresolved,
      * so a caller never picks up an earlier run's path.
      *---------------------------------------------------------------
       3100-WRITE-RESULT.
           OPEN OUTPUT RESULT-FILE
           IF NOT WS-RES-OK
               DISPLAY "GENCAT0017-E UNABLE TO OPEN RESULT FILE "
                       WS-RESFILE " STATUS " WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF GEN-RESOLVED
               MOVE WS-CE-PATH(WS-CE-SLOT) TO RESULT-LINE
               WRITE RESULT-LINE
           END-IF
           CLOSE RESULT-FILE.

      *---------------------------------------------------------------
      * PURGE.  A base keeps its newest n generations of each file
      * type, counted back from its highest generation number.
      *---------------------------------------------------------------
       4000-PURGE.
           PERFORM 4100-FIND-HIGH-GENS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "ACTION" TO RPT-LINE(1:6)
           MOVE "BASE" TO RPT-LINE(23:4)
           MOVE "GEN" TO RPT-LINE(32:3)
           MOVE "TYPE" TO RPT-LINE(38:4)
           MOVE "BUSDATE" TO RPT-LINE(47:7)
           MOVE "EXTRACT" TO RPT-LINE(58:7)
           MOVE "PATH" TO RPT-LINE(68:4)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               IF WS-CE-ACTIVE(WS-CE-IDX)
                   AND (WS-BASE = SPACES
                        OR WS-CE-BASE(WS-CE-IDX) = WS-BASE)
                   PERFORM 4200-APPLY-RETENTION
               END-IF
           END-PERFORM.

       4100-FIND-HIGH-GENS.
           MOVE 0 TO WS-BT-USED
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               PERFORM 4150-FIND-BASE
               IF WS-BT-SLOT = 0 AND WS-BT-USED < 200
                   ADD 1 TO WS-BT-USED
                   MOVE WS-BT-USED TO WS-BT-SLOT
                   MOVE WS-CE-BASE(WS-CE-IDX) TO WS-BT-BASE(WS-BT-SLOT)
                   MOVE 0 TO WS-BT-HIGH-GEN(WS-BT-SLOT)
               END-IF
               IF WS-BT-SLOT > 0
                   IF WS-CE-GENERATION(WS-CE-IDX)
                       > WS-BT-HIGH-GEN(WS-BT-SLOT)
                       MOVE WS-CE-GENERATION(WS-CE-IDX)
                         TO WS-BT-HIGH-GEN(WS-BT-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       4150-FIND-BASE.
           MOVE 0 TO WS-BT-SLOT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-USED OR WS-BT-SLOT > 0
               IF WS-BT-BASE(WS-BT-IDX) = WS-CE-BASE(WS-CE-IDX)
                   MOVE WS-BT-IDX TO WS-BT-SLOT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Most specific rule first: base+type, base+*, *+type, *+*.
      * No rule - or a base beyond the 200-base table - keeps all.
      *---------------------------------------------------------------
       4200-APPLY-RETENTION.
           MOVE WS-CE-BASE(WS-CE-IDX) TO WS-RULE-BASE
           MOVE WS-CE-FILE-TYPE(WS-CE-IDX) TO WS-RULE-TYPE
           PERFORM 4900-FIND-RULE
           IF WS-RL-SLOT = 0
               MOVE "*" TO WS-RULE-TYPE
               PERFORM 4900-FIND-RULE
           END-IF
           IF WS-RL-SLOT = 0
               MOVE "*" TO WS-RULE-BASE
               MOVE WS-CE-FILE-TYPE(WS-CE-IDX) TO WS-RULE-TYPE
               PERFORM 4900-FIND-RULE
           END-IF
           IF WS-RL-SLOT = 0
               MOVE "*" TO WS-RULE-TYPE
               PERFORM 4900-FIND-RULE
           END-IF
           PERFORM 4150-FIND-BASE
           IF WS-RL-SLOT = 0 OR WS-BT-SLOT = 0
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               COMPUTE WS-OLDEST-KEPT = WS-BT-HIGH-GEN(WS-BT-SLOT)
                                      - WS-RL-KEEP(WS-RL-SLOT) + 1
               IF WS-CE-GENERATION(WS-CE-IDX) < WS-OLDEST-KEPT
                   PERFORM 4300-PURGE-ENTRY
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * The file is removed with the run-time library's delete-file
      * routine.  A file already gone is marked purged all the same;
      * one that will not delete stays active for the next purge.
      *---------------------------------------------------------------
       4300-PURGE-ENTRY.
           IF TEST-ONLY
               MOVE "WOULD DELETE" TO WS-PURGE-ACTION
               ADD 1 TO WS-PURGE-COUNT
           ELSE
               MOVE SPACES TO WS-DELETE-PATH
               MOVE WS-CE-PATH(WS-CE-IDX) TO WS-DELETE-PATH
               CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
               MOVE RETURN-CODE TO WS-DELETE-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DELETE-RC = 0
                   MOVE "DELETED" TO WS-PURGE-ACTION
                   ADD 1 TO WS-PURGE-COUNT
               ELSE
                   MOVE WS-CE-PATH(WS-CE-IDX) TO WS-PROBE-PATH
                   PERFORM 2800-PROBE-FILE
                   IF FILE-EXISTS
                       MOVE "*** DELETE FAILED ***" TO WS-PURGE-ACTION
                       ADD 1 TO WS-PURGE-FAIL-COUNT
                       DISPLAY "GENCAT0018-W UNABLE TO DELETE "
                               FUNCTION TRIM(WS-CE-PATH(WS-CE-IDX))
                               " - LEFT CATALOGED"
                   ELSE
                       MOVE "ALREADY GONE" TO WS-PURGE-ACTION
                       ADD 1 TO WS-PURGE-GONE-COUNT
                   END-IF
               END-IF
               IF WS-DELETE-RC = 0 OR NOT FILE-EXISTS
                   SET WS-CE-PURGED(WS-CE-IDX) TO TRUE
                   MOVE WS-CURRENT-DATETIME(1:14)
                     TO WS-CE-PURGED-AT(WS-CE-IDX)
                   SET CATALOG-CHANGED TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-PURGE-ACTION TO RPT-LINE(1:21)
           MOVE WS-CE-BASE(WS-CE-IDX) TO RPT-LINE(23:8)
           MOVE WS-CE-GENERATION(WS-CE-IDX) TO RPT-LINE(32:5)
           MOVE WS-CE-FILE-TYPE(WS-CE-IDX) TO RPT-LINE(38:8)
           MOVE WS-CE-BUSINESS-DATE(WS-CE-IDX) TO RPT-LINE(47:8)
           MOVE WS-CE-EXTRACT-DATE(WS-CE-IDX) TO RPT-LINE(58:8)
           MOVE WS-CE-PATH(WS-CE-IDX) TO RPT-LINE(68:65)
           WRITE RPT-LINE.

      *---------------------------------------------------------------
      * WS-RL-SLOT is the rule for WS-RULE-BASE / WS-RULE-TYPE exactly,
      * zero when there is none.
      *---------------------------------------------------------------
       4900-FIND-RULE.
           MOVE 0 TO WS-RL-SLOT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-USED OR WS-RL-SLOT > 0
               IF WS-RL-BASE(WS-RL-IDX) = WS-RULE-BASE
                   AND WS-RL-TYPE(WS-RL-IDX) = WS-RULE-TYPE
                   MOVE WS-RL-IDX TO WS-RL-SLOT
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           IF CATALOG-CHANGED AND NOT TEST-ONLY
               PERFORM 9100-WRITE-CATALOG
           END-IF
           IF RPT-OPEN
               PERFORM 9200-WRITE-SUMMARY
               CLOSE GEN-RPT-FILE
           END-IF
           DISPLAY "GENCAT0099-I CATALOG ENTRIES READ   = "
                   WS-CE-LOADED
           DISPLAY "GENCAT0099-I FILES CATALOGED        = "
                   WS-REGISTER-COUNT
           DISPLAY "GENCAT0099-I FILES PURGED           = "
                   WS-PURGE-COUNT
           DISPLAY "GENCAT0099-I PURGED, ALREADY GONE   = "
                   WS-PURGE-GONE-COUNT
           DISPLAY "GENCAT0099-I DELETES FAILED         = "
                   WS-PURGE-FAIL-COUNT
           DISPLAY "GENCAT0099-I CATALOG ENTRIES WRITTEN= "
                   WS-CE-USED
           EVALUATE TRUE
               WHEN REGISTER-REFUSED
                   MOVE 12 TO RETURN-CODE
               WHEN GEN-UNRESOLVED
                   MOVE 8 TO RETURN-CODE
               WHEN CATALOG-FULL OR NO-EXTRACT-DATE
                   OR WS-RET-REJECT-COUNT > 0
                   OR WS-PURGE-FAIL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9100-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF NOT WS-CAT-OK
               DISPLAY "GENCAT0019-E UNABLE TO REWRITE CATALOG "
                       WS-CATALOG " STATUS " WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-USED
               MOVE WS-CAT-ENTRY(WS-CE-IDX) TO CATALOG-LINE
               WRITE CATALOG-LINE
           END-PERFORM
           CLOSE CATALOG-FILE.

       9200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REGISTER-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FILES CATALOGED ........... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-PURGE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           IF TEST-ONLY
               STRING "FILES TO BE DELETED ....... " WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "FILES DELETED ............. " WS-RPT-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-LINE
           MOVE WS-PURGE-GONE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY GONE, MARKED ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-PURGE-FAIL-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DELETES FAILED ............ " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-KEPT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE FILES RETAINED ..... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-RET-REJECT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RETENTION LINES REJECTED .. " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE.
