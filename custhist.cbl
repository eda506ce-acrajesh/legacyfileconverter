      *****************************************************************
      * CUSTHIST - Dated customer history.  Keeps every value each    *
      * customer field has held, with the dates it was in effect, so  *
      * the record we held on any past date can be shown again after  *
      * CUSTMRG has overwritten it.  History layout is custhist.cpy.  *
      *                                                                *
      * FUNC=APPLY (default) merges a night's CUSTDELT delta file     *
      * into the history (HISTIN) and writes the updated history to   *
      * HISTOUT, effective from BUSDATE:                              *
      *   'A' opens the customer and records every field              *
      *   'C' closes each field value that changed and records the    *
      *       new one                                                 *
      *   'D' closes the customer and all of its current values; the  *
      *       customer stays on the history with that closed date     *
      *   '>' detail lines are skipped - each field is compared with  *
      *       the history's current value instead                     *
      * An 'A' for a customer closed earlier reopens it under a new   *
      * status record.  An action that does not match the history     *
      * (a change for a customer not on it, a delete for one already  *
      * closed) is applied the way that leaves the history matching   *
      * today's file, reported, and ends the job with return code 4,  *
      * as CUSTMRG does.  Rerunning the same BUSDATE is harmless: a   *
      * value that already started on that date is replaced, not      *
      * closed.  A delta dated before the last one applied to a       *
      * customer is refused for that customer (return code 8).        *
      *                                                                *
      * FUNC=LOAD seeds the history from a full converted customer    *
      * file (CUSTFILE, custout.cpy layout); every record is treated  *
      * as an add, or as a change for a customer already on the       *
      * history.  A customer it starts is dated from 00000000 - its   *
      * values were already held before the history began.  Used      *
      * once before the first APPLY, or to resync.                    *
      *                                                                *
      * FUNC=INQUIRE shows, for each requested customer, its status   *
      * and full record as of ASOF, then the change timeline of every *
      * field whose value has changed (or of the one field named by   *
      * FIELD=).  For a customer closed by ASOF the record shown is   *
      * the one held on its last day.  Values are shown as carried in *
      * the converted record.                                         *
      *                                                                *
      * Only the native-PICTURE fields and OUT-CURRENCY-CODE are      *
      * kept, under the same names CUSTDELT reports.  Inputs must be  *
      * in ascending CUSTOMER-ID order; an out-of-sequence record     *
      * stops the run with return code 8 and HISTOUT must not be      *
      * used.                                                         *
      *                                                                *
      * Runs standalone (PARM read from the command line) or as a     *
      * subprogram the same way EBCCONV does.                         *
      *                                                                *
      * PARM options (comma separated KEY=VALUE pairs):                *
      *   FUNC=name        APPLY, LOAD or INQUIRE; default APPLY     *
      *   HISTIN=path      history to update or inquire on; for      *
      *                    APPLY/LOAD a missing file starts empty    *
      *   HISTOUT=path     updated history (APPLY/LOAD, required)    *
      *   DELTAFILE=path   CUSTDELT delta file (APPLY, required)     *
      *   CUSTFILE=path    converted customer file (LOAD, required)  *
      *   BUSDATE=yyyymmdd date the changes take effect; defaults    *
      *                    to today                                  *
      *   RPTFILE=path     update report; defaults to HISTOUT with   *
      *                    .histrpt appended                         *
      *   ID=list          INQUIRE: one or more 6-digit customer     *
      *                    IDs, slash separated                      *
      *   ASOF=yyyymmdd    INQUIRE: date to show; defaults to today  *
      *   FIELD=name       INQUIRE: timeline of this field only,     *
      *                    e.g. FIELD=STREET                         *
      *                                                                *
      * Return code 0 when clean, 4 when any action was out of step   *
      * with the history, a delta line was not recognised, or an      *
      * inquired customer was not on the history, 8 on a sequence     *
      * error or a refused earlier-dated delta, 16 on a parameter     *
      * error or an open failure.                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-IN-FILE ASSIGN DYNAMIC WS-HISTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIN-STATUS.
           SELECT HIST-OUT-FILE ASSIGN DYNAMIC WS-HISTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUT-STATUS.
           SELECT DELTA-FILE ASSIGN DYNAMIC WS-DELTAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT HIST-RPT-FILE ASSIGN DYNAMIC WS-RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN-FILE.
       01  HIST-IN-LINE                    PIC X(200).
       FD  HIST-OUT-FILE.
       01  HIST-OUT-LINE                   PIC X(200).
       FD  DELTA-FILE.
       01  DELTA-LINE                      PIC X(651).
       FD  HIST-RPT-FILE.
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

       01  WS-FUNC                         PIC X(8) VALUE "APPLY".
           88  FUNC-APPLY                  VALUE "APPLY".
           88  FUNC-LOAD                   VALUE "LOAD".
           88  FUNC-INQUIRE                VALUE "INQUIRE".
       01  WS-HISTIN                       PIC X(80).
       01  WS-HISTOUT                      PIC X(80).
       01  WS-DELTAFILE                    PIC X(80).
       01  WS-CUSTFILE                     PIC X(80).
       01  WS-RPTFILE                      PIC X(80).
       01  WS-BUSDATE                      PIC X(8).
       01  WS-BUSDATE-NUM REDEFINES WS-BUSDATE
                                           PIC 9(8).
       01  WS-ASOF                         PIC X(8).
       01  WS-ASOF-NUM REDEFINES WS-ASOF   PIC 9(8).
       01  WS-CHECK-DATE                   PIC X(8).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                           PIC 9(8).
       01  WS-CURRENT-DATETIME             PIC X(21).
       01  WS-ID-LIST                      PIC X(80).
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY                  OCCURS 10 TIMES
                                             PIC X(6).
       01  WS-ID-IDX                       PIC 9(3) COMP.
       01  WS-FIELD-FILTER                 PIC X(26).
       01  WS-FILTER-NO                    PIC 9(3) COMP VALUE 0.
       01  WS-LOWER-CASE                   PIC X(26)
                                   VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                   PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *---------------------------------------------------------------
      * File status / control
      *---------------------------------------------------------------
       01  WS-HIN-STATUS                   PIC XX.
           88  WS-HIN-OK                   VALUE '00'.
           88  WS-HIN-NOT-FOUND            VALUE '35'.
       01  WS-HOUT-STATUS                  PIC XX.
           88  WS-HOUT-OK                  VALUE '00'.
       01  WS-DELTA-STATUS                 PIC XX.
           88  WS-DELTA-OK                 VALUE '00'.
       01  WS-RPT-STATUS                   PIC XX.
           88  WS-RPT-OK                   VALUE '00'.
       01  WS-HIST-EOF-SW                  PIC X VALUE 'N'.
           88  HIST-AT-END                 VALUE 'Y'.
       01  WS-DELTA-EOF-SW                 PIC X VALUE 'N'.
           88  DELTA-AT-END                VALUE 'Y'.
       01  WS-HIN-OPEN-SW                  PIC X VALUE 'N'.
           88  HIST-IN-OPEN                VALUE 'Y'.
       01  WS-DELTA-FOUND-SW               PIC X.
           88  DELTA-FOUND                 VALUE 'Y'.
       01  WS-SEQ-ERR-SW                   PIC X VALUE 'N'.
           88  SEQUENCE-ERROR              VALUE 'Y'.

      *---------------------------------------------------------------
      * Match keys - HIGH-VALUES once a side is exhausted so the
      * other side drains (the CUSTDELT pattern).
      *---------------------------------------------------------------
       01  WS-HIST-KEY                     PIC X(6).
       01  WS-DELTA-KEY                    PIC X(6).
       01  WS-HIST-PREV-KEY                PIC X(6) VALUE LOW-VALUES.
       01  WS-DELTA-PREV-KEY               PIC X(6) VALUE LOW-VALUES.
       01  WS-GROUP-KEY                    PIC X(6).

      *---------------------------------------------------------------
      * The current delta action and the record image it carries
      * (today's image for A/C/L, yesterday's for D)
      *---------------------------------------------------------------
       01  WS-ACTION                       PIC X.
           88  ACTION-ADD                  VALUE 'A'.
           88  ACTION-CHANGE               VALUE 'C'.
           88  ACTION-DELETE               VALUE 'D'.
           88  ACTION-LOAD                 VALUE 'L'.
       01  WS-IMAGE                        PIC X(650).

      *---------------------------------------------------------------
      * Compare field map - name, start column and length of every
      * native-PICTURE field of custout.cpy, the same map CUSTDELT
      * reports changes under.  Entry 1 is the key and is not kept
      * as a history field.  Keep this table in step with
      * custout.cpy.
      *---------------------------------------------------------------
       01  WS-FIELD-MAP-VALUES.
           05  FILLER PIC X(26) VALUE "CUSTOMER-ID".
           05  FILLER PIC X(08) VALUE "0001 006".
           05  FILLER PIC X(26) VALUE "LAST-NAME".
           05  FILLER PIC X(08) VALUE "0007 015".
           05  FILLER PIC X(26) VALUE "FIRST-NAME".
           05  FILLER PIC X(08) VALUE "0022 010".
           05  FILLER PIC X(26) VALUE "MIDDLE-INITIAL".
           05  FILLER PIC X(08) VALUE "0032 001".
           05  FILLER PIC X(26) VALUE "STREET".
           05  FILLER PIC X(08) VALUE "0033 025".
           05  FILLER PIC X(26) VALUE "CITY".
           05  FILLER PIC X(08) VALUE "0058 015".
           05  FILLER PIC X(26) VALUE "STATE".
           05  FILLER PIC X(08) VALUE "0073 002".
           05  FILLER PIC X(26) VALUE "ZIP-CODE".
           05  FILLER PIC X(08) VALUE "0075 010".
           05  FILLER PIC X(26) VALUE "PHONE-NUMBER".
           05  FILLER PIC X(08) VALUE "0085 012".
           05  FILLER PIC X(26) VALUE "EMAIL".
           05  FILLER PIC X(08) VALUE "0097 030".
           05  FILLER PIC X(26) VALUE "ACCOUNT-NUMBER".
           05  FILLER PIC X(08) VALUE "0127 010".
           05  FILLER PIC X(26) VALUE "ACCOUNT-TYPE".
           05  FILLER PIC X(08) VALUE "0137 001".
           05  FILLER PIC X(26) VALUE "ACCOUNT-BALANCE".
           05  FILLER PIC X(08) VALUE "0138 011".
           05  FILLER PIC X(26) VALUE "CREDIT-LIMIT".
           05  FILLER PIC X(08) VALUE "0149 009".
           05  FILLER PIC X(26) VALUE "INTEREST-RATE".
           05  FILLER PIC X(08) VALUE "0158 006".
           05  FILLER PIC X(26) VALUE "LAST-TRANSACTION-DATE".
           05  FILLER PIC X(08) VALUE "0164 008".
           05  FILLER PIC X(26) VALUE "LAST-TRANSACTION-AMOUNT".
           05  FILLER PIC X(08) VALUE "0172 009".
           05  FILLER PIC X(26) VALUE "TRANSACTION-COUNT".
           05  FILLER PIC X(08) VALUE "0181 005".
           05  FILLER PIC X(26) VALUE "DISPLAY-NUMERIC".
           05  FILLER PIC X(08) VALUE "0186 005".
           05  FILLER PIC X(26) VALUE "DISPLAY-NUMERIC-SIGNED".
           05  FILLER PIC X(08) VALUE "0191 005".
           05  FILLER PIC X(26) VALUE "DISPLAY-DECIMAL".
           05  FILLER PIC X(08) VALUE "0196 005".
           05  FILLER PIC X(26) VALUE "DISPLAY-DECIMAL-SIGNED".
           05  FILLER PIC X(08) VALUE "0201 005".
           05  FILLER PIC X(26) VALUE "COMP-BINARY".
           05  FILLER PIC X(08) VALUE "0206 004".
           05  FILLER PIC X(26) VALUE "COMP-3-PACKED".
           05  FILLER PIC X(08) VALUE "0210 009".
           05  FILLER PIC X(26) VALUE "COMP-1-FLOAT".
           05  FILLER PIC X(08) VALUE "0219 025".
           05  FILLER PIC X(26) VALUE "COMP-2-DOUBLE".
           05  FILLER PIC X(08) VALUE "0244 025".
           05  FILLER PIC X(26) VALUE "SIGN-SEPARATE-LEADING".
           05  FILLER PIC X(08) VALUE "0269 005".
           05  FILLER PIC X(26) VALUE "SIGN-SEPARATE-TRAILING".
           05  FILLER PIC X(08) VALUE "0274 005".
           05  FILLER PIC X(26) VALUE "COMP-5-NATIVE".
           05  FILLER PIC X(08) VALUE "0279 009".
           05  FILLER PIC X(26) VALUE "COMP-6-UNSIGNED".
           05  FILLER PIC X(08) VALUE "0288 005".
           05  FILLER PIC X(26) VALUE "JUSTIFIED-FIELD".
           05  FILLER PIC X(08) VALUE "0293 010".
           05  FILLER PIC X(26) VALUE "BLANK-WHEN-ZERO-FIELD".
           05  FILLER PIC X(08) VALUE "0303 005".
           05  FILLER PIC X(26) VALUE "SYNCHRONIZED-FIELD".
           05  FILLER PIC X(08) VALUE "0308 004".
           05  FILLER PIC X(26) VALUE "ITEMS".
           05  FILLER PIC X(08) VALUE "0312 125".
           05  FILLER PIC X(26) VALUE "REDEFINES-BLOB".
           05  FILLER PIC X(08) VALUE "0437 020".
           05  FILLER PIC X(26) VALUE "ALT-CODE".
           05  FILLER PIC X(08) VALUE "0457 005".
           05  FILLER PIC X(26) VALUE "ALT-DESCRIPTION".
           05  FILLER PIC X(08) VALUE "0462 015".
           05  FILLER PIC X(26) VALUE "CURRENCY-CODE".
           05  FILLER PIC X(08) VALUE "0617 003".
       01  WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
           05  WS-FIELD-ENTRY               OCCURS 38 TIMES.
               10  WS-FIELD-NAME            PIC X(26).
               10  WS-FIELD-START           PIC 9(4).
               10  FILLER                   PIC X(01).
               10  WS-FIELD-LEN             PIC 9(3).
       01  WS-FLD-IDX                      PIC 9(3) COMP.
       01  WS-FLD-START                    PIC 9(4) COMP.
       01  WS-FLD-LEN                      PIC 9(3) COMP.

      *---------------------------------------------------------------
      * Per-customer apply state.  The customer's latest status
      * record is held back until its first field record so the
      * action can be decided before anything is written; fields are
      * then finished in field-number order so a field with no
      * current value gets one in its place.
      *---------------------------------------------------------------
       01  WS-PENDING-STATUS               PIC X(200).
       01  WS-PENDING-SW                   PIC X.
           88  STATUS-PENDING              VALUE 'Y'.
       01  WS-DECIDED-SW                   PIC X.
           88  ACTION-DECIDED              VALUE 'Y'.
       01  WS-APPLY-MODE                   PIC X.
           88  MODE-KEEP                   VALUE 'K'.
           88  MODE-UPDATE                 VALUE 'U'.
           88  MODE-CLOSE                  VALUE 'X'.
       01  WS-NEW-FROM                     PIC 9(8).
       01  WS-NEW-TO                       PIC 9(8).
       01  WS-NEXT-FIELD                   PIC 9(3) COMP.
       01  WS-REC-FIELD-NO                 PIC 9(3) COMP.
       01  WS-OPEN-SEEN-SW                 PIC X.
           88  OPEN-VALUE-SEEN             VALUE 'Y'.
       01  WS-NEW-VALUE                    PIC X(125).
       01  WS-CUST-CHANGED-SW              PIC X.
           88  CUSTOMER-CHANGED            VALUE 'Y'.
       01  WS-EXISTING-SW                  PIC X.
           88  CUSTOMER-EXISTING           VALUE 'Y'.

      *---------------------------------------------------------------
      * Inquiry work fields
      *---------------------------------------------------------------
       01  WS-INQ-PASS                     PIC 9.
       01  WS-INQ-DONE-SW                  PIC X.
           88  INQ-DONE                    VALUE 'Y'.
       01  WS-INQ-FOUND-SW                 PIC X.
           88  INQ-CUSTOMER-FOUND          VALUE 'Y'.
       01  WS-INQ-STATUS-SW                PIC X.
           88  INQ-ACTIVE                  VALUE 'A'.
           88  INQ-CLOSED                  VALUE 'C'.
           88  INQ-NOT-YET                 VALUE 'N'.
       01  WS-INQ-OPENED                   PIC 9(8).
       01  WS-INQ-CLOSED                   PIC 9(8).
       01  WS-INQ-FIRST-SEEN               PIC 9(8).
       01  WS-INQ-LOOKUP                   PIC 9(8).
       01  WS-INQ-IMAGE                    PIC X(650).
       01  WS-INQ-HELD-SW.
           05  WS-INQ-HELD                  PIC X OCCURS 38 TIMES.
       01  WS-INQ-CHG-COUNTS.
           05  WS-INQ-CHG-COUNT             PIC 9(5) COMP
                                             OCCURS 38 TIMES.
       01  WS-INQ-PREV-FIELD               PIC 9(3) COMP.
       01  WS-INQ-PREV-VALUE               PIC X(125).
       01  WS-INQ-TO-TEXT                  PIC X(8).
       01  WS-INQ-FROM-TEXT                PIC X(8).
       01  WS-INQ-TIMELINE-COUNT           PIC 9(5) COMP.

      *---------------------------------------------------------------
      * Counters and report edits
      *---------------------------------------------------------------
       01  WS-DELTA-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-HIST-IN-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-HIST-OUT-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-ADDED-COUNT                  PIC 9(9) COMP VALUE 0.
       01  WS-CHANGED-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-CLOSED-COUNT                 PIC 9(9) COMP VALUE 0.
       01  WS-REOPENED-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-VALUE-CHG-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-VALUE-NEW-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-MISMATCH-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-BAD-LINE-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-FOUND-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-NOTFND-COUNT                 PIC 9(3) COMP VALUE 0.
       01  WS-RPT-COUNT-EDIT               PIC ZZZZZZZZ9.

       COPY "custhist.cpy".

       LINKAGE SECTION.
       01  LK-PARM                         PIC X(200).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF FUNC-INQUIRE
               PERFORM 5000-INQUIRE-CUSTOMER
                   VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 10
           ELSE
               PERFORM 2000-MATCH-FILES
                   UNTIL (HIST-AT-END AND DELTA-AT-END)
                       OR SEQUENCE-ERROR
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF LK-PARM = SPACES OR LOW-VALUES
               ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           ELSE
               MOVE LK-PARM TO WS-PARM-STRING
           END-IF
           MOVE SPACES TO WS-BUSDATE WS-ASOF
           PERFORM 1100-PARSE-PARMS
           INSPECT WS-FUNC CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF NOT FUNC-APPLY AND NOT FUNC-LOAD AND NOT FUNC-INQUIRE
               DISPLAY "CUSTHIST0001-E FUNC " WS-FUNC
                       " IS NOT APPLY, LOAD OR INQUIRE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-SET-DATES
           IF FUNC-INQUIRE
               PERFORM 1300-SET-INQUIRY
           ELSE
               PERFORM 1400-OPEN-APPLY-FILES
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
               WHEN "HISTIN"
                   MOVE WS-VAL TO WS-HISTIN
               WHEN "HISTOUT"
                   MOVE WS-VAL TO WS-HISTOUT
               WHEN "DELTAFILE"
                   MOVE WS-VAL TO WS-DELTAFILE
               WHEN "CUSTFILE"
                   MOVE WS-VAL TO WS-CUSTFILE
               WHEN "BUSDATE"
                   MOVE WS-VAL TO WS-BUSDATE
               WHEN "RPTFILE"
                   MOVE WS-VAL TO WS-RPTFILE
               WHEN "ID"
                   MOVE WS-VAL TO WS-ID-LIST
               WHEN "ASOF"
                   MOVE WS-VAL TO WS-ASOF
               WHEN "FIELD"
                   MOVE WS-VAL TO WS-FIELD-FILTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF WS-BUSDATE = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-BUSDATE
           END-IF
           IF WS-ASOF = SPACES
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-ASOF
           END-IF
           MOVE WS-BUSDATE TO WS-CHECK-DATE
           PERFORM 1250-CHECK-DATE
           MOVE WS-ASOF TO WS-CHECK-DATE
           PERFORM 1250-CHECK-DATE.

       1250-CHECK-DATE.
           IF WS-CHECK-DATE IS NOT NUMERIC
               DISPLAY "CUSTHIST0002-E DATE " WS-CHECK-DATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = 0
               DISPLAY "CUSTHIST0002-E DATE " WS-CHECK-DATE
                       " IS NOT A VALID YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1300-SET-INQUIRY.
           MOVE SPACES TO WS-ID-TABLE
           UNSTRING WS-ID-LIST DELIMITED BY "/"
               INTO WS-ID-ENTRY(1)  WS-ID-ENTRY(2)
                    WS-ID-ENTRY(3)  WS-ID-ENTRY(4)
                    WS-ID-ENTRY(5)  WS-ID-ENTRY(6)
                    WS-ID-ENTRY(7)  WS-ID-ENTRY(8)
                    WS-ID-ENTRY(9)  WS-ID-ENTRY(10)
           END-UNSTRING
           IF WS-ID-TABLE = SPACES OR WS-HISTIN = SPACES
               DISPLAY "CUSTHIST0003-E INQUIRE NEEDS HISTIN= AND ID="
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FIELD-FILTER NOT = SPACES
               INSPECT WS-FIELD-FILTER
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM VARYING WS-FLD-IDX FROM 2 BY 1
                       UNTIL WS-FLD-IDX > 38 OR WS-FILTER-NO > 0
                   IF WS-FIELD-NAME(WS-FLD-IDX) = WS-FIELD-FILTER
                       MOVE WS-FLD-IDX TO WS-FILTER-NO
                   END-IF
               END-PERFORM
               IF WS-FILTER-NO = 0
                   DISPLAY "CUSTHIST0004-E FIELD " WS-FIELD-FILTER
                           " IS NOT A HISTORY FIELD NAME"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       1400-OPEN-APPLY-FILES.
           IF FUNC-LOAD
               MOVE WS-CUSTFILE TO WS-DELTAFILE
           END-IF
           IF WS-DELTAFILE = SPACES OR WS-HISTOUT = SPACES
               DISPLAY "CUSTHIST0003-E " FUNCTION TRIM(WS-FUNC)
                       " NEEDS HISTOUT= AND "
                       "DELTAFILE= (APPLY) OR CUSTFILE= (LOAD)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RPTFILE = SPACES
               STRING FUNCTION TRIM(WS-HISTOUT) ".histrpt"
                   DELIMITED BY SIZE INTO WS-RPTFILE
               END-STRING
           END-IF
           IF WS-HISTIN = SPACES
               SET HIST-AT-END TO TRUE
           ELSE
               OPEN INPUT HIST-IN-FILE
               EVALUATE TRUE
                   WHEN WS-HIN-OK
                       SET HIST-IN-OPEN TO TRUE
                   WHEN WS-HIN-NOT-FOUND
                       DISPLAY "CUSTHIST0005-I HISTORY "
                               FUNCTION TRIM(WS-HISTIN)
                               " NOT FOUND - STARTING EMPTY"
                       SET HIST-AT-END TO TRUE
                   WHEN OTHER
                       DISPLAY "CUSTHIST0006-E UNABLE TO OPEN HISTORY "
                               "FILE " WS-HISTIN " STATUS "
                               WS-HIN-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           IF HIST-AT-END
               MOVE HIGH-VALUES TO WS-HIST-KEY
           END-IF
           OPEN INPUT DELTA-FILE
           IF NOT WS-DELTA-OK
               DISPLAY "CUSTHIST0007-E UNABLE TO OPEN INPUT FILE "
                       WS-DELTAFILE " STATUS " WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HIST-OUT-FILE
           IF NOT WS-HOUT-OK
               DISPLAY "CUSTHIST0006-E UNABLE TO OPEN HISTORY FILE "
                       WS-HISTOUT " STATUS " WS-HOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HIST-RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY "CUSTHIST0008-E UNABLE TO OPEN REPORT FILE "
                       WS-RPTFILE " STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CUSTHIST DATED CUSTOMER HISTORY " WS-FUNC
                  "   EFFECTIVE " WS-BUSDATE
                  "   RUN " WS-CURRENT-DATETIME(1:8)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "INPUT       " FUNCTION TRIM(WS-DELTAFILE)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY IN  " FUNCTION TRIM(WS-HISTIN)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY OUT " FUNCTION TRIM(WS-HISTOUT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1900-READ-HIST
           PERFORM 1950-READ-DELTA.

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
                           DISPLAY "CUSTHIST0009-E HISTORY FILE OUT "
                                   "OF SEQUENCE AT CUSTOMER-ID "
                                   WS-HIST-KEY
                           SET SEQUENCE-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------
      * Next action line.  A LOAD input is a plain converted file,
      * every record an add; a delta's '>' detail lines are skipped.
      * Two actions for one customer cannot come from CUSTDELT and
      * are treated as out of sequence.
      *---------------------------------------------------------------
       1950-READ-DELTA.
           MOVE WS-DELTA-KEY TO WS-DELTA-PREV-KEY
           MOVE 'N' TO WS-DELTA-FOUND-SW
           PERFORM UNTIL DELTA-AT-END OR DELTA-FOUND
               READ DELTA-FILE
                   AT END
                       SET DELTA-AT-END TO TRUE
                       MOVE HIGH-VALUES TO WS-DELTA-KEY
                   NOT AT END
                       PERFORM 1960-CHECK-DELTA-LINE
               END-READ
           END-PERFORM
           IF DELTA-FOUND
               ADD 1 TO WS-DELTA-COUNT
               MOVE WS-IMAGE(1:6) TO WS-DELTA-KEY
               IF WS-DELTA-KEY NOT > WS-DELTA-PREV-KEY
                   DISPLAY "CUSTHIST0010-E INPUT FILE OUT OF SEQUENCE "
                           "AT CUSTOMER-ID " WS-DELTA-KEY
                   SET SEQUENCE-ERROR TO TRUE
               END-IF
           END-IF.

       1960-CHECK-DELTA-LINE.
           IF FUNC-LOAD
               IF DELTA-LINE NOT = SPACES
                   SET ACTION-LOAD TO TRUE
                   MOVE DELTA-LINE(1:650) TO WS-IMAGE
                   SET DELTA-FOUND TO TRUE
               END-IF
           ELSE
               EVALUATE DELTA-LINE(1:1)
                   WHEN "A"
                   WHEN "C"
                   WHEN "D"
                       MOVE DELTA-LINE(1:1) TO WS-ACTION
                       MOVE DELTA-LINE(2:650) TO WS-IMAGE
                       SET DELTA-FOUND TO TRUE
                   WHEN ">"
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CUSTHIST0011-W DELTA LINE IGNORED - "
                               "UNKNOWN ACTION: " DELTA-LINE(1:40)
                       ADD 1 TO WS-BAD-LINE-COUNT
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------
      * Two-way match on the lowest key.  A customer with no action
      * tonight has its history copied through unchanged.
      *---------------------------------------------------------------
       2000-MATCH-FILES.
           IF WS-DELTA-KEY < WS-HIST-KEY
               MOVE WS-DELTA-KEY TO WS-GROUP-KEY
           ELSE
               MOVE WS-HIST-KEY TO WS-GROUP-KEY
           END-IF
           IF WS-DELTA-KEY = WS-GROUP-KEY
               PERFORM 3000-APPLY-CUSTOMER
               IF NOT SEQUENCE-ERROR
                   PERFORM 1950-READ-DELTA
               END-IF
           ELSE
               PERFORM UNTIL SEQUENCE-ERROR
                       OR WS-HIST-KEY NOT = WS-GROUP-KEY
                   MOVE HIST-IN-LINE TO HIST-OUT-LINE
                   WRITE HIST-OUT-LINE
                   ADD 1 TO WS-HIST-OUT-COUNT
                   PERFORM 1900-READ-HIST
               END-PERFORM
           END-IF.

       3000-APPLY-CUSTOMER.
           MOVE 'N' TO WS-PENDING-SW WS-DECIDED-SW WS-OPEN-SEEN-SW
                       WS-CUST-CHANGED-SW WS-EXISTING-SW
           MOVE 2 TO WS-NEXT-FIELD
           PERFORM UNTIL SEQUENCE-ERROR
                   OR WS-HIST-KEY NOT = WS-GROUP-KEY
               SET CUSTOMER-EXISTING TO TRUE
               MOVE HIST-IN-LINE TO CUSTOMER-HISTORY-RECORD
               IF CH-STATUS-REC
                   IF STATUS-PENDING
                       MOVE WS-PENDING-STATUS TO HIST-OUT-LINE
                       WRITE HIST-OUT-LINE
                       ADD 1 TO WS-HIST-OUT-COUNT
                   END-IF
                   MOVE HIST-IN-LINE TO WS-PENDING-STATUS
                   SET STATUS-PENDING TO TRUE
               ELSE
                   IF NOT ACTION-DECIDED
                       PERFORM 3100-DECIDE-ACTION
                       MOVE HIST-IN-LINE TO CUSTOMER-HISTORY-RECORD
                   END-IF
                   PERFORM 3300-APPLY-FIELD-RECORD
               END-IF
               PERFORM 1900-READ-HIST
           END-PERFORM
           IF NOT ACTION-DECIDED
               PERFORM 3100-DECIDE-ACTION
           END-IF
           PERFORM 3400-FINISH-FIELD UNTIL WS-NEXT-FIELD > 38
           IF CUSTOMER-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Decide what tonight's action does to this customer, from the
      * latest status record, and write the status record(s).
      *---------------------------------------------------------------
       3100-DECIDE-ACTION.
           SET ACTION-DECIDED TO TRUE
           SET MODE-KEEP TO TRUE
           MOVE WS-BUSDATE-NUM TO WS-NEW-FROM
           MOVE 99999999 TO WS-NEW-TO
           IF NOT STATUS-PENDING
               PERFORM 3150-START-CUSTOMER
           ELSE
               MOVE WS-PENDING-STATUS TO CUSTOMER-HISTORY-RECORD
               EVALUATE TRUE
                   WHEN CH-LAST-APPLIED-DATE > WS-BUSDATE-NUM
                       DISPLAY "CUSTHIST0012-W CUSTOMER " WS-GROUP-KEY
                               " ALREADY HAS HISTORY TO "
                               CH-LAST-APPLIED-DATE
                               " - ACTION " WS-ACTION " DATED "
                               WS-BUSDATE " REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                   WHEN CH-OPEN-ENDED
                       PERFORM 3200-ACTIVE-CUSTOMER
                   WHEN OTHER
                       PERFORM 3250-CLOSED-CUSTOMER
               END-EVALUATE
               PERFORM 3900-WRITE-HISTORY
           END-IF.

      *---------------------------------------------------------------
      * Not on the history yet.  A delete carries yesterday's image,
      * and a load the values the customer already held, so both
      * start before the history began.
      *---------------------------------------------------------------
       3150-START-CUSTOMER.
           SET MODE-UPDATE TO TRUE
           EVALUATE TRUE
               WHEN ACTION-CHANGE
                   DISPLAY "CUSTHIST0013-W CHANGE FOR CUSTOMER "
                           WS-GROUP-KEY " NOT ON HISTORY - HISTORY "
                           "STARTS " WS-BUSDATE
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-ADDED-COUNT
               WHEN ACTION-DELETE
                   DISPLAY "CUSTHIST0013-W DELETE FOR CUSTOMER "
                           WS-GROUP-KEY " NOT ON HISTORY - KEPT AS "
                           "CLOSED " WS-BUSDATE
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 0 TO WS-NEW-FROM
                   MOVE WS-BUSDATE-NUM TO WS-NEW-TO
               WHEN OTHER
                   ADD 1 TO WS-ADDED-COUNT
                   IF ACTION-LOAD
                       MOVE 0 TO WS-NEW-FROM
                   END-IF
           END-EVALUATE
           PERFORM 3800-BUILD-STATUS
           PERFORM 3900-WRITE-HISTORY.

       3200-ACTIVE-CUSTOMER.
           MOVE WS-BUSDATE-NUM TO CH-LAST-APPLIED-DATE
           EVALUATE TRUE
               WHEN ACTION-DELETE
                   SET MODE-CLOSE TO TRUE
                   MOVE WS-BUSDATE-NUM TO CH-TO-DATE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN ACTION-ADD AND CH-FROM-DATE NOT = WS-BUSDATE-NUM
                   DISPLAY "CUSTHIST0014-W ADD FOR CUSTOMER "
                           WS-GROUP-KEY " ALREADY OPEN ON HISTORY - "
                           "APPLIED AS A CHANGE"
                   ADD 1 TO WS-MISMATCH-COUNT
                   SET MODE-UPDATE TO TRUE
               WHEN OTHER
                   SET MODE-UPDATE TO TRUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Closed on the history.  A second delete changes nothing; any
      * other action reopens the customer from BUSDATE, in place when
      * it was closed on that same date.
      *---------------------------------------------------------------
       3250-CLOSED-CUSTOMER.
           IF ACTION-DELETE
               IF CH-TO-DATE NOT = WS-BUSDATE-NUM
                   DISPLAY "CUSTHIST0014-W DELETE FOR CUSTOMER "
                           WS-GROUP-KEY " ALREADY CLOSED ON HISTORY "
                           CH-TO-DATE
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           ELSE
               SET MODE-UPDATE TO TRUE
               ADD 1 TO WS-REOPENED-COUNT
               IF ACTION-CHANGE
                   DISPLAY "CUSTHIST0014-W CHANGE FOR CUSTOMER "
                           WS-GROUP-KEY " CLOSED ON HISTORY "
                           CH-TO-DATE " - REOPENED"
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
               IF CH-TO-DATE = WS-BUSDATE-NUM
                   MOVE 99999999 TO CH-TO-DATE
                   MOVE WS-BUSDATE-NUM TO CH-LAST-APPLIED-DATE
               ELSE
                   PERFORM 3900-WRITE-HISTORY
                   PERFORM 3800-BUILD-STATUS
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * One field record from the history.  Only a current value can
      * change: it is replaced when it started tonight, otherwise it
      * is closed at BUSDATE and the new value follows it.
      *---------------------------------------------------------------
       3300-APPLY-FIELD-RECORD.
           MOVE CH-FIELD-NO TO WS-REC-FIELD-NO
           PERFORM 3400-FINISH-FIELD
               UNTIL WS-NEXT-FIELD >= WS-REC-FIELD-NO
           MOVE HIST-IN-LINE TO CUSTOMER-HISTORY-RECORD
           IF CH-OPEN-ENDED AND CH-FIELD-NO = WS-NEXT-FIELD
               EVALUATE TRUE
                   WHEN MODE-UPDATE
                       SET OPEN-VALUE-SEEN TO TRUE
                       PERFORM 3350-SET-NEW-VALUE
                       IF CH-VALUE NOT = WS-NEW-VALUE
                           ADD 1 TO WS-VALUE-CHG-COUNT
                           SET CUSTOMER-CHANGED TO TRUE
                           IF CH-FROM-DATE = WS-BUSDATE-NUM
                               MOVE WS-NEW-VALUE TO CH-VALUE
                               MOVE WS-ACTION TO CH-SOURCE
                           ELSE
                               MOVE WS-BUSDATE-NUM TO CH-TO-DATE
                               PERFORM 3900-WRITE-HISTORY
                               MOVE WS-BUSDATE-NUM TO CH-FROM-DATE
                               MOVE 99999999 TO CH-TO-DATE
                               MOVE WS-NEW-VALUE TO CH-VALUE
                               MOVE WS-ACTION TO CH-SOURCE
                           END-IF
                       END-IF
                   WHEN MODE-CLOSE
                       MOVE WS-BUSDATE-NUM TO CH-TO-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 3900-WRITE-HISTORY.

       3350-SET-NEW-VALUE.
           MOVE WS-FIELD-START(CH-FIELD-NO) TO WS-FLD-START
           MOVE WS-FIELD-LEN(CH-FIELD-NO) TO WS-FLD-LEN
           MOVE SPACES TO WS-NEW-VALUE
           MOVE WS-IMAGE(WS-FLD-START:WS-FLD-LEN)
             TO WS-NEW-VALUE(1:WS-FLD-LEN).

      *---------------------------------------------------------------
      * All of WS-NEXT-FIELD's records are written.  A customer that
      * is open after tonight must have a current value for it.
      *---------------------------------------------------------------
       3400-FINISH-FIELD.
           IF MODE-UPDATE AND NOT OPEN-VALUE-SEEN
               MOVE SPACES TO CUSTOMER-HISTORY-RECORD
               MOVE WS-GROUP-KEY TO CH-CUSTOMER-ID
               MOVE WS-NEXT-FIELD TO CH-FIELD-NO
               MOVE WS-NEW-FROM TO CH-FROM-DATE
               MOVE WS-NEW-TO TO CH-TO-DATE
               SET CH-FIELD-REC TO TRUE
               MOVE WS-ACTION TO CH-SOURCE
               MOVE WS-FIELD-NAME(WS-NEXT-FIELD) TO CH-FIELD-NAME
               PERFORM 3350-SET-NEW-VALUE
               MOVE WS-NEW-VALUE TO CH-VALUE
               PERFORM 3900-WRITE-HISTORY
               ADD 1 TO WS-VALUE-NEW-COUNT
           END-IF
           MOVE 'N' TO WS-OPEN-SEEN-SW
           ADD 1 TO WS-NEXT-FIELD.

       3800-BUILD-STATUS.
           MOVE SPACES TO CUSTOMER-HISTORY-RECORD
           MOVE WS-GROUP-KEY TO CH-CUSTOMER-ID
           MOVE 0 TO CH-FIELD-NO
           MOVE WS-NEW-FROM TO CH-FROM-DATE
           MOVE WS-NEW-TO TO CH-TO-DATE
           SET CH-STATUS-REC TO TRUE
           MOVE WS-ACTION TO CH-SOURCE
           MOVE "CUSTOMER-STATUS" TO CH-FIELD-NAME
           MOVE WS-BUSDATE-NUM TO CH-LAST-APPLIED-DATE.

       3900-WRITE-HISTORY.
           MOVE CUSTOMER-HISTORY-RECORD TO HIST-OUT-LINE
           WRITE HIST-OUT-LINE
           ADD 1 TO WS-HIST-OUT-COUNT.

      *---------------------------------------------------------------
      * Inquiry.  The history is read twice per customer: first for
      * its status and record as of ASOF, then for the timeline.
      *---------------------------------------------------------------
       5000-INQUIRE-CUSTOMER.
           IF WS-ID-ENTRY(WS-ID-IDX) NOT = SPACES
               MOVE WS-ID-ENTRY(WS-ID-IDX) TO WS-GROUP-KEY
               MOVE 'N' TO WS-INQ-FOUND-SW WS-INQ-STATUS-SW
               MOVE 0 TO WS-INQ-OPENED WS-INQ-CLOSED
               MOVE 99999999 TO WS-INQ-FIRST-SEEN
               MOVE 0 TO WS-INQ-PREV-FIELD
               MOVE SPACES TO WS-INQ-IMAGE
               MOVE ALL 'N' TO WS-INQ-HELD-SW
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > 38
                   MOVE 0 TO WS-INQ-CHG-COUNT(WS-FLD-IDX)
               END-PERFORM
               MOVE 1 TO WS-INQ-PASS
               PERFORM 5100-SCAN-HISTORY
               IF NOT INQ-CUSTOMER-FOUND
                   DISPLAY "CUSTHIST0015-W CUSTOMER-ID " WS-GROUP-KEY
                           " NOT ON HISTORY FILE"
                   ADD 1 TO WS-NOTFND-COUNT
               ELSE
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM 5300-SHOW-AS-OF
                   MOVE 2 TO WS-INQ-PASS
                   PERFORM 5100-SCAN-HISTORY
               END-IF
           END-IF.

       5100-SCAN-HISTORY.
           OPEN INPUT HIST-IN-FILE
           IF NOT WS-HIN-OK
               DISPLAY "CUSTHIST0006-E UNABLE TO OPEN HISTORY FILE "
                       WS-HISTIN " STATUS " WS-HIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-INQ-DONE-SW
           PERFORM UNTIL INQ-DONE
               READ HIST-IN-FILE
                   AT END
                       SET INQ-DONE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-IN-LINE(1:6) < WS-GROUP-KEY
                               CONTINUE
                           WHEN HIST-IN-LINE(1:6) > WS-GROUP-KEY
                               SET INQ-DONE TO TRUE
                           WHEN WS-INQ-PASS = 1
                               PERFORM 5200-COLLECT-AS-OF
                           WHEN OTHER
                               PERFORM 5400-SHOW-TIMELINE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HIST-IN-FILE.

      *---------------------------------------------------------------
      * Status records come first and in date order, so the status
      * as of ASOF is settled before the field records are seen.  A
      * customer closed by ASOF is shown as held on its last day.
      *---------------------------------------------------------------
       5200-COLLECT-AS-OF.
           SET INQ-CUSTOMER-FOUND TO TRUE
           MOVE HIST-IN-LINE TO CUSTOMER-HISTORY-RECORD
           IF CH-STATUS-REC
               IF CH-FROM-DATE < WS-INQ-FIRST-SEEN
                   MOVE CH-FROM-DATE TO WS-INQ-FIRST-SEEN
               END-IF
               IF CH-FROM-DATE NOT > WS-ASOF-NUM
                   MOVE CH-FROM-DATE TO WS-INQ-OPENED
                   IF CH-TO-DATE > WS-ASOF-NUM
                       SET INQ-ACTIVE TO TRUE
                       MOVE WS-ASOF-NUM TO WS-INQ-LOOKUP
                   ELSE
                       SET INQ-CLOSED TO TRUE
                       MOVE CH-TO-DATE TO WS-INQ-CLOSED
                       COMPUTE WS-INQ-LOOKUP = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(CH-TO-DATE) - 1)
                   END-IF
               END-IF
           ELSE
               IF CH-FIELD-NO > 1 AND CH-FIELD-NO NOT > 38
                   IF CH-FIELD-NO = WS-INQ-PREV-FIELD
                       AND CH-VALUE NOT = WS-INQ-PREV-VALUE
                       ADD 1 TO WS-INQ-CHG-COUNT(CH-FIELD-NO)
                   END-IF
                   MOVE CH-FIELD-NO TO WS-INQ-PREV-FIELD
                   MOVE CH-VALUE TO WS-INQ-PREV-VALUE
                   IF (INQ-ACTIVE OR INQ-CLOSED)
                       AND CH-FROM-DATE NOT > WS-INQ-LOOKUP
                       AND CH-TO-DATE > WS-INQ-LOOKUP
                       MOVE WS-FIELD-START(CH-FIELD-NO) TO WS-FLD-START
                       MOVE WS-FIELD-LEN(CH-FIELD-NO) TO WS-FLD-LEN
                       MOVE CH-VALUE(1:WS-FLD-LEN)
                         TO WS-INQ-IMAGE(WS-FLD-START:WS-FLD-LEN)
                       MOVE 'Y' TO WS-INQ-HELD(CH-FIELD-NO)
                   END-IF
               END-IF
           END-IF.

       5300-SHOW-AS-OF.
           DISPLAY "----------------------------------------"
           EVALUATE TRUE
               WHEN INQ-ACTIVE AND WS-INQ-OPENED = 0
                   DISPLAY "CUSTOMER " WS-GROUP-KEY " AS OF " WS-ASOF
                           " - ON FILE FROM BEFORE THE HISTORY BEGAN"
               WHEN INQ-ACTIVE
                   DISPLAY "CUSTOMER " WS-GROUP-KEY " AS OF " WS-ASOF
                           " - ON FILE SINCE " WS-INQ-OPENED
               WHEN INQ-CLOSED
                   DISPLAY "CUSTOMER " WS-GROUP-KEY " AS OF " WS-ASOF
                           " - CLOSED " WS-INQ-CLOSED
                           ", RECORD AS HELD ON " WS-INQ-LOOKUP
               WHEN OTHER
                   DISPLAY "CUSTOMER " WS-GROUP-KEY " AS OF " WS-ASOF
                           " - NOT YET ON FILE (FIRST HELD "
                           WS-INQ-FIRST-SEEN ")"
           END-EVALUATE
           IF INQ-ACTIVE OR INQ-CLOSED
               PERFORM VARYING WS-FLD-IDX FROM 2 BY 1
                       UNTIL WS-FLD-IDX > 38
                   MOVE WS-FIELD-START(WS-FLD-IDX) TO WS-FLD-START
                   MOVE WS-FIELD-LEN(WS-FLD-IDX) TO WS-FLD-LEN
                   IF WS-INQ-HELD(WS-FLD-IDX) = 'Y'
                       DISPLAY "  " WS-FIELD-NAME(WS-FLD-IDX) " "
                               WS-INQ-IMAGE(WS-FLD-START:WS-FLD-LEN)
                   ELSE
                       DISPLAY "  " WS-FIELD-NAME(WS-FLD-IDX) " "
                               "(NO VALUE HELD ON THIS DATE)"
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-INQ-TIMELINE-COUNT
           IF WS-FILTER-NO > 0
               DISPLAY "CHANGE TIMELINE - "
                       FUNCTION TRIM(WS-FIELD-FILTER)
           ELSE
               DISPLAY "CHANGE TIMELINE - FIELDS THAT HAVE CHANGED"
           END-IF.

      *---------------------------------------------------------------
      * One timeline line per status record and per value of a field
      * whose value has changed (or of the FIELD= field).
      *---------------------------------------------------------------
       5400-SHOW-TIMELINE-LINE.
           MOVE HIST-IN-LINE TO CUSTOMER-HISTORY-RECORD
           MOVE CH-FROM-DATE TO WS-INQ-FROM-TEXT
           IF CH-FROM-DATE = 0
               MOVE "EARLIER" TO WS-INQ-FROM-TEXT
           END-IF
           MOVE CH-TO-DATE TO WS-INQ-TO-TEXT
           IF CH-OPEN-ENDED
               MOVE "CURRENT" TO WS-INQ-TO-TEXT
           END-IF
           IF CH-STATUS-REC
               DISPLAY "  CUSTOMER-STATUS            "
                       WS-INQ-FROM-TEXT " - " WS-INQ-TO-TEXT
                       "  " CH-SOURCE "  ON FILE"
           ELSE
               IF CH-FIELD-NO > 1 AND CH-FIELD-NO NOT > 38
                   IF (WS-FILTER-NO = 0
                       AND WS-INQ-CHG-COUNT(CH-FIELD-NO) > 0)
                       OR WS-FILTER-NO = CH-FIELD-NO
                       MOVE WS-FIELD-LEN(CH-FIELD-NO) TO WS-FLD-LEN
                       ADD 1 TO WS-INQ-TIMELINE-COUNT
                       DISPLAY "  " CH-FIELD-NAME " "
                               WS-INQ-FROM-TEXT " - " WS-INQ-TO-TEXT
                               "  " CH-SOURCE "  "
                               CH-VALUE(1:WS-FLD-LEN)
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           IF FUNC-INQUIRE
               DISPLAY "CUSTHIST0099-I CUSTOMERS FOUND    = "
                       WS-FOUND-COUNT
               DISPLAY "CUSTHIST0099-I CUSTOMERS NOT FOUND = "
                       WS-NOTFND-COUNT
               IF WS-NOTFND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 9200-WRITE-SUMMARY
               IF HIST-IN-OPEN
                   CLOSE HIST-IN-FILE
               END-IF
               CLOSE DELTA-FILE
               CLOSE HIST-OUT-FILE
               CLOSE HIST-RPT-FILE
               DISPLAY "CUSTHIST0099-I ACTIONS READ = " WS-DELTA-COUNT
                       " HISTORY IN = " WS-HIST-IN-COUNT
                       " HISTORY OUT = " WS-HIST-OUT-COUNT
               DISPLAY "CUSTHIST0099-I ADDED = " WS-ADDED-COUNT
                       " CHANGED = " WS-CHANGED-COUNT
                       " CLOSED = " WS-CLOSED-COUNT
                       " REOPENED = " WS-REOPENED-COUNT
               EVALUATE TRUE
                   WHEN SEQUENCE-ERROR OR WS-REFUSED-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-MISMATCH-COUNT > 0
                       OR WS-BAD-LINE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       9200-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY UPDATE SUMMARY" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-DELTA-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS READ .............. " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-HIST-IN-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY RECORDS READ ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-HIST-OUT-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY RECORDS WRITTEN ... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS ADDED ........... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS CHANGED ......... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS CLOSED .......... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-REOPENED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS REOPENED ........ " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-VALUE-CHG-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FIELD VALUES CHANGED ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-VALUE-NEW-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FIELD VALUES STARTED ...... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS OUT OF STEP ....... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REFUSED (EARLIER) . " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE WS-BAD-LINE-COUNT TO WS-RPT-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DELTA LINES IGNORED ....... " WS-RPT-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           IF SEQUENCE-ERROR
               MOVE SPACES TO RPT-LINE
               STRING "*** RUN STOPPED ON A SEQUENCE ERROR - HISTORY "
                      "OUT IS INCOMPLETE AND MUST NOT BE USED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
