      *
       identification division.
       program-id.  budvar.
      *    called by LABFILE2 after the direct-deposit step (and by
      *    RERUNRPT against an archived run) to set each department's
      *    actuals against its budget for finance's period-close
      *    review.  the actuals are the DEPT-GROUP lines of the
      *    department roll-up at the bottom of PAYREG.TXT - headcount
      *    and gross per DEPT, exactly as the register printed them -
      *    and the budget is the operator-maintained DEPTBUD.DAT
      *    (BUDREC.CPY layout, kept through OPERMENU and BUDMAINT).
      *    writes BUDVAR.TXT: one VARIANCE line per DEPT that has
      *    both, with headcount budget and actual, gross budget and
      *    actual, the dollar variance (actual less budget), that
      *    variance as a percent of budget, and an OVER/UNDER/ON
      *    flag against PARM-BUDGET-TOLERANCE; then every DEPT with
      *    actuals but no budget (NO-BUDGET) and every budgeted DEPT
      *    with no actuals (NO-ACTUALS); then the all-DEPT totals and
      *    the SUMMARY line RUNSUMM reads back.
      *
      *    the budget file name is the caller's: LABFILE2 passes the
      *    live DEPTBUD.DAT, RERUNRPT the copy archived with the run,
      *    so a rerun is judged against the budget that stood at the
      *    time.  a PAYREG department past its 19 real slots lands in
      *    the **** catch-all there, and shows up here as NO-BUDGET
      *    unless someone has budgeted ****.
       environment division.
       input-output section.
       file-control.
           SELECT payreg ASSIGN TO "PAYREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS payreg-stat.
      *
           SELECT budfil ASSIGN TO budfile-name-ws
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS budfil-stat.
      *
           SELECT parmfil ASSIGN TO "PARMFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS parmfil-stat.
      *
           SELECT bvrpt ASSIGN TO "BUDVAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bvrpt-stat.
      *
       data division.
       file section.
       FD payreg.
       01 payreg-record.
           05 payreg-line  PIC X(132).
      *
       FD budfil.
           COPY budrec.
      *
       FD parmfil.
           COPY parmrec.
      *
      *    wide enough for a VARIANCE line with both grosses and the
      *    variance at full register width (156 bytes).
       FD bvrpt.
       01 bvrpt-record.
           05 bvrpt-line  PIC X(160).
      *
       working-storage section.
       77 payreg-stat     PIC xx.
       77 budfil-stat     PIC xx.
       77 parmfil-stat    PIC xx.
       77 bvrpt-stat      PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 budfile-name-ws   PIC X(60).
       77 bv-run-date       PIC 9(08).
       77 bv-tolerance      PIC 9(02)V9.
       77 bv-neg-tolerance  PIC S9(02)V9.
       77 bv-budget-opened  PIC X(01).
       77 bv-register-found PIC X(01).
       77 bv-verdict        PIC X(14).
      *
      *    the budget, as read - the same 50 departments BUDMAINT
      *    keeps room for, each marked once a register line has
      *    claimed it, so the leftovers are the NO-ACTUALS list.
       77 bv-budget-used    PIC 9(02) COMP.
       77 bv-budget-index   PIC 9(02) COMP.
       77 bv-budget-found   PIC X(01).
       77 bv-unreadable     PIC 9(7).
       01 bv-budget-table.
           05 bv-budget-entry OCCURS 50 TIMES.
               10 bv-budget-dept    PIC X(04).
               10 bv-budget-head    PIC 9(07).
               10 bv-budget-gross   PIC 9(14)V99.
               10 bv-budget-claimed PIC X(01).
      *
      *    register departments with no budget, held until the
      *    variance lines are all out - PAYREG never prints more
      *    than its 20 slots.
       77 bv-orphan-used    PIC 9(02) COMP.
       77 bv-orphan-index   PIC 9(02) COMP.
       01 bv-orphan-table.
           05 bv-orphan-entry OCCURS 20 TIMES.
               10 bv-orphan-dept    PIC X(04).
               10 bv-orphan-head    PIC 9(07).
               10 bv-orphan-gross   PIC 9(14)V99.
      *
      *    one DEPT-GROUP line, sliced at the offsets PAYREG's
      *    WRITE-ONE-DEPT-LINE strings it to.
       77 bv-actual-dept    PIC X(04).
       77 bv-actual-head    PIC 9(07).
       77 bv-actual-gross   PIC 9(14)V99.
      *
       77 bv-variance       PIC S9(14)V99.
       77 bv-variance-pct   PIC S9(05)V99.
       77 bv-flag           PIC X(05).
      *
       77 bv-dept-count     PIC 9(7).
       77 bv-over-count     PIC 9(7).
       77 bv-under-count    PIC 9(7).
       77 bv-on-count       PIC 9(7).
       77 bv-no-budget-count PIC 9(7).
       77 bv-no-actuals-count PIC 9(7).
       77 bv-total-bud-head PIC 9(07).
       77 bv-total-act-head PIC 9(07).
       77 bv-total-bud-gross PIC 9(14)V99.
       77 bv-total-act-gross PIC 9(14)V99.
      *
       01 bv-tolerance-ed   PIC Z9.9.
       01 bv-bud-head-ed    PIC Z(6)9.
       01 bv-act-head-ed    PIC Z(6)9.
       01 bv-bud-gross-ed   PIC Z(13)9.99.
       01 bv-act-gross-ed   PIC Z(13)9.99.
       01 bv-variance-ed    PIC -(14)9.99.
       01 bv-pct-ed         PIC -(5)9.99.
       01 bv-count-ed       PIC Z(6)9.
       01 bv-over-ed        PIC Z(6)9.
       01 bv-under-ed       PIC Z(6)9.
       01 bv-on-ed          PIC Z(6)9.
       01 bv-no-budget-ed   PIC Z(6)9.
       01 bv-no-actuals-ed  PIC Z(6)9.
      *
       linkage section.
       01 ls-run-date       PIC 9(08).
       01 ls-budfile-name   PIC X(60).
      *
       procedure division USING ls-run-date, ls-budfile-name.
       main.
           MOVE ls-run-date TO bv-run-date.
           MOVE ls-budfile-name TO budfile-name-ws.
           PERFORM READ-PARM-FILE.
           PERFORM WRITE-VARIANCE-REPORT.
           GOBACK.
      *
      *    tolerant of PARMFIL not opening or reading cleanly, the
      *    same as DISTRPT - a missing PARMFILE.DAT, or one written
      *    before the tolerance field existed, just gets the default.
       READ-PARM-FILE.
           MOVE 5.0 TO bv-tolerance.
           OPEN INPUT parmfil.
           IF parmfil-stat = "00"
               READ parmfil
               IF parmfil-stat = "00"
                   AND parm-budget-tolerance NUMERIC
                   AND parm-budget-tolerance > 0
                   MOVE parm-budget-tolerance TO bv-tolerance
               END-IF
               CLOSE parmfil
           END-IF.
           COMPUTE bv-neg-tolerance = 0 - bv-tolerance.
      *
      *    a report that will not even OPEN is skipped rather than
      *    aborting, the same policy every report program in the
      *    chain uses.  a budget file or register that will not open
      *    still gets a report - everything on the other side is
      *    listed as unmatched, and the verdict says which was
      *    missing.
       WRITE-VARIANCE-REPORT.
           MOVE 0 TO bv-dept-count.
           MOVE 0 TO bv-over-count.
           MOVE 0 TO bv-under-count.
           MOVE 0 TO bv-on-count.
           MOVE 0 TO bv-no-budget-count.
           MOVE 0 TO bv-no-actuals-count.
           MOVE 0 TO bv-total-bud-head.
           MOVE 0 TO bv-total-act-head.
           MOVE 0 TO bv-total-bud-gross.
           MOVE 0 TO bv-total-act-gross.
           MOVE 0 TO bv-orphan-used.
           INITIALIZE bv-orphan-table.
           OPEN OUTPUT bvrpt.
           IF bvrpt-stat NOT = "00"
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-BUDGET-TABLE.
           PERFORM COMPARE-REGISTER-TO-BUDGET.
           MOVE 0 TO bv-orphan-index.
           PERFORM WRITE-ONE-NO-BUDGET-LINE bv-orphan-used TIMES.
           MOVE 0 TO bv-budget-index.
           PERFORM CHECK-ONE-BUDGET-CLAIMED bv-budget-used TIMES.
           PERFORM WRITE-TOTAL-LINE.
           EVALUATE TRUE
               WHEN bv-register-found = "N"
                   MOVE "NO-REGISTER" TO bv-verdict
               WHEN bv-budget-opened = "N"
                   MOVE "NO-BUDGET-FILE" TO bv-verdict
               WHEN bv-over-count > 0 OR bv-under-count > 0
                   OR bv-no-budget-count > 0
                   OR bv-no-actuals-count > 0
                   MOVE "VARIANCES" TO bv-verdict
               WHEN OTHER
                   MOVE "ON-BUDGET" TO bv-verdict
           END-EVALUATE.
           PERFORM WRITE-VARIANCE-SUMMARY.
           CLOSE bvrpt.
      *
       WRITE-REPORT-HEADING.
           MOVE bv-tolerance TO bv-tolerance-ed.
           INITIALIZE bvrpt-record.
           STRING "BUDGET VARIANCE AS-OF=", DELIMITED BY SIZE,
               bv-run-date, DELIMITED BY SIZE,
               " TOLERANCE-PCT=", DELIMITED BY SIZE,
               bv-tolerance-ed, DELIMITED BY SIZE,
               " BUDGET=", DELIMITED BY SIZE,
               budfile-name-ws, DELIMITED BY SPACE,
               INTO bvrpt-record.
           WRITE bvrpt-record.
           MOVE "WRITE BVRPT (HEADING)" TO io-operation-desc.
           MOVE bvrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    a budget line whose figures are not numbers (a bad hand
      *    edit that never went through BUDMAINT) is reported and
      *    left out rather than guessed at.  so is a good line past
      *    the 50 the table holds, under its own text - the file is
      *    too long, not damaged.
       LOAD-BUDGET-TABLE.
           MOVE 0 TO bv-budget-used.
           MOVE 0 TO bv-unreadable.
           INITIALIZE bv-budget-table.
           MOVE "N" TO bv-budget-opened.
           OPEN INPUT budfil.
           IF budfil-stat = "00"
               MOVE "Y" TO bv-budget-opened
               PERFORM LOAD-ONE-BUDGET UNTIL budfil-stat NOT = "00"
               CLOSE budfil
           ELSE
               INITIALIZE bvrpt-record
               STRING "NO BUDGET FILE ", DELIMITED BY SIZE,
                   budfile-name-ws, DELIMITED BY SPACE,
                   " - EVERY REGISTER DEPT IS LISTED NO-BUDGET",
                   DELIMITED BY SIZE,
                   INTO bvrpt-record
               WRITE bvrpt-record
               MOVE "WRITE BVRPT (NO BUDGET)" TO io-operation-desc
               MOVE bvrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       LOAD-ONE-BUDGET.
           READ budfil.
           IF budfil-stat = "00"
               EVALUATE TRUE
                   WHEN bud-headcount NOT NUMERIC
                       OR bud-gross NOT NUMERIC
                       ADD 1 TO bv-unreadable
                       INITIALIZE bvrpt-record
                       STRING "UNREADABLE BUDGET LINE DEPT=",
                           DELIMITED BY SIZE,
                           bud-dept, DELIMITED BY SIZE,
                           " - LEFT OUT", DELIMITED BY SIZE,
                           INTO bvrpt-record
                       WRITE bvrpt-record
                       MOVE "WRITE BVRPT (UNREADABLE)"
                           TO io-operation-desc
                       MOVE bvrpt-stat TO io-status-code
                       PERFORM CHECK-FILE-STATUS
                   WHEN bv-budget-used = 50
                       INITIALIZE bvrpt-record
                       STRING "BUDGET TABLE FULL DEPT=",
                           DELIMITED BY SIZE,
                           bud-dept, DELIMITED BY SIZE,
                           " - LEFT OUT", DELIMITED BY SIZE,
                           INTO bvrpt-record
                       WRITE bvrpt-record
                       MOVE "WRITE BVRPT (TABLE FULL)"
                           TO io-operation-desc
                       MOVE bvrpt-stat TO io-status-code
                       PERFORM CHECK-FILE-STATUS
                   WHEN OTHER
                       ADD 1 TO bv-budget-used
                       MOVE bud-dept
                           TO bv-budget-dept (bv-budget-used)
                       MOVE bud-headcount
                           TO bv-budget-head (bv-budget-used)
                       MOVE bud-gross
                           TO bv-budget-gross (bv-budget-used)
                       MOVE "N" TO bv-budget-claimed (bv-budget-used)
                       ADD bud-headcount TO bv-total-bud-head
                       ADD bud-gross TO bv-total-bud-gross
               END-EVALUATE
           ELSE
               IF budfil-stat NOT = "10"
                   MOVE "READ BUDFIL" TO io-operation-desc
                   MOVE budfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    the register counts as found once its GRAND-TOTAL line
      *    has been read - the roll-up follows it, so a register cut
      *    short before then has no department actuals to speak of.
       COMPARE-REGISTER-TO-BUDGET.
           MOVE "N" TO bv-register-found.
           OPEN INPUT payreg.
           IF payreg-stat = "00"
               PERFORM READ-ONE-REGISTER-LINE
                   UNTIL payreg-stat NOT = "00"
               CLOSE payreg
           END-IF.
           IF bv-register-found = "N"
               INITIALIZE bvrpt-record
               STRING "NO PAYROLL REGISTER PAYREG.TXT - EVERY ",
                   DELIMITED BY SIZE,
                   "BUDGETED DEPT IS LISTED NO-ACTUALS",
                   DELIMITED BY SIZE,
                   INTO bvrpt-record
               WRITE bvrpt-record
               MOVE "WRITE BVRPT (NO REGISTER)" TO io-operation-desc
               MOVE bvrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      *    DEPT-GROUP=xxxx EMPLOYEES=zzzzzz9 GROSS=z(13)9.99 ...
      *    1---------11 12-15 16-------26 27-33 34---40 41-57
       READ-ONE-REGISTER-LINE.
           READ payreg.
           IF payreg-stat = "00"
               IF payreg-line (1:12) = "GRAND-TOTAL "
                   MOVE "Y" TO bv-register-found
               END-IF
               IF payreg-line (1:11) = "DEPT-GROUP="
                   AND payreg-line (16:11) = " EMPLOYEES="
                   AND payreg-line (34:7) = " GROSS="
                   MOVE payreg-line (12:4) TO bv-actual-dept
                   COMPUTE bv-actual-head =
                       FUNCTION NUMVAL (payreg-line (27:7))
                   COMPUTE bv-actual-gross =
                       FUNCTION NUMVAL (payreg-line (41:17))
                   PERFORM MATCH-ONE-DEPT
               END-IF
           ELSE
               IF payreg-stat NOT = "10"
                   MOVE "READ PAYREG" TO io-operation-desc
                   MOVE payreg-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       MATCH-ONE-DEPT.
           ADD 1 TO bv-dept-count.
           ADD bv-actual-head TO bv-total-act-head.
           ADD bv-actual-gross TO bv-total-act-gross.
           MOVE "N" TO bv-budget-found.
           MOVE 0 TO bv-budget-index.
           PERFORM FIND-BUDGET-SLOT
               UNTIL bv-budget-found = "Y"
                   OR bv-budget-index = bv-budget-used.
           IF bv-budget-found = "Y"
               MOVE "Y" TO bv-budget-claimed (bv-budget-index)
               PERFORM WRITE-VARIANCE-LINE
           ELSE
               ADD 1 TO bv-no-budget-count
               IF bv-orphan-used < 20
                   ADD 1 TO bv-orphan-used
                   MOVE bv-actual-dept
                       TO bv-orphan-dept (bv-orphan-used)
                   MOVE bv-actual-head
                       TO bv-orphan-head (bv-orphan-used)
                   MOVE bv-actual-gross
                       TO bv-orphan-gross (bv-orphan-used)
               END-IF
           END-IF.
      *
       FIND-BUDGET-SLOT.
           ADD 1 TO bv-budget-index.
           IF bv-budget-dept (bv-budget-index) = bv-actual-dept
               AND bv-budget-claimed (bv-budget-index) = "N"
               MOVE "Y" TO bv-budget-found
           END-IF.
      *
      *    the variance is actual less budget, so OVER means the
      *    department paid out more than it was budgeted for.  a
      *    DEPT budgeted at zero gross has no percent to speak of -
      *    it shows 0.00 and is OVER on any gross at all - and a
      *    percent too wide for the report is pinned at 99999.99.
       WRITE-VARIANCE-LINE.
           COMPUTE bv-variance = bv-actual-gross
               - bv-budget-gross (bv-budget-index).
           IF bv-budget-gross (bv-budget-index) = 0
               MOVE 0 TO bv-variance-pct
               IF bv-variance > 0
                   MOVE "OVER" TO bv-flag
               ELSE
                   MOVE "ON" TO bv-flag
               END-IF
           ELSE
               COMPUTE bv-variance-pct ROUNDED =
                   (bv-variance * 100)
                       / bv-budget-gross (bv-budget-index)
                   ON SIZE ERROR
                       IF bv-variance < 0
                           MOVE -99999.99 TO bv-variance-pct
                       ELSE
                           MOVE 99999.99 TO bv-variance-pct
                       END-IF
               END-COMPUTE
               EVALUATE TRUE
                   WHEN bv-variance-pct > bv-tolerance
                       MOVE "OVER" TO bv-flag
                   WHEN bv-variance-pct < bv-neg-tolerance
                       MOVE "UNDER" TO bv-flag
                   WHEN OTHER
                       MOVE "ON" TO bv-flag
               END-EVALUATE
           END-IF.
           EVALUATE bv-flag
               WHEN "OVER"
                   ADD 1 TO bv-over-count
               WHEN "UNDER"
                   ADD 1 TO bv-under-count
               WHEN OTHER
                   ADD 1 TO bv-on-count
           END-EVALUATE.
           MOVE bv-budget-head (bv-budget-index) TO bv-bud-head-ed.
           MOVE bv-actual-head TO bv-act-head-ed.
           MOVE bv-budget-gross (bv-budget-index) TO bv-bud-gross-ed.
           MOVE bv-actual-gross TO bv-act-gross-ed.
           MOVE bv-variance TO bv-variance-ed.
           MOVE bv-variance-pct TO bv-pct-ed.
           INITIALIZE bvrpt-record.
           STRING "VARIANCE DEPT=", DELIMITED BY SIZE,
               bv-actual-dept, DELIMITED BY SIZE,
               " HEAD-BUD=", DELIMITED BY SIZE,
               bv-bud-head-ed, DELIMITED BY SIZE,
               " HEAD-ACT=", DELIMITED BY SIZE,
               bv-act-head-ed, DELIMITED BY SIZE,
               " GROSS-BUD=", DELIMITED BY SIZE,
               bv-bud-gross-ed, DELIMITED BY SIZE,
               " GROSS-ACT=", DELIMITED BY SIZE,
               bv-act-gross-ed, DELIMITED BY SIZE,
               " VAR=", DELIMITED BY SIZE,
               bv-variance-ed, DELIMITED BY SIZE,
               " PCT=", DELIMITED BY SIZE,
               bv-pct-ed, DELIMITED BY SIZE,
               " FLAG=", DELIMITED BY SIZE,
               bv-flag, DELIMITED BY SIZE,
               INTO bvrpt-record.
           WRITE bvrpt-record.
           MOVE "WRITE BVRPT (VARIANCE)" TO io-operation-desc.
           MOVE bvrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-ONE-NO-BUDGET-LINE.
           ADD 1 TO bv-orphan-index.
           MOVE bv-orphan-head (bv-orphan-index) TO bv-act-head-ed.
           MOVE bv-orphan-gross (bv-orphan-index) TO bv-act-gross-ed.
           INITIALIZE bvrpt-record.
           STRING "NO-BUDGET  DEPT=", DELIMITED BY SIZE,
               bv-orphan-dept (bv-orphan-index), DELIMITED BY SIZE,
               " HEAD-ACT=", DELIMITED BY SIZE,
               bv-act-head-ed, DELIMITED BY SIZE,
               " GROSS-ACT=", DELIMITED BY SIZE,
               bv-act-gross-ed, DELIMITED BY SIZE,
               INTO bvrpt-record.
           WRITE bvrpt-record.
           MOVE "WRITE BVRPT (NO BUDGET)" TO io-operation-desc.
           MOVE bvrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-ONE-BUDGET-CLAIMED.
           ADD 1 TO bv-budget-index.
           IF bv-budget-claimed (bv-budget-index) = "N"
               ADD 1 TO bv-no-actuals-count
               MOVE bv-budget-head (bv-budget-index) TO bv-bud-head-ed
               MOVE bv-budget-gross (bv-budget-index)
                   TO bv-bud-gross-ed
               INITIALIZE bvrpt-record
               STRING "NO-ACTUALS DEPT=", DELIMITED BY SIZE,
                   bv-budget-dept (bv-budget-index), DELIMITED BY SIZE,
                   " HEAD-BUD=", DELIMITED BY SIZE,
                   bv-bud-head-ed, DELIMITED BY SIZE,
                   " GROSS-BUD=", DELIMITED BY SIZE,
                   bv-bud-gross-ed, DELIMITED BY SIZE,
                   INTO bvrpt-record
               WRITE bvrpt-record
               MOVE "WRITE BVRPT (NO ACTUALS)" TO io-operation-desc
               MOVE bvrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      *    the whole budget against the whole register, matched or
      *    not - the figure finance ties back to the GRAND-TOTAL.
       WRITE-TOTAL-LINE.
           COMPUTE bv-variance = bv-total-act-gross
               - bv-total-bud-gross.
           IF bv-total-bud-gross = 0
               MOVE 0 TO bv-variance-pct
           ELSE
               COMPUTE bv-variance-pct ROUNDED =
                   (bv-variance * 100) / bv-total-bud-gross
                   ON SIZE ERROR
                       IF bv-variance < 0
                           MOVE -99999.99 TO bv-variance-pct
                       ELSE
                           MOVE 99999.99 TO bv-variance-pct
                       END-IF
               END-COMPUTE
           END-IF.
           MOVE bv-total-bud-head TO bv-bud-head-ed.
           MOVE bv-total-act-head TO bv-act-head-ed.
           MOVE bv-total-bud-gross TO bv-bud-gross-ed.
           MOVE bv-total-act-gross TO bv-act-gross-ed.
           MOVE bv-variance TO bv-variance-ed.
           MOVE bv-variance-pct TO bv-pct-ed.
           INITIALIZE bvrpt-record.
           STRING "TOTAL    DEPT=ALL ", DELIMITED BY SIZE,
               " HEAD-BUD=", DELIMITED BY SIZE,
               bv-bud-head-ed, DELIMITED BY SIZE,
               " HEAD-ACT=", DELIMITED BY SIZE,
               bv-act-head-ed, DELIMITED BY SIZE,
               " GROSS-BUD=", DELIMITED BY SIZE,
               bv-bud-gross-ed, DELIMITED BY SIZE,
               " GROSS-ACT=", DELIMITED BY SIZE,
               bv-act-gross-ed, DELIMITED BY SIZE,
               " VAR=", DELIMITED BY SIZE,
               bv-variance-ed, DELIMITED BY SIZE,
               " PCT=", DELIMITED BY SIZE,
               bv-pct-ed, DELIMITED BY SIZE,
               INTO bvrpt-record.
           WRITE bvrpt-record.
           MOVE "WRITE BVRPT (TOTAL)" TO io-operation-desc.
           MOVE bvrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    SUMMARY DEPTS=zzzzzz9 OVER=zzzzzz9 UNDER=zzzzzz9
      *    ON=zzzzzz9 NO-BUDGET=zzzzzz9 NO-ACTUALS=zzzzzz9
      *    VERDICT=x(14) - fixed offsets 15, 28, 42, 53, 71, 90 and
      *    106, the ones RUNSUMM slices.
       WRITE-VARIANCE-SUMMARY.
           MOVE bv-dept-count TO bv-count-ed.
           MOVE bv-over-count TO bv-over-ed.
           MOVE bv-under-count TO bv-under-ed.
           MOVE bv-on-count TO bv-on-ed.
           MOVE bv-no-budget-count TO bv-no-budget-ed.
           MOVE bv-no-actuals-count TO bv-no-actuals-ed.
           INITIALIZE bvrpt-record.
           STRING "SUMMARY DEPTS=", DELIMITED BY SIZE,
               bv-count-ed, DELIMITED BY SIZE,
               " OVER=", DELIMITED BY SIZE,
               bv-over-ed, DELIMITED BY SIZE,
               " UNDER=", DELIMITED BY SIZE,
               bv-under-ed, DELIMITED BY SIZE,
               " ON=", DELIMITED BY SIZE,
               bv-on-ed, DELIMITED BY SIZE,
               " NO-BUDGET=", DELIMITED BY SIZE,
               bv-no-budget-ed, DELIMITED BY SIZE,
               " NO-ACTUALS=", DELIMITED BY SIZE,
               bv-no-actuals-ed, DELIMITED BY SIZE,
               " VERDICT=", DELIMITED BY SIZE,
               bv-verdict, DELIMITED BY SIZE,
               INTO bvrpt-record.
           WRITE bvrpt-record.
           MOVE "WRITE BVRPT (SUMMARY)" TO io-operation-desc.
           MOVE bvrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "BUDVAR I/O ERROR ON " io-operation-desc
               DISPLAY "BUDVAR FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
