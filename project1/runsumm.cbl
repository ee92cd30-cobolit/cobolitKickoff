      *    the whole night up into one place - the RECONCIL verdict,
      *    EDITCHK's clean/reject counts, MATCHMRG's applied/
      *    unmatched/overflow counts, the elapsed seconds and
      *    BENCHTRND's flag for this run, TENRPT's anniversary and
      *    undated-hire counts, DIRDEP's deposit counts and proof
      *    verdict, BUDVAR's department variance counts - and judge
      *    them, and any control-total break logged to CTLBRK.TXT,
      *    into a
      *    single overall PASS/WARN/FAIL line in RUNSUMM.TXT.  the
      *    caller gets the verdict back and reflects it in the
      *    program's return code, so the scheduler can page someone
      *    judges exactly what is on disk, not a copy of it.
      *
      *    the verdict policy:
      *      FAIL  reconciliation did not PASS, the edit, match,
      *            tenure, direct-deposit or budget-variance summary
      *            line is missing altogether (the step died before
      *            writing it), or the deposit file did not prove
      *            against the register (OUT-OF-BALANCE or NO-DATA),
      *            or any program logged a control-total break - a
      *            file that did not prove against its own trailer
      *      WARN  any edit rejects, unmatched transactions,
      *            overflow skips or undated hires, a deposit proof
      *            left UNPROVEN for want of a register, a variance
      *            report with no register or no budget file to
      *            compare, or BENCHTRND flagged this run REGRESSION
      *      PASS  everything above clean
      *    departments over or under budget are finance's business,
      *    not the run's - they are carried on the BUDGET line but
      *    never move the verdict.
       environment division.
       input-output section.
       file-control.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS trendrpt-stat.
      *
           SELECT tenrpt ASSIGN TO "TENRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS tenrpt-stat.
      *
           SELECT ddrpt ASSIGN TO "DIRDEP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ddrpt-stat.
      *
           SELECT bvrpt ASSIGN TO "BUDVAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bvrpt-stat.
      *
           SELECT ctlbrk ASSIGN TO "CTLBRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ctlbrk-stat.
      *
           SELECT summrpt ASSIGN TO "RUNSUMM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD trendrpt.
       01 trendrpt-record.
           05 trendrpt-line  PIC X(132).
      *
       FD tenrpt.
       01 tenrpt-record.
           05 tenrpt-line  PIC X(132).
      *
       FD ddrpt.
       01 ddrpt-record.
           05 ddrpt-line  PIC X(132).
      *
       FD bvrpt.
       01 bvrpt-record.
           05 bvrpt-line  PIC X(160).
      *
       FD ctlbrk.
       01 ctlbrk-record.
           05 ctlbrk-line  PIC X(160).
      *
      *    wide enough for the COMPONENTS line through the 10-byte
      *    trend status at column 131 (140 bytes).
       77 rejectfil-stat  PIC xx.
       77 matchrpt-stat   PIC xx.
       77 trendrpt-stat   PIC xx.
       77 tenrpt-stat     PIC xx.
       77 ddrpt-stat      PIC xx.
       77 bvrpt-stat      PIC xx.
       77 ctlbrk-stat     PIC xx.
       77 summrpt-stat    PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *    last line in the file is this run's.
       77 rs-trend-found    PIC X(01).
       77 rs-trend-status   PIC X(10).
      *
      *    SUMMARY EMPLOYEES=zzzzzz9 ANNIVERSARIES=zzzzzz9
      *    UNDATED=zzzzzz9
      *    1----------------18 19-25 26-----------40 41-47 48-56 57-63
       77 rs-tenure-found   PIC X(01).
       77 rs-anniv-count    PIC 9(7).
       77 rs-undated-count  PIC 9(7).
      *
      *    SUMMARY EMPLOYEES=zzzzzz9 DEPOSITED=zzzzzz9 PRENOTES=
      *    zzzzzz9 EXCEPTIONS=zzzzzz9 VERDICT=x(14)
      *    1----18 19-25 26-36 37-43 44-53 54-60 61-72 73-79 80-88
      *    89-102
       77 rs-dirdep-found   PIC X(01).
       77 rs-deposit-count  PIC 9(7).
       77 rs-prenote-count  PIC 9(7).
       77 rs-held-count     PIC 9(7).
       77 rs-dirdep-verdict PIC X(14).
      *
      *    SUMMARY DEPTS=zzzzzz9 OVER=zzzzzz9 UNDER=zzzzzz9 ON=
      *    zzzzzz9 NO-BUDGET=zzzzzz9 NO-ACTUALS=zzzzzz9 VERDICT=x(14)
      *    1--14 15-21 22-27 28-34 35-41 42-48 49-52 53-59 60-70
      *    71-77 78-89 90-96 97-105 106-119
       77 rs-budvar-found   PIC X(01).
       77 rs-over-count     PIC 9(7).
       77 rs-under-count    PIC 9(7).
       77 rs-no-budget-count PIC 9(7).
       77 rs-no-actuals-count PIC 9(7).
       77 rs-budvar-verdict PIC X(14).
      *
      *    every line in CTLBRK.TXT is one break, written by
      *    CTLTALLY as date, time, program, FILE= and BREAK= - the
      *    first one is carried on the CONTROLS line.
       77 rs-break-count    PIC 9(7).
       77 rs-first-break    PIC X(160).
      *
       77 rs-recon-verdict  PIC X(04).
       77 rs-elapsed-sec    PIC 9(5)V99.
       01 rs-unmatched-ed   PIC Z(6)9.
       01 rs-overflow-ed    PIC Z(6)9.
       01 rs-elapsed-ed     PIC ZZZZ9.99.
       01 rs-anniv-ed       PIC Z(6)9.
       01 rs-undated-ed     PIC Z(6)9.
       01 rs-deposit-ed     PIC Z(6)9.
       01 rs-prenote-ed     PIC Z(6)9.
       01 rs-held-ed        PIC Z(6)9.
       01 rs-over-ed        PIC Z(6)9.
       01 rs-under-ed       PIC Z(6)9.
       01 rs-no-budget-ed   PIC Z(6)9.
       01 rs-no-actuals-ed  PIC Z(6)9.
       01 rs-break-ed       PIC Z(6)9.
      *
       linkage section.
       01 ls-recon-verdict  PIC X(04).
           PERFORM SCAN-EDIT-SUMMARY.
           PERFORM SCAN-MATCH-SUMMARY.
           PERFORM SCAN-TREND-REPORT.
           PERFORM SCAN-TENURE-SUMMARY.
           PERFORM SCAN-DIRDEP-SUMMARY.
           PERFORM SCAN-BUDVAR-SUMMARY.
           PERFORM SCAN-CONTROL-BREAKS.
           PERFORM JUDGE-OVERALL-STATUS.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE rs-overall TO ls-overall-status.
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       SCAN-TENURE-SUMMARY.
           MOVE "N" TO rs-tenure-found.
           MOVE 0 TO rs-anniv-count.
           MOVE 0 TO rs-undated-count.
           OPEN INPUT tenrpt.
           IF tenrpt-stat = "00"
               PERFORM SCAN-ONE-TENURE-LINE
                   UNTIL tenrpt-stat = "10"
               CLOSE tenrpt
           END-IF.
      *
       SCAN-ONE-TENURE-LINE.
           READ tenrpt.
           IF tenrpt-stat = "00"
               IF tenrpt-line (1:18) = "SUMMARY EMPLOYEES="
                   MOVE "Y" TO rs-tenure-found
                   COMPUTE rs-anniv-count =
                       FUNCTION NUMVAL (tenrpt-line (41:7))
                   COMPUTE rs-undated-count =
                       FUNCTION NUMVAL (tenrpt-line (57:7))
               END-IF
           ELSE
               IF tenrpt-stat NOT = "10"
                   MOVE "READ TENRPT" TO io-operation-desc
                   MOVE tenrpt-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       SCAN-DIRDEP-SUMMARY.
           MOVE "N" TO rs-dirdep-found.
           MOVE 0 TO rs-deposit-count.
           MOVE 0 TO rs-prenote-count.
           MOVE 0 TO rs-held-count.
           MOVE SPACES TO rs-dirdep-verdict.
           OPEN INPUT ddrpt.
           IF ddrpt-stat = "00"
               PERFORM SCAN-ONE-DIRDEP-LINE
                   UNTIL ddrpt-stat = "10"
               CLOSE ddrpt
           END-IF.
      *
       SCAN-ONE-DIRDEP-LINE.
           READ ddrpt.
           IF ddrpt-stat = "00"
               IF ddrpt-line (1:18) = "SUMMARY EMPLOYEES="
                   MOVE "Y" TO rs-dirdep-found
                   COMPUTE rs-deposit-count =
                       FUNCTION NUMVAL (ddrpt-line (37:7))
                   COMPUTE rs-prenote-count =
                       FUNCTION NUMVAL (ddrpt-line (54:7))
                   COMPUTE rs-held-count =
                       FUNCTION NUMVAL (ddrpt-line (73:7))
                   MOVE ddrpt-line (89:14) TO rs-dirdep-verdict
               END-IF
           ELSE
               IF ddrpt-stat NOT = "10"
                   MOVE "READ DDRPT" TO io-operation-desc
                   MOVE ddrpt-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       SCAN-BUDVAR-SUMMARY.
           MOVE "N" TO rs-budvar-found.
           MOVE 0 TO rs-over-count.
           MOVE 0 TO rs-under-count.
           MOVE 0 TO rs-no-budget-count.
           MOVE 0 TO rs-no-actuals-count.
           MOVE SPACES TO rs-budvar-verdict.
           OPEN INPUT bvrpt.
           IF bvrpt-stat = "00"
               PERFORM SCAN-ONE-BUDVAR-LINE
                   UNTIL bvrpt-stat = "10"
               CLOSE bvrpt
           END-IF.
      *
       SCAN-ONE-BUDVAR-LINE.
           READ bvrpt.
           IF bvrpt-stat = "00"
               IF bvrpt-line (1:14) = "SUMMARY DEPTS="
                   MOVE "Y" TO rs-budvar-found
                   COMPUTE rs-over-count =
                       FUNCTION NUMVAL (bvrpt-line (28:7))
                   COMPUTE rs-under-count =
                       FUNCTION NUMVAL (bvrpt-line (42:7))
                   COMPUTE rs-no-budget-count =
                       FUNCTION NUMVAL (bvrpt-line (71:7))
                   COMPUTE rs-no-actuals-count =
                       FUNCTION NUMVAL (bvrpt-line (90:7))
                   MOVE bvrpt-line (106:14) TO rs-budvar-verdict
               END-IF
           ELSE
               IF bvrpt-stat NOT = "10"
                   MOVE "READ BVRPT" TO io-operation-desc
                   MOVE bvrpt-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    no CTLBRK.TXT at all is the clean case - LABFILE2 clears
      *    it at the start of every fresh run and only a break
      *    creates it.
       SCAN-CONTROL-BREAKS.
           MOVE 0 TO rs-break-count.
           MOVE SPACES TO rs-first-break.
           OPEN INPUT ctlbrk.
           IF ctlbrk-stat = "00"
               PERFORM SCAN-ONE-BREAK-LINE
                   UNTIL ctlbrk-stat = "10"
               CLOSE ctlbrk
           END-IF.
      *
       SCAN-ONE-BREAK-LINE.
           READ ctlbrk.
           IF ctlbrk-stat = "00"
               IF ctlbrk-line NOT = SPACES
                   ADD 1 TO rs-break-count
                   IF rs-break-count = 1
                       MOVE ctlbrk-line TO rs-first-break
                   END-IF
               END-IF
           ELSE
               IF ctlbrk-stat NOT = "10"
                   MOVE "READ CTLBRK" TO io-operation-desc
                   MOVE ctlbrk-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       JUDGE-OVERALL-STATUS.
           EVALUATE TRUE
               WHEN rs-recon-verdict NOT = "PASS"
                   MOVE "FAIL" TO rs-overall
               WHEN rs-edit-found = "N" OR rs-match-found = "N"
                   OR rs-tenure-found = "N"
                   OR rs-dirdep-found = "N"
                   OR rs-budvar-found = "N"
                   MOVE "FAIL" TO rs-overall
               WHEN rs-dirdep-verdict = "OUT-OF-BALANCE"
                   OR rs-dirdep-verdict = "NO-DATA"
                   MOVE "FAIL" TO rs-overall
               WHEN rs-break-count > 0
                   MOVE "FAIL" TO rs-overall
               WHEN rs-reject-count > 0
                   OR rs-unmatched-count > 0
                   OR rs-overflow-count > 0
                   OR rs-undated-count > 0
                   OR rs-dirdep-verdict = "UNPROVEN"
                   OR rs-budvar-verdict = "NO-REGISTER"
                   OR rs-budvar-verdict = "NO-BUDGET-FILE"
                   OR rs-trend-status = "REGRESSION"
                   MOVE "WARN" TO rs-overall
               WHEN OTHER
           OPEN OUTPUT summrpt.
           IF summrpt-stat = "00"
               PERFORM WRITE-COMPONENT-LINE
               PERFORM WRITE-REPORTS-LINE
               PERFORM WRITE-BUDGET-LINE
               PERFORM WRITE-CONTROLS-LINE
               PERFORM WRITE-OVERALL-LINE
               CLOSE summrpt
           END-IF.
           MOVE "WRITE SUMMRPT (COMPONENTS)" TO io-operation-desc.
           MOVE summrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the later report steps get a line of their own, so the
      *    COMPONENTS line keeps the layout it has always had.
       WRITE-REPORTS-LINE.
           MOVE rs-anniv-count TO rs-anniv-ed.
           MOVE rs-undated-count TO rs-undated-ed.
           MOVE rs-deposit-count TO rs-deposit-ed.
           MOVE rs-prenote-count TO rs-prenote-ed.
           MOVE rs-held-count TO rs-held-ed.
           INITIALIZE summrpt-record.
           STRING "REPORTS TENURE-ANNIV=", DELIMITED BY SIZE,
               rs-anniv-ed, DELIMITED BY SIZE,
               " TENURE-UNDATED=", DELIMITED BY SIZE,
               rs-undated-ed, DELIMITED BY SIZE,
               " DEPOSITS=", DELIMITED BY SIZE,
               rs-deposit-ed, DELIMITED BY SIZE,
               " PRENOTES=", DELIMITED BY SIZE,
               rs-prenote-ed, DELIMITED BY SIZE,
               " HELD=", DELIMITED BY SIZE,
               rs-held-ed, DELIMITED BY SIZE,
               " DEPOSIT-PROOF=", DELIMITED BY SIZE,
               rs-dirdep-verdict, DELIMITED BY SIZE,
               INTO summrpt-record.
           WRITE summrpt-record.
           MOVE "WRITE SUMMRPT (REPORTS)" TO io-operation-desc.
           MOVE summrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-BUDGET-LINE.
           MOVE rs-over-count TO rs-over-ed.
           MOVE rs-under-count TO rs-under-ed.
           MOVE rs-no-budget-count TO rs-no-budget-ed.
           MOVE rs-no-actuals-count TO rs-no-actuals-ed.
           INITIALIZE summrpt-record.
           STRING "BUDGET DEPTS-OVER=", DELIMITED BY SIZE,
               rs-over-ed, DELIMITED BY SIZE,
               " DEPTS-UNDER=", DELIMITED BY SIZE,
               rs-under-ed, DELIMITED BY SIZE,
               " NO-BUDGET=", DELIMITED BY SIZE,
               rs-no-budget-ed, DELIMITED BY SIZE,
               " NO-ACTUALS=", DELIMITED BY SIZE,
               rs-no-actuals-ed, DELIMITED BY SIZE,
               " VARIANCE-VERDICT=", DELIMITED BY SIZE,
               rs-budvar-verdict, DELIMITED BY SIZE,
               INTO summrpt-record.
           WRITE summrpt-record.
           MOVE "WRITE SUMMRPT (BUDGET)" TO io-operation-desc.
           MOVE summrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the first break, less its date and time, is enough to say
      *    where to look - CTLBRK.TXT has the rest.
       WRITE-CONTROLS-LINE.
           MOVE rs-break-count TO rs-break-ed.
           INITIALIZE summrpt-record.
           IF rs-break-count = 0
               STRING "CONTROLS BREAKS=", DELIMITED BY SIZE,
                   rs-break-ed, DELIMITED BY SIZE,
                   INTO summrpt-record
           ELSE
               STRING "CONTROLS BREAKS=", DELIMITED BY SIZE,
                   rs-break-ed, DELIMITED BY SIZE,
                   " FIRST=", DELIMITED BY SIZE,
                   rs-first-break (19:), DELIMITED BY SIZE,
                   INTO summrpt-record
           END-IF.
           WRITE summrpt-record.
           MOVE "WRITE SUMMRPT (CONTROLS)" TO io-operation-desc.
           MOVE summrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-OVERALL-LINE.
           INITIALIZE summrpt-record.
