      *
       identification division.
       program-id.  raiseadj.
      *    standalone operator utility for the annual review cycle's
      *    across-the-board increases - one run of it instead of an
      *    IDXMAINT change per employee.  the increases come from the
      *    hand-edited raise table RAISETBL.DAT (RAISEREC.CPY), one
      *    line per DEPT.  it runs in three steps, each its own
      *    invocation:
      *        raiseadj PROPOSE LAB2PREV.TXT
      *        raiseadj APPROVE <approver>
      *        raiseadj APPLY
      *
      *    PROPOSE reads the master - a LAB2FIL-layout master such as
      *    LAB2PREV.TXT, the closing master the next cycle run opens,
      *    or the keyed LAB2FIL.IDX - and prices every employee's
      *    increase without touching it.  RAISEREG.TXT, the raise
      *    register, lists each employee's SALARY before, the
      *    increase and the SALARY after, or why the employee was
      *    left out, with totals per DEPT and the cost of the rise.
      *    the proposal itself goes on hold in RAISEHLD.DAT
      *    (RAISEHLD.CPY), every master record's image beside its
      *    increase.
      *
      *    APPROVE is the sign-off: it stamps the held proposal with
      *    who approved it and when, on the hold and at the foot of
      *    the register.  APPLY applies only an approved proposal,
      *    and only if the master still reads exactly as it did when
      *    it was proposed - a master changed since then (a cycle
      *    run, an IDXMAINT patch) is refused whole, before anything
      *    is written, and needs a fresh proposal.  each increase is
      *    rewritten in place and goes on LAB2AUDT.TXT as an APPLIED
      *    line with the before and after image, the same trail
      *    IDXMAINT keeps.  an applied proposal is marked DONE and
      *    can never be applied twice.
      *
      *    the increase is PERCENT of SALARY or the FLAT amount, held
      *    between the line's minimum and maximum.  an employee is
      *    left out when the DEPT has no line, the HIRE-DATE is not
      *    a date or falls after the effective date, the whole months
      *    of service to the effective date are short of the line's
      *    minimum, the increase works out to nothing, or it would
      *    carry SALARY past what the field holds.
      *
      *    a sequential master's header and trailer control records
      *    are proved on the proposal - a master out of balance is
      *    not proposed against - and each trailer's SALARY total is
      *    carried up by the increases applied under it, so the
      *    master still proves afterwards; APPLY proves it again and
      *    puts the result on LAB2AUDT.TXT.  LAB2FIL.IDX holds no
      *    control records.  the master may be anyone's, so a break
      *    is not logged to CTLBRK.TXT.
      *
      *    all three take the run lock exclusive - PROPOSE only
      *    reads the master, but it recreates RAISEREG.TXT and
      *    RAISEHLD.DAT, which two proposals must never write at
      *    once.  a refused lock is return code 12, a refused
      *    approval or apply 8, and a bad command line, a bad raise
      *    table or a file that will not open a hard stop with
      *    return code 16.
       environment division.
       input-output section.
       file-control.
           SELECT tblfil ASSIGN TO "RAISETBL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS tblfil-stat.
      *
           SELECT mstfil ASSIGN TO ra-master-name
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS mstfil-stat.
      *
           SELECT lab2idx ASSIGN TO "LAB2FIL.IDX"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS sequence-no IN lab2idx-record
           FILE STATUS IS lab2idx-stat.
      *
           SELECT holdfil ASSIGN TO "RAISEHLD.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS holdfil-stat.
      *
           SELECT regfil ASSIGN TO "RAISEREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS regfil-stat.
      *
           SELECT auditfil ASSIGN TO "LAB2AUDT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS auditfil-stat.
      *
       data division.
       file section.
       FD tblfil.
           COPY raiserec.
      *
       fd mstfil.
           COPY lab2rec.
      *
       fd lab2idx.
           COPY lab2rec REPLACING lab2fil-record BY lab2idx-record.
      *
       FD holdfil.
           COPY raisehld.
      *
       FD regfil.
       01 regfil-record.
           05 regfil-line  PIC X(132).
      *
      *    the same 220-byte APPLIED lines IDXMAINT writes.
       FD auditfil.
       01 auditfil-record.
           05 auditfil-line  PIC X(220).
      *
       working-storage section.
       77 tblfil-stat     PIC xx.
       77 mstfil-stat     PIC xx.
       77 lab2idx-stat    PIC xx.
       77 holdfil-stat    PIC xx.
       77 regfil-stat     PIC xx.
       77 auditfil-stat   PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 ra-command-line   PIC X(130).
       77 ra-function-word  PIC X(08).
           88 ra-propose         value "PROPOSE".
           88 ra-approve         value "APPROVE".
           88 ra-apply           value "APPLY".
       77 ra-argument       PIC X(40).
       77 ra-master-name    PIC X(40).
       77 ra-master-switch  PIC X(01).
           88 ra-keyed-master    value "K".
       77 ra-approver       PIC X(08).
      *    the step's return code, set once the lock is given back -
      *    the CALLs to RUNLOCK and CTLTALLY reset RETURN-CODE.
       77 ra-final-rc       PIC 9(02).
       77 ra-proposed-date  PIC 9(08).
       77 ra-run-date       PIC 9(08).
       01 ra-time-var.
           05 ra-time-hhmmss     PIC 9(6).
           05 ra-time-hundredths PIC 9(2).
      *
      *    one master record as read, whichever file it came from, and
      *    whether it was an employee or a control record.
           COPY lab2rec REPLACING lab2fil-record BY ra-master-record.
       77 ra-master-stat    PIC xx.
       77 ra-master-eof     PIC X(01).
       77 ra-record-kind    PIC X(01).
           88 ra-data-record     value "D".
           88 ra-trailer-record  value "T".
      *
      *    the raise table, in the order it was typed.  50 lines is
      *    the same room BUDMAINT leaves for DEPT codes.
       77 ra-line-used      PIC 9(02) COMP.
       77 ra-line-index     PIC 9(02) COMP.
       77 ra-line-found     PIC X(01).
       77 ra-line-number    PIC 9(03).
       77 ra-table-errors   PIC 9(03).
       77 ra-table-reason   PIC X(30).
       01 ra-line-table.
           05 ra-line-entry OCCURS 50 TIMES.
               10 ra-line-image     PIC X(48).
               10 ra-line-fields REDEFINES ra-line-image.
                   15 ra-line-dept      PIC X(04).
                   15 ra-line-method    PIC X(01).
                   15 ra-line-percent   PIC 9(03)V99.
                   15 ra-line-flat      PIC 9(07)V99.
                   15 ra-line-min       PIC 9(07)V99.
                   15 ra-line-max       PIC 9(07)V99.
                   15 ra-line-tenure    PIC 9(03).
                   15 ra-line-effective PIC 9(08).
      *
      *    pricing one employee.
       01 ra-hire-date      PIC 9(08).
       01 ra-hire-parts REDEFINES ra-hire-date.
           05 ra-hire-yyyy      PIC 9(04).
           05 ra-hire-mm        PIC 9(02).
           05 ra-hire-dd        PIC 9(02).
       01 ra-effective-date PIC 9(08).
       01 ra-effective-parts REDEFINES ra-effective-date.
           05 ra-effective-yyyy PIC 9(04).
           05 ra-effective-mm   PIC 9(02).
           05 ra-effective-dd   PIC 9(02).
       77 ra-tenure-months  PIC S9(05).
       77 ra-increase       PIC 9(09)V99.
       77 ra-new-salary     PIC 9(09)V99.
       77 ra-reason         PIC X(30).
      *
      *    register totals - per DEPT (the same 50 plus a **** catch-
      *    all in slot 51) and for the whole master.
       77 ra-look-dept      PIC X(04).
       77 ra-dept-used      PIC 9(02) COMP.
       77 ra-dept-index     PIC 9(02) COMP.
       77 ra-dept-found     PIC X(01).
       01 ra-dept-table.
           05 ra-dept-entry OCCURS 51 TIMES.
               10 ra-dept-code      PIC X(04).
               10 ra-dept-raised    PIC 9(07).
               10 ra-dept-excluded  PIC 9(07).
               10 ra-dept-before    PIC 9(13)V99.
               10 ra-dept-increase  PIC 9(13)V99.
       77 ra-record-count   PIC 9(09).
       77 ra-raise-count    PIC 9(09).
       77 ra-exclude-count  PIC 9(09).
       77 ra-before-total   PIC 9(13)V99.
       77 ra-cost-total     PIC 9(13)V99.
       77 ra-after-total    PIC 9(13)V99.
       77 ra-hold-result    PIC X(08).
      *
      *    applying - the images either side of a rewrite, the
      *    increases not yet carried into a trailer, and where the
      *    last trailer sits for those that come after it.
       77 ra-before-image   PIC X(88).
       77 ra-after-image    PIC X(88).
       77 ra-action         PIC X(01).
       77 ra-changed-key    PIC 9(07).
       77 ra-changed-switch PIC X(01).
       77 ra-hold-eof       PIC X(01).
       77 ra-pending-amount PIC 9(13)V99.
       77 ra-trailer-number PIC 9(03).
       77 ra-last-trailer   PIC 9(03).
       77 ra-applied-count  PIC 9(07).
      *
      *    control totals of a sequential master.
           COPY ctltot REPLACING ctl-totals BY mst-ctl.
           COPY ctlrec.
       01 ctl-image          PIC X(88).
      *
       01 ra-count-1-ed     PIC Z(6)9.
       01 ra-count-2-ed     PIC Z(6)9.
       01 ra-count-3-ed     PIC Z(6)9.
       01 ra-salary-1-ed    PIC Z(6)9.99.
       01 ra-salary-2-ed    PIC Z(6)9.99.
       01 ra-salary-3-ed    PIC Z(6)9.99.
       01 ra-total-1-ed     PIC Z(12)9.99.
       01 ra-total-2-ed     PIC Z(12)9.99.
       01 ra-total-3-ed     PIC Z(12)9.99.
       01 ra-percent-ed     PIC ZZ9.99.
       01 ra-tenure-ed      PIC ZZ9.
      *
           COPY lockreq.
      *
       procedure division.
       main.
           PERFORM READ-RAISE-REQUEST.
           ACCEPT ra-run-date FROM DATE YYYYMMDD.
           ACCEPT ra-time-var FROM TIME.
      *    the raise table is the operator's own file, not one the
      *    run lock guards - a table with typos in it is turned away
      *    before the lock is taken, leaving nothing to clear.
           IF ra-propose
               PERFORM LOAD-RAISE-TABLE
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           MOVE 0 TO ra-final-rc.
           EVALUATE TRUE
               WHEN ra-propose
                   PERFORM PROPOSE-RAISES
               WHEN ra-approve
                   PERFORM APPROVE-PROPOSAL
               WHEN ra-apply
                   PERFORM APPLY-RAISES
           END-EVALUATE.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           MOVE ra-final-rc TO RETURN-CODE.
           stop run.
      *
       READ-RAISE-REQUEST.
           ACCEPT ra-command-line FROM COMMAND-LINE.
           UNSTRING ra-command-line DELIMITED BY ALL " "
               INTO ra-function-word, ra-argument.
           EVALUATE TRUE
               WHEN ra-propose AND ra-argument NOT = SPACES
                   MOVE ra-argument TO ra-master-name
               WHEN ra-approve AND ra-argument NOT = SPACES
                   MOVE ra-argument TO ra-approver
               WHEN ra-apply
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RAISEADJ USAGE - RAISEADJ PROPOSE <MASTER>"
                   DISPLAY "                RAISEADJ APPROVE <APPROVER>"
                   DISPLAY "                RAISEADJ APPLY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    every command runs alone - a proposal rewrites the
      *    register and the hold file as surely as an approval or an
      *    apply does.  none waits - the operator tries again later.
       TAKE-RUN-LOCK.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "RAISEADJ" TO lock-owner.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "RAISEADJ NOT STARTED - " lock-message
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    a refused approval or apply gives the lock back on its way
      *    out - nothing was written, and the next try must not find
      *    a lock of its own in the way.
       REFUSE-AND-STOP.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
      *================================================================*
      *    PROPOSE                                                     *
      *================================================================*
       PROPOSE-RAISES.
           IF ra-master-name = "LAB2FIL.IDX"
               MOVE "K" TO ra-master-switch
           ELSE
               MOVE "S" TO ra-master-switch
           END-IF.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-MASTER-INPUT.
           OPEN OUTPUT regfil.
           MOVE "OPEN OUTPUT REGFIL" TO io-operation-desc.
           MOVE regfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           OPEN OUTPUT holdfil.
           MOVE "OPEN OUTPUT HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *    the header goes out blank and is only stamped HELD once the
      *    whole proposal is on the hold - an interrupted proposal
      *    can never be approved.
           INITIALIZE raise-hold-record.
           MOVE "H" TO rhld-type.
           MOVE SPACES TO rhld-status.
           WRITE raise-hold-record.
           MOVE "WRITE HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE 0 TO ra-record-count.
           MOVE 0 TO ra-raise-count.
           MOVE 0 TO ra-exclude-count.
           MOVE 0 TO ra-before-total.
           MOVE 0 TO ra-cost-total.
           MOVE 0 TO ra-dept-used.
           INITIALIZE ra-dept-table.
           PERFORM WRITE-REGISTER-HEADING.
           MOVE "N" TO ra-master-eof.
           PERFORM PROPOSE-ONE-RECORD UNTIL ra-master-eof = "Y".
           PERFORM CLOSE-MASTER-FILE.
           CLOSE holdfil.
           MOVE "CLOSE HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           IF NOT ra-keyed-master
               MOVE "V" TO ctl-function IN mst-ctl
               CALL "ctltally" USING mst-ctl, ctl-image
           END-IF.
           IF ctl-break IN mst-ctl
               MOVE "REFUSED" TO ra-hold-result
           ELSE
               MOVE "HELD" TO ra-hold-result
               PERFORM MARK-PROPOSAL-HELD
           END-IF.
           MOVE 0 TO ra-dept-index.
           PERFORM WRITE-ONE-DEPT-TOTAL ra-dept-used TIMES.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE regfil.
           MOVE "CLOSE REGFIL" TO io-operation-desc.
           MOVE regfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE ra-raise-count TO ra-count-1-ed.
           MOVE ra-cost-total TO ra-total-1-ed.
           IF ctl-break IN mst-ctl
               DISPLAY "RAISEADJ PROPOSAL NOT HELD - THE MASTER IS OUT "
                   "OF BALANCE - SEE RAISEREG.TXT"
               MOVE 8 TO ra-final-rc
           ELSE
               DISPLAY "RAISEADJ PROPOSAL HELD - " ra-count-1-ed
                   " RAISES COSTING " ra-total-1-ed
               DISPLAY "RAISEADJ SEE RAISEREG.TXT - APPROVE BEFORE "
                   "APPLYING"
           END-IF.
      *
      *    every line is checked before any is used, and every bad one
      *    reported, so one pass over the table finds all its typos.
       LOAD-RAISE-TABLE.
           MOVE 0 TO ra-line-used.
           MOVE 0 TO ra-line-number.
           MOVE 0 TO ra-table-errors.
           INITIALIZE ra-line-table.
           OPEN INPUT tblfil.
           IF tblfil-stat NOT = "00"
               DISPLAY "RAISEADJ ERROR - RAISETBL.DAT WILL NOT OPEN - "
                   "FILE STATUS " tblfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-RAISE-LINE UNTIL tblfil-stat = "10".
           CLOSE tblfil.
           IF ra-line-used = 0 AND ra-table-errors = 0
               DISPLAY "RAISEADJ ERROR - RAISETBL.DAT IS EMPTY"
               ADD 1 TO ra-table-errors
           END-IF.
           IF ra-table-errors > 0
               DISPLAY "RAISEADJ RAISE TABLE HAS ERRORS - NOT PROPOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       LOAD-ONE-RAISE-LINE.
           READ tblfil.
           IF tblfil-stat = "00"
               ADD 1 TO ra-line-number
               PERFORM CHECK-RAISE-LINE
               IF ra-table-reason = SPACES
                   ADD 1 TO ra-line-used
                   MOVE raise-record TO ra-line-image (ra-line-used)
               ELSE
                   ADD 1 TO ra-table-errors
                   DISPLAY "RAISEADJ RAISETBL.DAT LINE " ra-line-number
                       " - " ra-table-reason
               END-IF
           ELSE
               IF tblfil-stat NOT = "10"
                   MOVE "READ TBLFIL" TO io-operation-desc
                   MOVE tblfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       CHECK-RAISE-LINE.
           MOVE SPACES TO ra-table-reason.
           MOVE raise-dept TO ra-look-dept.
           PERFORM FIND-RAISE-LINE.
           MOVE raise-effective-date TO ra-effective-date.
           EVALUATE TRUE
               WHEN raise-dept = SPACES
                   MOVE "DEPT IS BLANK" TO ra-table-reason
               WHEN ra-line-found = "Y"
                   MOVE "DEPT IS ON AN EARLIER LINE" TO ra-table-reason
               WHEN NOT raise-by-percent AND NOT raise-by-flat
                   MOVE "METHOD IS NOT P OR F" TO ra-table-reason
               WHEN raise-percent NOT NUMERIC
                   OR raise-flat NOT NUMERIC
                   OR raise-min-increase NOT NUMERIC
                   OR raise-max-increase NOT NUMERIC
                   OR raise-min-tenure NOT NUMERIC
                   OR raise-effective-date NOT NUMERIC
                   MOVE "A FIGURE IS NOT NUMERIC" TO ra-table-reason
               WHEN ra-effective-mm < 1 OR ra-effective-mm > 12
                   OR ra-effective-dd < 1 OR ra-effective-dd > 31
                   MOVE "EFFECTIVE DATE IS NOT A DATE"
                       TO ra-table-reason
               WHEN raise-max-increase > 0
                   AND raise-max-increase < raise-min-increase
                   MOVE "MAXIMUM IS BELOW MINIMUM" TO ra-table-reason
               WHEN ra-line-used = 50
                   MOVE "MORE THAN 50 LINES" TO ra-table-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       FIND-RAISE-LINE.
           MOVE "N" TO ra-line-found.
           MOVE 0 TO ra-line-index.
           PERFORM PROBE-ONE-RAISE-LINE
               UNTIL ra-line-found = "Y"
                   OR ra-line-index = ra-line-used.
      *
       PROBE-ONE-RAISE-LINE.
           ADD 1 TO ra-line-index.
           IF ra-line-dept (ra-line-index) = ra-look-dept
               MOVE "Y" TO ra-line-found
           END-IF.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN mst-ctl.
           MOVE "RAISEADJ" TO ctl-program IN mst-ctl.
           MOVE ra-master-name TO ctl-file-name IN mst-ctl.
           MOVE "N" TO ctl-log-switch IN mst-ctl.
           MOVE "B" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
      *
      *    the master is named by the operator, and a mistyped name
      *    has written nothing yet - the lock goes back before the
      *    stop rather than being left for an operator CLEAR.
       OPEN-MASTER-INPUT.
           IF ra-keyed-master
               OPEN INPUT lab2idx
               MOVE lab2idx-stat TO ra-master-stat
           ELSE
               OPEN INPUT mstfil
               MOVE mstfil-stat TO ra-master-stat
           END-IF.
           IF ra-master-stat NOT = "00"
               DISPLAY "RAISEADJ ERROR - " ra-master-name
               DISPLAY "RAISEADJ WILL NOT OPEN - FILE STATUS "
                   ra-master-stat
               MOVE "R" TO lock-function
               CALL "runlock" USING lock-request
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       CLOSE-MASTER-FILE.
           IF ra-keyed-master
               CLOSE lab2idx
           ELSE
               CLOSE mstfil
           END-IF.
      *
      *    the keyed file is read in key order and holds employees
      *    only; a sequential master is tallied record by record so
      *    its control records are known for what they are.
       READ-MASTER-RECORD.
           IF ra-keyed-master
               READ lab2idx NEXT RECORD
               MOVE lab2idx-stat TO ra-master-stat
               IF ra-master-stat = "00"
                   MOVE lab2idx-record TO ra-master-record
                   MOVE "D" TO ra-record-kind
               END-IF
           ELSE
               READ mstfil
               MOVE mstfil-stat TO ra-master-stat
               IF ra-master-stat = "00"
                   MOVE lab2fil-record TO ra-master-record
                   MOVE "R" TO ctl-function IN mst-ctl
                   CALL "ctltally" USING mst-ctl, lab2fil-record
                   MOVE ctl-record-kind IN mst-ctl TO ra-record-kind
               END-IF
           END-IF.
           EVALUATE ra-master-stat
               WHEN "00"
                   CONTINUE
               WHEN "10"
                   MOVE "Y" TO ra-master-eof
               WHEN OTHER
                   MOVE "READ MASTER" TO io-operation-desc
                   MOVE ra-master-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
       PROPOSE-ONE-RECORD.
           PERFORM READ-MASTER-RECORD.
           IF ra-master-eof = "N"
               INITIALIZE raise-hold-record
               MOVE "E" TO rhld-type
               MOVE ra-master-record TO rhld-image
               MOVE 0 TO rhld-increase
               IF ra-data-record
                   PERFORM PRICE-ONE-RAISE
               ELSE
                   MOVE "C" TO rhld-action
               END-IF
               WRITE raise-hold-record
               MOVE "WRITE HOLDFIL (ENTRY)" TO io-operation-desc
               MOVE holdfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       PRICE-ONE-RAISE.
           ADD 1 TO ra-record-count.
           ADD salary IN ra-master-record TO ra-before-total.
           MOVE dept IN ra-master-record TO ra-look-dept.
           PERFORM FIND-OR-ADD-DEPT.
           ADD salary IN ra-master-record
               TO ra-dept-before (ra-dept-index).
           MOVE 0 TO ra-increase.
           PERFORM CHECK-RAISE-ELIGIBILITY.
           IF ra-reason = SPACES
               PERFORM COMPUTE-ONE-INCREASE
           END-IF.
           IF ra-reason = SPACES
               MOVE "R" TO rhld-action
               MOVE ra-increase TO rhld-increase
               ADD 1 TO ra-raise-count
               ADD ra-increase TO ra-cost-total
               ADD 1 TO ra-dept-raised (ra-dept-index)
               ADD ra-increase TO ra-dept-increase (ra-dept-index)
               PERFORM WRITE-RAISE-LINE
           ELSE
               MOVE "X" TO rhld-action
               ADD 1 TO ra-exclude-count
               ADD 1 TO ra-dept-excluded (ra-dept-index)
               PERFORM WRITE-EXCLUDED-LINE
           END-IF.
      *
      *    service is whole months completed from HIRE-DATE to the
      *    effective date - hired on the 15th, a month is completed
      *    on the 15th of the next month.
       CHECK-RAISE-ELIGIBILITY.
           MOVE SPACES TO ra-reason.
           MOVE dept IN ra-master-record TO ra-look-dept.
           PERFORM FIND-RAISE-LINE.
           MOVE hire-date IN ra-master-record TO ra-hire-date.
           IF ra-line-found = "Y"
               MOVE ra-line-effective (ra-line-index)
                   TO ra-effective-date
           END-IF.
           EVALUATE TRUE
               WHEN ra-line-found = "N"
                   MOVE "NO RAISE-TABLE LINE FOR DEPT" TO ra-reason
               WHEN hire-date IN ra-master-record NOT NUMERIC
                   OR ra-hire-mm < 1 OR ra-hire-mm > 12
                   OR ra-hire-dd < 1 OR ra-hire-dd > 31
                   MOVE "HIRE-DATE IS NOT A DATE" TO ra-reason
               WHEN ra-hire-date > ra-effective-date
                   MOVE "HIRED AFTER EFFECTIVE DATE" TO ra-reason
               WHEN OTHER
                   COMPUTE ra-tenure-months =
                       (ra-effective-yyyy - ra-hire-yyyy) * 12
                       + ra-effective-mm - ra-hire-mm
                   IF ra-effective-dd < ra-hire-dd
                       SUBTRACT 1 FROM ra-tenure-months
                   END-IF
                   IF ra-tenure-months < ra-line-tenure (ra-line-index)
                       MOVE "TENURE BELOW MINIMUM" TO ra-reason
                   END-IF
           END-EVALUATE.
      *
       COMPUTE-ONE-INCREASE.
           IF ra-line-method (ra-line-index) = "P"
               COMPUTE ra-increase ROUNDED =
                   salary IN ra-master-record
                       * ra-line-percent (ra-line-index) / 100
           ELSE
               MOVE ra-line-flat (ra-line-index) TO ra-increase
           END-IF.
           IF ra-increase < ra-line-min (ra-line-index)
               MOVE ra-line-min (ra-line-index) TO ra-increase
           END-IF.
           IF ra-line-max (ra-line-index) > 0
               AND ra-increase > ra-line-max (ra-line-index)
               MOVE ra-line-max (ra-line-index) TO ra-increase
           END-IF.
           COMPUTE ra-new-salary =
               salary IN ra-master-record + ra-increase.
           EVALUATE TRUE
               WHEN ra-increase = 0
                   MOVE "INCREASE WORKS OUT TO ZERO" TO ra-reason
               WHEN ra-new-salary > 9999999.99
                   MOVE "SALARY WOULD OVERFLOW" TO ra-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       FIND-OR-ADD-DEPT.
           MOVE "N" TO ra-dept-found.
           MOVE 0 TO ra-dept-index.
           PERFORM FIND-DEPT-SLOT
               UNTIL ra-dept-found = "Y"
                   OR ra-dept-index = ra-dept-used.
           IF ra-dept-found = "N"
               IF ra-dept-used < 50
                   ADD 1 TO ra-dept-used
                   MOVE ra-dept-used TO ra-dept-index
                   MOVE ra-look-dept TO ra-dept-code (ra-dept-index)
               ELSE
                   MOVE 51 TO ra-dept-index
                   MOVE "****" TO ra-dept-code (51)
                   IF ra-dept-used < 51
                       MOVE 51 TO ra-dept-used
                   END-IF
               END-IF
           END-IF.
      *
       FIND-DEPT-SLOT.
           ADD 1 TO ra-dept-index.
           IF ra-dept-code (ra-dept-index) = ra-look-dept
               MOVE "Y" TO ra-dept-found
           END-IF.
      *
      *    the proposal is complete - stamp the header HELD with what
      *    was proposed against and what it comes to.
       MARK-PROPOSAL-HELD.
           OPEN I-O holdfil.
           MOVE "OPEN I-O HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           READ holdfil.
           MOVE "READ HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "H" TO rhld-status.
           MOVE ra-master-name TO rhld-master-name.
           MOVE ra-run-date TO rhld-proposed-date.
           MOVE ra-time-hhmmss TO rhld-proposed-time.
           MOVE ra-record-count TO rhld-record-count.
           MOVE ra-raise-count TO rhld-raise-count.
           MOVE ra-cost-total TO rhld-cost.
           MOVE SPACES TO rhld-approver.
           MOVE 0 TO rhld-approved-date.
           MOVE 0 TO rhld-applied-date.
           REWRITE raise-hold-record.
           MOVE "REWRITE HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE holdfil.
      *
      *    RAISE REGISTER PROPOSED=yyyymmdd hhmmss MASTER=x...x
      *    then the raise table the proposal was priced from.
       WRITE-REGISTER-HEADING.
           INITIALIZE regfil-record.
           STRING "RAISE REGISTER PROPOSED=", DELIMITED BY SIZE,
               ra-run-date, DELIMITED BY SIZE,
               " ", DELIMITED BY SIZE,
               ra-time-hhmmss, DELIMITED BY SIZE,
               " MASTER=", DELIMITED BY SIZE,
               ra-master-name, DELIMITED BY SPACE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
           MOVE 0 TO ra-line-index.
           PERFORM WRITE-ONE-TABLE-LINE ra-line-used TIMES.
      *
       WRITE-ONE-TABLE-LINE.
           ADD 1 TO ra-line-index.
           MOVE ra-line-percent (ra-line-index) TO ra-percent-ed.
           MOVE ra-line-flat (ra-line-index) TO ra-salary-1-ed.
           MOVE ra-line-min (ra-line-index) TO ra-salary-2-ed.
           MOVE ra-line-max (ra-line-index) TO ra-salary-3-ed.
           MOVE ra-line-tenure (ra-line-index) TO ra-tenure-ed.
           INITIALIZE regfil-record.
           STRING "TABLE    DEPT=", DELIMITED BY SIZE,
               ra-line-dept (ra-line-index), DELIMITED BY SIZE,
               " METHOD=", DELIMITED BY SIZE,
               ra-line-method (ra-line-index), DELIMITED BY SIZE,
               " PERCENT=", DELIMITED BY SIZE,
               ra-percent-ed, DELIMITED BY SIZE,
               " FLAT=", DELIMITED BY SIZE,
               ra-salary-1-ed, DELIMITED BY SIZE,
               " MIN=", DELIMITED BY SIZE,
               ra-salary-2-ed, DELIMITED BY SIZE,
               " MAX=", DELIMITED BY SIZE,
               ra-salary-3-ed, DELIMITED BY SIZE,
               " TENURE-MONTHS=", DELIMITED BY SIZE,
               ra-tenure-ed, DELIMITED BY SIZE,
               " EFFECTIVE=", DELIMITED BY SIZE,
               ra-line-effective (ra-line-index), DELIMITED BY SIZE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
      *
      *    RAISE    KEY=nnnnnnn DEPT=xxxx BEFORE=zzzzzz9.99
      *             INCREASE=zzzzzz9.99 AFTER=zzzzzz9.99
       WRITE-RAISE-LINE.
           MOVE salary IN ra-master-record TO ra-salary-1-ed.
           MOVE ra-increase TO ra-salary-2-ed.
           MOVE ra-new-salary TO ra-salary-3-ed.
           INITIALIZE regfil-record.
           STRING "RAISE    KEY=", DELIMITED BY SIZE,
               sequence-no IN ra-master-record, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dept IN ra-master-record, DELIMITED BY SIZE,
               " BEFORE=", DELIMITED BY SIZE,
               ra-salary-1-ed, DELIMITED BY SIZE,
               " INCREASE=", DELIMITED BY SIZE,
               ra-salary-2-ed, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               ra-salary-3-ed, DELIMITED BY SIZE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
      *
      *    EXCLUDED KEY=nnnnnnn DEPT=xxxx SALARY=zzzzzz9.99 REASON=x..x
       WRITE-EXCLUDED-LINE.
           MOVE salary IN ra-master-record TO ra-salary-1-ed.
           INITIALIZE regfil-record.
           STRING "EXCLUDED KEY=", DELIMITED BY SIZE,
               sequence-no IN ra-master-record, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dept IN ra-master-record, DELIMITED BY SIZE,
               " SALARY=", DELIMITED BY SIZE,
               ra-salary-1-ed, DELIMITED BY SIZE,
               " REASON=", DELIMITED BY SIZE,
               ra-reason, DELIMITED BY SIZE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
      *
      *    DEPT-TOTAL DEPT=xxxx RAISED=zzzzzz9 EXCLUDED=zzzzzz9
      *             BEFORE=z..9.99 INCREASE=z..9.99 AFTER=z..9.99
       WRITE-ONE-DEPT-TOTAL.
           ADD 1 TO ra-dept-index.
           MOVE ra-dept-raised (ra-dept-index) TO ra-count-1-ed.
           MOVE ra-dept-excluded (ra-dept-index) TO ra-count-2-ed.
           MOVE ra-dept-before (ra-dept-index) TO ra-total-1-ed.
           MOVE ra-dept-increase (ra-dept-index) TO ra-total-2-ed.
           COMPUTE ra-total-3-ed = ra-dept-before (ra-dept-index)
               + ra-dept-increase (ra-dept-index).
           INITIALIZE regfil-record.
           STRING "DEPT-TOTAL DEPT=", DELIMITED BY SIZE,
               ra-dept-code (ra-dept-index), DELIMITED BY SIZE,
               " RAISED=", DELIMITED BY SIZE,
               ra-count-1-ed, DELIMITED BY SIZE,
               " EXCLUDED=", DELIMITED BY SIZE,
               ra-count-2-ed, DELIMITED BY SIZE,
               " BEFORE=", DELIMITED BY SIZE,
               ra-total-1-ed, DELIMITED BY SIZE,
               " INCREASE=", DELIMITED BY SIZE,
               ra-total-2-ed, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               ra-total-3-ed, DELIMITED BY SIZE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
      *
      *    TOTAL, the master's CONTROL proof and the SUMMARY -
      *    SUMMARY  RECORDS=zzzzzz9 RAISED=zzzzzz9 EXCLUDED=zzzzzz9
      *             COST=z..9.99 PROPOSAL=HELD|REFUSED
       WRITE-REGISTER-TOTALS.
           COMPUTE ra-after-total = ra-before-total + ra-cost-total.
           MOVE ra-before-total TO ra-total-1-ed.
           MOVE ra-cost-total TO ra-total-2-ed.
           MOVE ra-after-total TO ra-total-3-ed.
           INITIALIZE regfil-record.
           STRING "TOTAL    BEFORE=", DELIMITED BY SIZE,
               ra-total-1-ed, DELIMITED BY SIZE,
               " INCREASE=", DELIMITED BY SIZE,
               ra-total-2-ed, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               ra-total-3-ed, DELIMITED BY SIZE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
           INITIALIZE regfil-record.
           EVALUATE TRUE
               WHEN ra-keyed-master
                   MOVE "CONTROL  NOT CHECKED - KEYED FILE"
                       TO regfil-record
               WHEN ctl-break IN mst-ctl
                   STRING "CONTROL  BREAK ", DELIMITED BY SIZE,
                       ctl-break-text IN mst-ctl, DELIMITED BY SIZE,
                       INTO regfil-record
               WHEN OTHER
                   MOVE "CONTROL  IN BALANCE" TO regfil-record
           END-EVALUATE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE ra-record-count TO ra-count-1-ed.
           MOVE ra-raise-count TO ra-count-2-ed.
           MOVE ra-exclude-count TO ra-count-3-ed.
           MOVE ra-cost-total TO ra-total-1-ed.
           INITIALIZE regfil-record.
           STRING "SUMMARY  RECORDS=", DELIMITED BY SIZE,
               ra-count-1-ed, DELIMITED BY SIZE,
               " RAISED=", DELIMITED BY SIZE,
               ra-count-2-ed, DELIMITED BY SIZE,
               " EXCLUDED=", DELIMITED BY SIZE,
               ra-count-3-ed, DELIMITED BY SIZE,
               " COST=", DELIMITED BY SIZE,
               ra-total-1-ed, DELIMITED BY SIZE,
               " PROPOSAL=", DELIMITED BY SIZE,
               ra-hold-result, DELIMITED BY SPACE,
               INTO regfil-record.
           PERFORM WRITE-REGISTER-LINE.
      *
       WRITE-REGISTER-LINE.
           WRITE regfil-record.
           MOVE "WRITE REGFIL" TO io-operation-desc.
           MOVE regfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *================================================================*
      *    APPROVE                                                     *
      *================================================================*
      *    only a HELD proposal can be approved - one already approved
      *    or applied, or one that never finished, is refused.
       APPROVE-PROPOSAL.
           PERFORM OPEN-HOLD-FILE.
           EVALUATE TRUE
               WHEN rhld-held
                   CONTINUE
               WHEN rhld-approved
                   DISPLAY "RAISEADJ NOT APPROVED - ALREADY APPROVED "
                       "BY " rhld-approver " ON " rhld-approved-date
                   CLOSE holdfil
                   PERFORM REFUSE-AND-STOP
               WHEN OTHER
                   PERFORM REFUSE-NOT-HELD
           END-EVALUATE.
           CLOSE holdfil.
           OPEN I-O holdfil.
           MOVE "OPEN I-O HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           READ holdfil.
           MOVE "READ HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "A" TO rhld-status.
           MOVE ra-approver TO rhld-approver.
           MOVE ra-run-date TO rhld-approved-date.
           REWRITE raise-hold-record.
           MOVE "REWRITE HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE holdfil.
      *    the sign-off goes at the foot of the register it approves.
           OPEN EXTEND regfil.
           IF regfil-stat = "00"
               INITIALIZE regfil-record
               STRING "APPROVED BY=", DELIMITED BY SIZE,
                   ra-approver, DELIMITED BY SPACE,
                   " ON=", DELIMITED BY SIZE,
                   ra-run-date, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   ra-time-hhmmss, DELIMITED BY SIZE,
                   INTO regfil-record
               PERFORM WRITE-REGISTER-LINE
               CLOSE regfil
           END-IF.
           MOVE rhld-raise-count TO ra-count-1-ed.
           MOVE rhld-cost TO ra-total-1-ed.
           DISPLAY "RAISEADJ PROPOSAL OF " rhld-proposed-date
               " APPROVED BY " ra-approver.
           DISPLAY "RAISEADJ " ra-count-1-ed " RAISES COSTING "
               ra-total-1-ed " READY TO APPLY".
      *
      *    the header must be there and be one this program finished.
       OPEN-HOLD-FILE.
           OPEN INPUT holdfil.
           IF holdfil-stat = "35"
               DISPLAY "RAISEADJ NOT RUN - NO PROPOSAL ON HOLD - "
                   "RUN RAISEADJ PROPOSE FIRST"
               PERFORM REFUSE-AND-STOP
           END-IF.
           MOVE "OPEN INPUT HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           READ holdfil.
           IF holdfil-stat NOT = "00" OR NOT rhld-header
               DISPLAY "RAISEADJ NOT RUN - RAISEHLD.DAT IS NOT A "
                   "PROPOSAL"
               CLOSE holdfil
               PERFORM REFUSE-AND-STOP
           END-IF.
      *
       REFUSE-NOT-HELD.
           IF rhld-applied
               DISPLAY "RAISEADJ NOT RUN - PROPOSAL OF "
                   rhld-proposed-date " WAS APPLIED ON "
                   rhld-applied-date
           ELSE
               DISPLAY "RAISEADJ NOT RUN - THE PROPOSAL ON HOLD "
                   "NEVER FINISHED - PROPOSE AGAIN"
           END-IF.
           CLOSE holdfil.
           PERFORM REFUSE-AND-STOP.
      *
      *================================================================*
      *    APPLY                                                       *
      *================================================================*
       APPLY-RAISES.
           PERFORM OPEN-HOLD-FILE.
           EVALUATE TRUE
               WHEN rhld-approved
                   CONTINUE
               WHEN rhld-held
                   DISPLAY "RAISEADJ NOT APPLIED - PROPOSAL OF "
                       rhld-proposed-date " IS NOT YET APPROVED"
                   CLOSE holdfil
                   PERFORM REFUSE-AND-STOP
               WHEN OTHER
                   PERFORM REFUSE-NOT-HELD
           END-EVALUATE.
           MOVE rhld-master-name TO ra-master-name.
           IF ra-master-name = "LAB2FIL.IDX"
               MOVE "K" TO ra-master-switch
           ELSE
               MOVE "S" TO ra-master-switch
           END-IF.
           MOVE rhld-approver TO ra-approver.
           MOVE rhld-proposed-date TO ra-proposed-date.
           CLOSE holdfil.
      *    the audit trail accumulates across sessions, the same as
      *    IDXMAINT's - EXTEND, falling back to OUTPUT the first time.
           OPEN EXTEND auditfil.
           IF auditfil-stat = "05" OR auditfil-stat = "35"
               OPEN OUTPUT auditfil
           END-IF.
           MOVE "OPEN AUDITFIL" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CHECK-MASTER-UNCHANGED.
           IF ra-changed-switch = "Y"
               PERFORM WRITE-AUDIT-REFUSED
               CLOSE auditfil
               DISPLAY "RAISEADJ NOT APPLIED - " ra-master-name
               DISPLAY "RAISEADJ HAS CHANGED SINCE THE PROPOSAL AT "
                   "KEY " ra-changed-key " - PROPOSE AGAIN"
               PERFORM REFUSE-AND-STOP
           END-IF.
           PERFORM UPDATE-MASTER.
           IF ra-pending-amount > 0 AND ra-last-trailer > 0
               PERFORM CARRY-TO-LAST-TRAILER
           END-IF.
           IF NOT ra-keyed-master
               PERFORM PROVE-UPDATED-MASTER
           END-IF.
           PERFORM MARK-PROPOSAL-APPLIED.
           PERFORM WRITE-AUDIT-SUMMARY.
           CLOSE auditfil.
           MOVE "CLOSE AUDITFIL" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE ra-applied-count TO ra-count-1-ed.
           DISPLAY "RAISEADJ APPLIED " ra-count-1-ed " RAISES TO "
               ra-master-name.
           IF NOT ra-keyed-master AND ctl-break IN mst-ctl
               DISPLAY "RAISEADJ THE MASTER DOES NOT PROVE AFTER THE "
                   "UPDATE - SEE LAB2AUDT.TXT"
               MOVE 8 TO ra-final-rc
           END-IF.
      *
      *    the master and the hold side by side, record for record -
      *    a record that differs in any byte, or one side running out
      *    before the other, means the master is not the one that was
      *    signed off.  nothing is opened for update until this pass
      *    has come through clean.
       CHECK-MASTER-UNCHANGED.
           MOVE "N" TO ra-changed-switch.
           MOVE 0 TO ra-changed-key.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-MASTER-INPUT.
           PERFORM OPEN-HOLD-ENTRIES.
           MOVE "N" TO ra-master-eof.
           PERFORM COMPARE-ONE-RECORD
               UNTIL ra-changed-switch = "Y"
                   OR (ra-master-eof = "Y" AND ra-hold-eof = "Y").
           PERFORM CLOSE-MASTER-FILE.
           CLOSE holdfil.
      *
       COMPARE-ONE-RECORD.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-HOLD-ENTRY.
           EVALUATE TRUE
               WHEN ra-master-eof = "Y" AND ra-hold-eof = "Y"
                   CONTINUE
               WHEN ra-master-eof = "Y"
                   MOVE "Y" TO ra-changed-switch
                   MOVE rhld-image (1:7) TO ra-changed-key
               WHEN ra-hold-eof = "Y"
                   MOVE "Y" TO ra-changed-switch
                   MOVE sequence-no IN ra-master-record
                       TO ra-changed-key
               WHEN ra-master-record NOT = rhld-image
                   MOVE "Y" TO ra-changed-switch
                   MOVE sequence-no IN ra-master-record
                       TO ra-changed-key
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       OPEN-HOLD-ENTRIES.
           OPEN INPUT holdfil.
           MOVE "OPEN INPUT HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           READ holdfil.
           MOVE "READ HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "N" TO ra-hold-eof.
      *
       READ-HOLD-ENTRY.
           IF ra-hold-eof = "N"
               READ holdfil
               EVALUATE holdfil-stat
                   WHEN "00"
                       CONTINUE
                   WHEN "10"
                       MOVE "Y" TO ra-hold-eof
                   WHEN OTHER
                       MOVE "READ HOLDFIL (ENTRY)" TO io-operation-desc
                       MOVE holdfil-stat TO io-status-code
                       PERFORM CHECK-FILE-STATUS
               END-EVALUATE
           END-IF.
      *
      *    the master is known to be the one proposed against, so the
      *    hold's entries line up with it one for one.
       UPDATE-MASTER.
           MOVE 0 TO ra-applied-count.
           MOVE 0 TO ra-pending-amount.
           MOVE 0 TO ra-trailer-number.
           MOVE 0 TO ra-last-trailer.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-MASTER-UPDATE.
           PERFORM OPEN-HOLD-ENTRIES.
           MOVE "N" TO ra-master-eof.
           PERFORM UPDATE-ONE-RECORD UNTIL ra-master-eof = "Y".
           PERFORM CLOSE-MASTER-FILE.
           CLOSE holdfil.
      *
       OPEN-MASTER-UPDATE.
           IF ra-keyed-master
               OPEN I-O lab2idx
               MOVE lab2idx-stat TO io-status-code
           ELSE
               OPEN I-O mstfil
               MOVE mstfil-stat TO io-status-code
           END-IF.
           MOVE "OPEN I-O MASTER" TO io-operation-desc.
           PERFORM CHECK-FILE-STATUS.
      *
      *    each increase goes into the trailer that closes its
      *    partition - a master in the order it was generated has
      *    every employee between the partition's header and
      *    trailer.  increases met after the last trailer (a sorted
      *    copy, where the control records sort among the employees)
      *    are carried into that last trailer once the pass is done.
       UPDATE-ONE-RECORD.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-HOLD-ENTRY.
           IF ra-master-eof = "N"
               IF rhld-raise
                   PERFORM APPLY-ONE-RAISE
               END-IF
               IF ra-trailer-record
                   ADD 1 TO ra-trailer-number
                   MOVE ra-trailer-number TO ra-last-trailer
                   IF ra-pending-amount > 0
                       PERFORM ADJUST-ONE-TRAILER
                   END-IF
               END-IF
           END-IF.
      *
       APPLY-ONE-RAISE.
           MOVE ra-master-record TO ra-before-image.
           ADD rhld-increase TO salary IN ra-master-record.
           ADD rhld-increase TO ra-pending-amount.
           MOVE "R" TO ra-action.
           PERFORM REWRITE-MASTER-RECORD.
           ADD 1 TO ra-applied-count.
      *
       ADJUST-ONE-TRAILER.
           MOVE ra-master-record TO ra-before-image.
           MOVE ra-master-record TO lab2-control-record.
           ADD ra-pending-amount TO lctl-salary-total.
           MOVE lab2-control-record TO ra-master-record.
           MOVE 0 TO ra-pending-amount.
           MOVE "T" TO ra-action.
           PERFORM REWRITE-MASTER-RECORD.
      *
       REWRITE-MASTER-RECORD.
           IF ra-keyed-master
               MOVE ra-master-record TO lab2idx-record
               REWRITE lab2idx-record
               MOVE lab2idx-stat TO io-status-code
           ELSE
               MOVE ra-master-record TO lab2fil-record
               REWRITE lab2fil-record
               MOVE mstfil-stat TO io-status-code
           END-IF.
           MOVE "REWRITE MASTER" TO io-operation-desc.
           PERFORM CHECK-FILE-STATUS.
           MOVE ra-master-record TO ra-after-image.
           PERFORM WRITE-AUDIT-APPLIED.
      *
       CARRY-TO-LAST-TRAILER.
           MOVE 0 TO ra-trailer-number.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-MASTER-UPDATE.
           MOVE "N" TO ra-master-eof.
           PERFORM FIND-LAST-TRAILER
               UNTIL ra-master-eof = "Y"
                   OR ra-trailer-number = ra-last-trailer.
           IF ra-trailer-number = ra-last-trailer
               PERFORM ADJUST-ONE-TRAILER
           END-IF.
           PERFORM CLOSE-MASTER-FILE.
      *
       FIND-LAST-TRAILER.
           PERFORM READ-MASTER-RECORD.
           IF ra-master-eof = "N" AND ra-trailer-record
               ADD 1 TO ra-trailer-number
           END-IF.
      *
       PROVE-UPDATED-MASTER.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-MASTER-INPUT.
           MOVE "N" TO ra-master-eof.
           PERFORM READ-MASTER-RECORD UNTIL ra-master-eof = "Y".
           PERFORM CLOSE-MASTER-FILE.
           MOVE "V" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           INITIALIZE auditfil-record.
           IF ctl-break IN mst-ctl
               STRING "CONTROL  RAISE MASTER=", DELIMITED BY SIZE,
                   ra-master-name, DELIMITED BY SPACE,
                   " BREAK - ", DELIMITED BY SIZE,
                   ctl-break-text IN mst-ctl, DELIMITED BY SIZE,
                   INTO auditfil-record
           ELSE
               STRING "CONTROL  RAISE MASTER=", DELIMITED BY SIZE,
                   ra-master-name, DELIMITED BY SPACE,
                   " IN BALANCE", DELIMITED BY SIZE,
                   INTO auditfil-record
           END-IF.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (CONTROL)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       MARK-PROPOSAL-APPLIED.
           OPEN I-O holdfil.
           MOVE "OPEN I-O HOLDFIL" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           READ holdfil.
           MOVE "READ HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "D" TO rhld-status.
           MOVE ra-run-date TO rhld-applied-date.
           REWRITE raise-hold-record.
           MOVE "REWRITE HOLDFIL (HEADER)" TO io-operation-desc.
           MOVE holdfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE holdfil.
      *
      *    the same APPLIED line IDXMAINT writes for a change - ACTION
      *    R for an employee's increase, T for a trailer's total.
       WRITE-AUDIT-APPLIED.
           INITIALIZE auditfil-record.
           STRING "APPLIED  ACTION=", DELIMITED BY SIZE,
               ra-action, DELIMITED BY SIZE,
               " KEY=", DELIMITED BY SIZE,
               sequence-no IN ra-master-record, DELIMITED BY SIZE,
               " BEFORE=", DELIMITED BY SIZE,
               ra-before-image, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               ra-after-image, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (APPLIED)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-AUDIT-REFUSED.
           INITIALIZE auditfil-record.
           STRING "REFUSED  RAISE MASTER=", DELIMITED BY SIZE,
               ra-master-name, DELIMITED BY SPACE,
               " PROPOSED=", DELIMITED BY SIZE,
               ra-proposed-date, DELIMITED BY SIZE,
               " REASON=MASTER CHANGED SINCE PROPOSAL KEY=",
                   DELIMITED BY SIZE,
               ra-changed-key, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (REFUSED)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the same SUMMARY line IDXMAINT ends a session with, after a
      *    line saying whose raise proposal this session applied.
       WRITE-AUDIT-SUMMARY.
           INITIALIZE auditfil-record.
           STRING "RAISE    MASTER=", DELIMITED BY SIZE,
               ra-master-name, DELIMITED BY SPACE,
               " PROPOSED=", DELIMITED BY SIZE,
               ra-proposed-date, DELIMITED BY SIZE,
               " APPROVED-BY=", DELIMITED BY SIZE,
               ra-approver, DELIMITED BY SPACE,
               " APPLIED=", DELIMITED BY SIZE,
               ra-run-date, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (RAISE)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE ra-applied-count TO ra-count-1-ed.
           MOVE 0 TO ra-count-2-ed.
           INITIALIZE auditfil-record.
           STRING "SUMMARY  APPLIED=", DELIMITED BY SIZE,
               ra-count-1-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               ra-count-2-ed, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (SUMMARY)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "RAISEADJ I/O ERROR ON " io-operation-desc
               DISPLAY "RAISEADJ FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
