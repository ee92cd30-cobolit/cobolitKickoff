      *
       identification division.
       program-id.  budmaint.
      *    run by an operator (normally from OPERMENU) to keep the
      *    department budget file DEPTBUD.DAT that BUDVAR reads.
      *    reads add/change/delete transactions keyed on DEPT from
      *    BUDTRAN.DAT, applies them to the budget table, rewrites
      *    DEPTBUD.DAT in DEPT order, and appends one line per
      *    transaction to BUDAUDT.TXT carrying the before-image and
      *    after-image of every applied change - or a REJECTED line
      *    with a reason for any transaction whose DEPT is not found
      *    (change/delete), already present (add), blank, whose
      *    budget figures are not numeric, that would overflow the
      *    table, or whose action code is not A, C or D.
      *
      *    BUDTRAN.DAT is hand-editable line-sequential, the same
      *    shape as IDXMAINT's LAB2TRAN.DAT: a one-byte action code
      *    followed by a record image in the BUDREC.CPY layout.  a
      *    delete only needs the DEPT filled in.
      *
      *    the budget file is small - one line per department - so
      *    it is read whole into a table, patched there, and written
      *    back, rather than kept as a keyed file.  a DEPTBUD.DAT
      *    that does not exist yet is simply an empty budget; the
      *    first add creates it.
       environment division.
       input-output section.
       file-control.
           SELECT tranfil ASSIGN TO "BUDTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS tranfil-stat.
      *
           SELECT budfil ASSIGN TO "DEPTBUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS budfil-stat.
      *
           SELECT auditfil ASSIGN TO "BUDAUDT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS auditfil-stat.
      *
       data division.
       file section.
       FD tranfil.
       01 tran-record.
           05 tran-action       PIC X(01).
               88 tran-action-add        value "A".
               88 tran-action-change     value "C".
               88 tran-action-delete     value "D".
           05 tran-image        PIC X(27).
           05 tran-image-fields REDEFINES tran-image.
               10 tran-dept         PIC X(04).
               10 tran-headcount    PIC X(07).
               10 tran-gross        PIC X(16).
      *
       FD budfil.
           COPY budrec.
      *
       FD auditfil.
       01 auditfil-record.
           05 auditfil-line  PIC X(132).
      *
       working-storage section.
       77 tranfil-stat    PIC xx.
       77 budfil-stat     PIC xx.
       77 auditfil-stat   PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
      *    the whole budget, in DEPT order.  50 departments is more
      *    than six times the DEPT pool, room for every code an
      *    IDXMAINT patch might have added besides.
       77 bm-budget-used    PIC 9(02) COMP.
       77 bm-budget-index   PIC 9(02) COMP.
       77 bm-shift-index    PIC 9(02) COMP.
       77 bm-budget-found   PIC X(01).
       77 bm-search-done    PIC X(01).
       01 bm-budget-table.
           05 bm-budget-entry OCCURS 50 TIMES.
               10 bm-budget-image   PIC X(27).
               10 bm-budget-fields REDEFINES bm-budget-image.
                   15 bm-budget-dept    PIC X(04).
                   15 bm-budget-head    PIC 9(07).
                   15 bm-budget-gross   PIC 9(14)V99.
      *
       77 bm-before-image   PIC X(27).
       77 bm-after-image    PIC X(27).
       77 bm-reject-reason  PIC X(20).
       77 bm-applied-count  PIC 9(7).
       77 bm-reject-count   PIC 9(7).
       01 bm-applied-ed     PIC Z(6)9.
       01 bm-reject-ed      PIC Z(6)9.
       01 bm-budget-ed      PIC Z(6)9.
      *
      *    DEPTBUD.DAT is rewritten under the exclusive run lock, so
      *    a LABFILE2 run's BUDVAR never judges against half a budget.
           COPY lockreq.
      *
       procedure division.
       main.
           PERFORM TAKE-RUN-LOCK.
           MOVE 0 TO bm-applied-count.
           MOVE 0 TO bm-reject-count.
           PERFORM LOAD-BUDGET-TABLE.
           PERFORM OPEN-MAINTENANCE-FILES.
           PERFORM APPLY-ONE-TRANSACTION UNTIL tranfil-stat = "10".
           PERFORM WRITE-BUDGET-FILE.
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM CLOSE-MAINTENANCE-FILES.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           stop run.
      *
      *    taken before DEPTBUD.DAT is loaded.  any other holder -
      *    a LABFILE2 run whose BUDVAR reads the budget, a RERUNRPT -
      *    stops the update before it starts, with no waiting; the
      *    operator at the menu simply tries again later.
       TAKE-RUN-LOCK.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "BUDMAINT" TO lock-owner.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "BUDMAINT NOT STARTED - " lock-message
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    a standalone operator utility like IDXMAINT - a file that
      *    will not open or read cleanly means the session cannot
      *    run at all, so every bad status is a hard stop.  the one
      *    exception is a budget file that is not there yet (35),
      *    which is an empty budget.
       LOAD-BUDGET-TABLE.
           MOVE 0 TO bm-budget-used.
           INITIALIZE bm-budget-table.
           OPEN INPUT budfil.
           IF budfil-stat NOT = "35"
               MOVE "OPEN INPUT BUDFIL" TO io-operation-desc
               MOVE budfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               PERFORM LOAD-ONE-BUDGET UNTIL budfil-stat = "10"
               CLOSE budfil
               MOVE "CLOSE BUDFIL (INPUT)" TO io-operation-desc
               MOVE budfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       LOAD-ONE-BUDGET.
           READ budfil.
           IF budfil-stat = "00"
               IF bm-budget-used = 50
                   DISPLAY "BUDMAINT ERROR - DEPTBUD.DAT HOLDS MORE "
                       "THAN 50 DEPARTMENTS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO bm-budget-used
               MOVE budget-record TO bm-budget-image (bm-budget-used)
           ELSE
               IF budfil-stat NOT = "10"
                   MOVE "READ BUDFIL" TO io-operation-desc
                   MOVE budfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       OPEN-MAINTENANCE-FILES.
           OPEN INPUT tranfil.
           MOVE "OPEN INPUT TRANFIL" TO io-operation-desc.
           MOVE tranfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *    the audit trail accumulates across sessions, the same as
      *    LAB2AUDT.TXT - EXTEND, falling back to OUTPUT the first
      *    time through.
           OPEN EXTEND auditfil.
           IF auditfil-stat = "05" OR auditfil-stat = "35"
               OPEN OUTPUT auditfil
           END-IF.
           MOVE "OPEN AUDITFIL" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       APPLY-ONE-TRANSACTION.
           READ tranfil.
           IF tranfil-stat = "00"
               MOVE SPACES TO bm-before-image
               MOVE SPACES TO bm-after-image
               MOVE SPACES TO bm-reject-reason
               EVALUATE TRUE
                   WHEN tran-dept = SPACES
                       MOVE "BLANK-DEPT" TO bm-reject-reason
                       PERFORM WRITE-AUDIT-REJECT
                   WHEN tran-action-add
                       PERFORM APPLY-ADD
                   WHEN tran-action-change
                       PERFORM APPLY-CHANGE
                   WHEN tran-action-delete
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "INVALID-ACTION" TO bm-reject-reason
                       PERFORM WRITE-AUDIT-REJECT
               END-EVALUATE
           ELSE
               IF tranfil-stat NOT = "10"
                   MOVE "READ TRANFIL" TO io-operation-desc
                   MOVE tranfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    the table is kept in DEPT order, so the search stops at
      *    the first entry at or past the wanted DEPT - which is
      *    also where an add has to go.
       FIND-BUDGET-ENTRY.
           MOVE "N" TO bm-budget-found.
           MOVE "N" TO bm-search-done.
           MOVE 0 TO bm-budget-index.
           PERFORM SCAN-ONE-BUDGET-ENTRY UNTIL bm-search-done = "Y".
      *
       SCAN-ONE-BUDGET-ENTRY.
           ADD 1 TO bm-budget-index.
           EVALUATE TRUE
               WHEN bm-budget-index > bm-budget-used
                   MOVE "Y" TO bm-search-done
               WHEN bm-budget-dept (bm-budget-index) = tran-dept
                   MOVE "Y" TO bm-budget-found
                   MOVE "Y" TO bm-search-done
               WHEN bm-budget-dept (bm-budget-index) > tran-dept
                   MOVE "Y" TO bm-search-done
           END-EVALUATE.
      *
      *    an add must not silently overwrite a DEPT that already
      *    has a budget - the duplicate is rejected, the same rule
      *    IDXMAINT applies to a duplicate key.
       APPLY-ADD.
           PERFORM FIND-BUDGET-ENTRY.
           EVALUATE TRUE
               WHEN bm-budget-found = "Y"
                   MOVE "DUPLICATE-DEPT" TO bm-reject-reason
                   PERFORM WRITE-AUDIT-REJECT
               WHEN tran-headcount NOT NUMERIC
                   OR tran-gross NOT NUMERIC
                   MOVE "INVALID-AMOUNT" TO bm-reject-reason
                   PERFORM WRITE-AUDIT-REJECT
               WHEN bm-budget-used = 50
                   MOVE "BUDGET-TABLE-FULL" TO bm-reject-reason
                   PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                   MOVE bm-budget-used TO bm-shift-index
                   PERFORM SHIFT-ONE-ENTRY-DOWN
                       UNTIL bm-shift-index < bm-budget-index
                   ADD 1 TO bm-budget-used
                   MOVE tran-image TO bm-budget-image (bm-budget-index)
                   MOVE tran-image TO bm-after-image
                   PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE.
      *
       SHIFT-ONE-ENTRY-DOWN.
           MOVE bm-budget-image (bm-shift-index)
               TO bm-budget-image (bm-shift-index + 1).
           SUBTRACT 1 FROM bm-shift-index.
      *
       APPLY-CHANGE.
           PERFORM FIND-BUDGET-ENTRY.
           EVALUATE TRUE
               WHEN bm-budget-found = "N"
                   MOVE "DEPT-NOT-FOUND" TO bm-reject-reason
                   PERFORM WRITE-AUDIT-REJECT
               WHEN tran-headcount NOT NUMERIC
                   OR tran-gross NOT NUMERIC
                   MOVE "INVALID-AMOUNT" TO bm-reject-reason
                   PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                   MOVE bm-budget-image (bm-budget-index)
                       TO bm-before-image
                   MOVE tran-image TO bm-budget-image (bm-budget-index)
                   MOVE tran-image TO bm-after-image
                   PERFORM WRITE-AUDIT-APPLIED
           END-EVALUATE.
      *
       APPLY-DELETE.
           PERFORM FIND-BUDGET-ENTRY.
           IF bm-budget-found = "Y"
               MOVE bm-budget-image (bm-budget-index)
                   TO bm-before-image
               MOVE bm-budget-index TO bm-shift-index
               PERFORM SHIFT-ONE-ENTRY-UP
                   UNTIL bm-shift-index NOT < bm-budget-used
               MOVE SPACES TO bm-budget-image (bm-budget-used)
               SUBTRACT 1 FROM bm-budget-used
               PERFORM WRITE-AUDIT-APPLIED
           ELSE
               MOVE "DEPT-NOT-FOUND" TO bm-reject-reason
               PERFORM WRITE-AUDIT-REJECT
           END-IF.
      *
       SHIFT-ONE-ENTRY-UP.
           MOVE bm-budget-image (bm-shift-index + 1)
               TO bm-budget-image (bm-shift-index).
           ADD 1 TO bm-shift-index.
      *
      *    the whole budget goes back out, in DEPT order, once every
      *    transaction has been applied.
       WRITE-BUDGET-FILE.
           OPEN OUTPUT budfil.
           MOVE "OPEN OUTPUT BUDFIL" TO io-operation-desc.
           MOVE budfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE 0 TO bm-budget-index.
           PERFORM WRITE-ONE-BUDGET bm-budget-used TIMES.
           CLOSE budfil.
           MOVE "CLOSE BUDFIL (OUTPUT)" TO io-operation-desc.
           MOVE budfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-ONE-BUDGET.
           ADD 1 TO bm-budget-index.
           MOVE bm-budget-image (bm-budget-index) TO budget-record.
           WRITE budget-record.
           MOVE "WRITE BUDFIL" TO io-operation-desc.
           MOVE budfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-AUDIT-APPLIED.
           ADD 1 TO bm-applied-count.
           INITIALIZE auditfil-record.
           STRING "APPLIED  ACTION=", DELIMITED BY SIZE,
               tran-action, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               tran-dept, DELIMITED BY SIZE,
               " BEFORE=", DELIMITED BY SIZE,
               bm-before-image, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               bm-after-image, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (APPLIED)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-AUDIT-REJECT.
           ADD 1 TO bm-reject-count.
           INITIALIZE auditfil-record.
           STRING "REJECTED ACTION=", DELIMITED BY SIZE,
               tran-action, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               tran-dept, DELIMITED BY SIZE,
               " REASON=", DELIMITED BY SIZE,
               bm-reject-reason, DELIMITED BY SIZE,
               " IMAGE=", DELIMITED BY SIZE,
               tran-image, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (REJECT)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-AUDIT-SUMMARY.
           MOVE bm-applied-count TO bm-applied-ed.
           MOVE bm-reject-count TO bm-reject-ed.
           MOVE bm-budget-used TO bm-budget-ed.
           INITIALIZE auditfil-record.
           STRING "SUMMARY  APPLIED=", DELIMITED BY SIZE,
               bm-applied-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               bm-reject-ed, DELIMITED BY SIZE,
               " DEPTS-BUDGETED=", DELIMITED BY SIZE,
               bm-budget-ed, DELIMITED BY SIZE,
               INTO auditfil-record.
           WRITE auditfil-record.
           MOVE "WRITE AUDITFIL (SUMMARY)" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CLOSE-MAINTENANCE-FILES.
           CLOSE tranfil.
           MOVE "CLOSE TRANFIL" TO io-operation-desc.
           MOVE tranfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE auditfil.
           MOVE "CLOSE AUDITFIL" TO io-operation-desc.
           MOVE auditfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "BUDMAINT I/O ERROR ON " io-operation-desc
               DISPLAY "BUDMAINT FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
