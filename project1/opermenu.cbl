      *
       identification division.
       program-id.  opermenu.
      *    standalone operator front end for the four hand-edited
      *    utility inputs - IDXREQ.DAT (IDXLOOK), LAB2TRAN.DAT
      *    (IDXMAINT), RUNCATQ.PRM (RUNCATQ) and BUDTRAN.DAT
      *    (BUDMAINT).  all four are fixed-column line-sequential
      *    files, and one miscounted column in a hand edit means a
      *    REJECTED audit line or a patch landing on the wrong key.
      *    this program prompts for each field on the console,
      *    validates the entries before any request record is
      *    written, builds the record in the utility's own layout,
      *    runs the utility, and pages its report (IDXLOOK.TXT /
      *    LAB2AUDT.TXT / RUNCATQ.TXT / BUDAUDT.TXT) back a
      *    screenful at a time - so the off-shift operators never
      *    touch the fixed columns at all.
      *    the utilities are run as their own processes through the
      *    same CALL "SYSTEM" mechanism the generation and sort
      *    scripts use, because each of them ends with STOP RUN -
      *    CALLing one directly would end the menu session with it.
      *    the two lookups run under a shared run lock the menu takes
      *    for them; the two updaters take their own exclusive one.
      *    choice 6 lists the run lock's holders and clears the lock
      *    a dead run left behind.  choice 7 steps a salary
      *    adjustment through RAISEADJ - propose against a master and
      *    page the raise register, sign the register off, then
      *    apply it and page the audit trail; RAISEADJ takes its own
      *    run lock for each step.
       environment division.
       input-output section.
       file-control.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS queryparm-stat.
      *
           SELECT budtran ASSIGN TO "BUDTRAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS budtran-stat.
      *
           SELECT resultfil ASSIGN TO result-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           05 qparm-date-high   PIC 9(08).
           05 qparm-verdict     PIC X(04).
      *
      *    one budget change per session, in BUDMAINT's own layout -
      *    a one-byte action code followed by a budget image in the
      *    BUDREC.CPY layout.
       FD budtran.
       01 budtran-record.
           05 budtran-action    PIC X(01).
           05 budtran-image     PIC X(27).
      *
      *    wide enough for LAB2AUDT.TXT's 220-byte APPLIED lines, the
      *    broadest report this menu pages.
       FD resultfil.
       77 reqfil-stat     PIC xx.
       77 tranfil-stat    PIC xx.
       77 queryparm-stat  PIC xx.
       77 budtran-stat    PIC xx.
       77 resultfil-stat  PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *    TRAN-IMAGE - the shared layout so the fields land in the
      *    same columns IDXMAINT will read them from.
           COPY lab2rec.
      *
      *    the budget image a budget change builds, for the same
      *    reason, and the DEPT pool a budgeted DEPT is checked
      *    against.
           COPY budrec.
           COPY poolrec.
       77 om-pool-index     PIC 9(02) COMP.
       77 om-pool-found     PIC X(01).
       77 om-confirm        PIC X(01).
      *
       77 om-session-done   PIC X(01).
           88 om-session-over    value "Y".
      *    blanks), scanned character by character, and assembled
      *    right-justified into OM-NUMBER - so "123" and "0000123"
      *    both mean key 123 and a stray letter is caught before
      *    anything is written.  the widest field prompted for is a
      *    department's budgeted gross, 14 digits of whole dollars;
      *    the entry is wider still, so a digit too many is turned
      *    away as too large instead of being cut off unseen.
       77 om-entry          PIC X(18).
       77 om-entry-ok       PIC X(01).
       77 om-digit-seen     PIC X(01).
       77 om-scan-pos       PIC 9(02) COMP.
       77 om-number         PIC 9(18).
      *    the largest value the field being prompted for can hold -
      *    set by every caller before the prompt, so an entry wider
      *    than the target is rejected and re-prompted instead of
      *    silently dropping its high-order digits into the request.
       77 om-entry-max      PIC 9(18).
       01 om-digit-x        PIC X(01).
       01 om-digit-9 REDEFINES om-digit-x PIC 9(01).
       77 om-prompt-text    PIC X(50).
       77 om-key-high       PIC 9(07).
       77 om-action         PIC X(01).
       77 om-verdict        PIC X(04).
       77 om-raise-step     PIC X(01).
       77 om-blank-count    PIC 9(02) COMP.
       77 om-word-ok        PIC X(01).
       77 om-date-low       PIC 9(08).
       77 om-date-high      PIC 9(08).
      *
      *    on windows, the same two treatments the generation and
      *    sort scripts get.
       77 om-utility-name   PIC X(10).
      *    what follows the name on the command line, for a utility
      *    that takes its request there (RAISEADJ) - cleared after
      *    every run.
       77 om-utility-args   PIC X(40) VALUE SPACES.
       77 om-run-command    PIC X(60).
       77 om-utility-status PIC S9(09) COMP-5.
      *
      *    report paging - a screenful is 20 lines, then wait for the
      *    operator before showing the next one.
       77 om-page-lines     PIC 9(02).
       77 om-pause-entry    PIC X(01).
      *
      *    the run lock - see TAKE-SHARED-LOCK and CLEAR-RUN-LOCK.
           COPY lockreq.
       procedure division.
       main.
           PERFORM READ-PARM-FILE.
           DISPLAY "  2 = LOOK UP A KEY RANGE    (IDXLOOK)".
           DISPLAY "  3 = PATCH THE INDEXED FILE (IDXMAINT)".
           DISPLAY "  4 = QUERY THE RUN CATALOG  (RUNCATQ)".
           DISPLAY "  5 = MAINTAIN DEPT BUDGETS  (BUDMAINT)".
           DISPLAY "  6 = SHOW / CLEAR RUN LOCKS (RUNLOCK)".
           DISPLAY "  7 = SALARY ADJUSTMENT      (RAISEADJ)".
           DISPLAY "  0 = EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT om-choice.
                   PERFORM BUILD-INDEX-PATCH
               WHEN "4"
                   PERFORM BUILD-CATALOG-QUERY
               WHEN "5"
                   PERFORM BUILD-BUDGET-CHANGE
               WHEN "6"
                   PERFORM CLEAR-RUN-LOCK
               WHEN "7"
                   PERFORM RUN-SALARY-ADJUSTMENT
               WHEN "0"
                   MOVE "Y" TO om-session-done
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - ENTER 0 THRU 7"
           END-EVALUATE.
      *
       BUILD-SINGLE-LOOKUP.
      *
       RUN-IDXLOOK.
           MOVE "idxlook" TO om-utility-name.
           MOVE "IDXLOOK" TO lock-owner.
           PERFORM TAKE-SHARED-LOCK.
           IF lock-granted
               PERFORM RUN-ONE-UTILITY
               PERFORM RELEASE-SHARED-LOCK
               MOVE "IDXLOOK.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
      *    an add or change prompts for the whole record; a delete
      *    only needs the key, the same as a hand-built LAB2TRAN.DAT
           MOVE tranfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    a patch the run lock turned away has already said why on
      *    the console - paging the last run's audit trail after it
      *    would only look like this one's.
       RUN-IDXMAINT.
           MOVE "idxmaint" TO om-utility-name.
           PERFORM RUN-ONE-UTILITY.
           IF om-utility-status = 0
               MOVE "LAB2AUDT.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
       BUILD-CATALOG-QUERY.
           MOVE "ENTER FROM-DATE (YYYYMMDD, 0 FOR OPEN):" TO
           MOVE queryparm-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "runcatq" TO om-utility-name.
           MOVE "RUNCATQ" TO lock-owner.
           PERFORM TAKE-SHARED-LOCK.
           IF lock-granted
               PERFORM RUN-ONE-UTILITY
               PERFORM RELEASE-SHARED-LOCK
               MOVE "RUNCATQ.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
      *    the same add/change/delete shape as an index patch, keyed
      *    on DEPT.  a DEPT that is not in the DEPT pool can still be
      *    budgeted - an IDXMAINT patch may have put one on the
      *    master - but only after the operator says so, since a
      *    typo here would otherwise sit in DEPTBUD.DAT as a budget
      *    with no actuals, period after period.
       BUILD-BUDGET-CHANGE.
           PERFORM PROMPT-ACTION-CODE.
           MOVE "ENTER DEPT CODE (UP TO 4 CHARACTERS):" TO
               om-prompt-text.
           MOVE 4 TO om-text-max.
           PERFORM PROMPT-TEXT-FIELD.
           initialize budget-record.
           MOVE om-text-entry TO bud-dept.
           MOVE "Y" TO om-confirm.
           IF om-action = "A"
               PERFORM CHECK-DEPT-IN-POOL
               IF om-pool-found = "N"
                   PERFORM PROMPT-POOL-OVERRIDE
               END-IF
           END-IF.
           IF om-confirm NOT = "Y"
               DISPLAY "DEPT NOT IN POOL - REQUEST NOT WRITTEN"
           ELSE
               IF om-action = "A" OR om-action = "C"
                   PERFORM PROMPT-BUDGET-FIELDS
               END-IF
               PERFORM WRITE-BUDGET-TRANSACTION
               PERFORM RUN-BUDMAINT
           END-IF.
      *
       CHECK-DEPT-IN-POOL.
           MOVE "N" TO om-pool-found.
           MOVE 0 TO om-pool-index.
           PERFORM CHECK-ONE-POOL-DEPT 8 TIMES.
      *
       CHECK-ONE-POOL-DEPT.
           ADD 1 TO om-pool-index.
           IF dept-pool-entry (om-pool-index) = bud-dept
               MOVE "Y" TO om-pool-found
           END-IF.
      *
       PROMPT-POOL-OVERRIDE.
           MOVE "N" TO om-field-ok.
           PERFORM ACCEPT-POOL-OVERRIDE UNTIL om-field-ok = "Y".
      *
       ACCEPT-POOL-OVERRIDE.
           DISPLAY "DEPT " bud-dept " IS NOT IN THE DEPT POOL - "
               "BUDGET IT ANYWAY (Y/N): " WITH NO ADVANCING.
           ACCEPT om-confirm.
           IF om-confirm = "Y" OR om-confirm = "N"
               MOVE "Y" TO om-field-ok
           ELSE
               DISPLAY "  ANSWER Y OR N - TRY AGAIN"
           END-IF.
      *
      *    gross is budgeted in whole dollars, up to the 14 digits
      *    ahead of BUD-GROSS's cents - a department's period gross
      *    runs to tens of billions, more than a cents entry fits.
       PROMPT-BUDGET-FIELDS.
           MOVE "ENTER BUDGETED HEADCOUNT (UP TO 7 DIGITS):" TO
               om-prompt-text.
           MOVE 9999999 TO om-entry-max.
           PERFORM PROMPT-NUMERIC-FIELD.
           MOVE om-number TO bud-headcount.
           MOVE "ENTER BUDGETED GROSS (WHOLE DOLLARS, 14 DIGITS):"
               TO om-prompt-text.
           MOVE 99999999999999 TO om-entry-max.
           PERFORM PROMPT-NUMERIC-FIELD.
           MOVE om-number TO bud-gross.
      *
       WRITE-BUDGET-TRANSACTION.
           MOVE om-action TO budtran-action.
           MOVE budget-record TO budtran-image.
           OPEN OUTPUT budtran.
           MOVE "OPEN OUTPUT BUDTRAN" TO io-operation-desc.
           MOVE budtran-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           WRITE budtran-record.
           MOVE "WRITE BUDTRAN" TO io-operation-desc.
           MOVE budtran-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE budtran.
           MOVE "CLOSE BUDTRAN" TO io-operation-desc.
           MOVE budtran-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       RUN-BUDMAINT.
           MOVE "budmaint" TO om-utility-name.
           PERFORM RUN-ONE-UTILITY.
           IF om-utility-status = 0
               MOVE "BUDAUDT.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
      *    one step of a salary adjustment per session.  the
      *    register is paged before the sign-off is asked for, so the
      *    approver signs what was just read; an approval or apply
      *    RAISEADJ refuses has said why on the console, and paging
      *    the last register or audit trail after it would mislead.
       RUN-SALARY-ADJUSTMENT.
           PERFORM PROMPT-RAISE-STEP.
           MOVE "raiseadj" TO om-utility-name.
           EVALUATE om-raise-step
               WHEN "P"
                   PERFORM PROPOSE-RAISES
               WHEN "S"
                   PERFORM APPROVE-RAISES
               WHEN "A"
                   PERFORM APPLY-RAISES
           END-EVALUATE.
      *
       PROMPT-RAISE-STEP.
           MOVE "N" TO om-field-ok.
           PERFORM ACCEPT-RAISE-STEP UNTIL om-field-ok = "Y".
      *
       ACCEPT-RAISE-STEP.
           DISPLAY "STEP - P=PROPOSE S=SIGN OFF A=APPLY: "
               WITH NO ADVANCING.
           ACCEPT om-raise-step.
           IF om-raise-step = "P" OR om-raise-step = "S"
               OR om-raise-step = "A"
               MOVE "Y" TO om-field-ok
           ELSE
               DISPLAY "  STEP MUST BE P, S OR A - TRY AGAIN"
           END-IF.
      *
       PROPOSE-RAISES.
           MOVE "ENTER MASTER FILE NAME (E.G. LAB2PREV.TXT):" TO
               om-prompt-text.
           MOVE 25 TO om-text-max.
           PERFORM PROMPT-ONE-WORD-FIELD.
           STRING "PROPOSE ", DELIMITED BY SIZE,
               om-text-entry, DELIMITED BY SPACE,
               INTO om-utility-args.
           PERFORM RUN-ONE-UTILITY.
           IF om-utility-status = 0
               MOVE "RAISEREG.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
       APPROVE-RAISES.
           MOVE "RAISEREG.TXT" TO result-file-name.
           PERFORM PAGE-RESULT-FILE.
           MOVE "N" TO om-field-ok.
           PERFORM ACCEPT-RAISE-SIGN-OFF UNTIL om-field-ok = "Y".
           IF om-confirm NOT = "Y"
               DISPLAY "PROPOSAL NOT SIGNED OFF"
           ELSE
               MOVE "ENTER APPROVER (UP TO 8 CHARACTERS):" TO
                   om-prompt-text
               MOVE 8 TO om-text-max
               PERFORM PROMPT-ONE-WORD-FIELD
               STRING "APPROVE ", DELIMITED BY SIZE,
                   om-text-entry, DELIMITED BY SPACE,
                   INTO om-utility-args
               PERFORM RUN-ONE-UTILITY
           END-IF.
      *
       ACCEPT-RAISE-SIGN-OFF.
           DISPLAY "SIGN OFF THE RAISE REGISTER ABOVE (Y/N): "
               WITH NO ADVANCING.
           ACCEPT om-confirm.
           IF om-confirm = "Y" OR om-confirm = "N"
               MOVE "Y" TO om-field-ok
           ELSE
               DISPLAY "  ANSWER Y OR N - TRY AGAIN"
           END-IF.
      *
       APPLY-RAISES.
           MOVE "APPLY" TO om-utility-args.
           PERFORM RUN-ONE-UTILITY.
           IF om-utility-status = 0
               MOVE "LAB2AUDT.TXT" TO result-file-name
               PERFORM PAGE-RESULT-FILE
           END-IF.
      *
      *    a file name or an approver goes on RAISEADJ's command line
      *    as one word, so an entry with a blank inside it would be
      *    cut short there - it is turned away here instead.
       PROMPT-ONE-WORD-FIELD.
           MOVE "N" TO om-word-ok.
           PERFORM ACCEPT-ONE-WORD-ENTRY UNTIL om-word-ok = "Y".
      *
       ACCEPT-ONE-WORD-ENTRY.
           PERFORM PROMPT-TEXT-FIELD.
           MOVE 0 TO om-blank-count.
           INSPECT om-text-entry (1:om-text-len)
               TALLYING om-blank-count FOR ALL SPACE.
           IF om-blank-count > 0
               DISPLAY "  NO BLANKS ALLOWED - TRY AGAIN"
           ELSE
               MOVE "Y" TO om-word-ok
           END-IF.
      *
       PROMPT-VERDICT-FILTER.
           MOVE "N" TO om-field-ok.
           MOVE "N" TO om-digit-seen.
           MOVE 0 TO om-number.
           MOVE 0 TO om-scan-pos.
           PERFORM SCAN-ONE-ENTRY-CHAR 18 TIMES.
      *
       SCAN-ONE-ENTRY-CHAR.
           ADD 1 TO om-scan-pos.
           INITIALIZE om-run-command.
           IF parm-platform-windows
               STRING om-utility-name, DELIMITED BY SPACE,
                   " ", DELIMITED BY SIZE,
                   om-utility-args, DELIMITED BY "  ",
                   INTO om-run-command
           ELSE
               STRING "./", DELIMITED BY SIZE,
                   om-utility-name, DELIMITED BY SPACE,
                   " ", DELIMITED BY SIZE,
                   om-utility-args, DELIMITED BY "  ",
                   INTO om-run-command
           END-IF.
           CALL "SYSTEM" USING om-run-command
               RETURNING om-utility-status.
           MOVE SPACES TO om-utility-args.
      *
      *    the lookups only read, so they share the lock - with each
      *    other and with any other reader - and are held off only by
      *    an updater or a LABFILE2 run.  the menu holds the lock on
      *    the utility's behalf while it runs and gives it back
      *    before the report is paged; it never waits, the operator
      *    simply tries again.
       TAKE-SHARED-LOCK.
           MOVE "S" TO lock-function.
           MOVE SPACES TO lock-run-id.
           MOVE 0 TO lock-wait-seconds.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY lock-owner " NOT RUN - " lock-message
           END-IF.
      *
       RELEASE-SHARED-LOCK.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
      *
      *    RUNLOCK shows every holder with whether its process is
      *    still running.  a STALE one was left by a run that died -
      *    once the operator has looked at what that run left in the
      *    working directory, its PID typed here clears it.  a holder
      *    still running is never cleared.
       CLEAR-RUN-LOCK.
           MOVE "L" TO lock-function.
           MOVE "OPERMENU" TO lock-owner.
           CALL "runlock" USING lock-request.
           MOVE "ENTER PID OF A STALE LOCK TO CLEAR (0 = NONE):" TO
               om-prompt-text.
           MOVE 999999999 TO om-entry-max.
           PERFORM PROMPT-NUMERIC-FIELD.
           IF om-number > 0
               MOVE "C" TO lock-function
               MOVE om-number TO lock-clear-pid
               CALL "runlock" USING lock-request
               IF lock-granted
                   DISPLAY "CLEARED - " lock-message
               ELSE
                   DISPLAY "NOT CLEARED - " lock-message
               END-IF
           END-IF.
      *
      *    page the utility's report back 20 lines at a time.  a
      *    report that will not OPEN (the utility died before writing
