      *    called by LABFILE2 on a cycle run, after MATCHMRG has
      *    written the period's closing master, to prove the period
      *    actually balances: the opening master's total SALARY plus
      *    the period's applied activity must equal the closing
      *    master's total SALARY.  the applied activity is every
      *    generated transaction amount - earnings, deductions,
      *    adjustments and reversals, each signed - less the ones
      *    MATCHMRG turned away to MATCHREJ.TXT.  reads the opening
      *    master and transaction file the run started from and the
      *    LAB2UPD.TXT and MATCHREJ.TXT MATCHMRG just wrote, and
      *    reports the four figures, the drift between expected and
      *    actual closing, and a BALANCED/DRIFT verdict to
      *    PERCLOSE.TXT, with the activity broken out by transaction
      *    type - so balance drift across periods is caught the
      *    morning after, not months later.  a nonzero drift means a
      *    transaction was dropped, double-applied, or applied
      *    against SALARY by some rule other than its amount.
      *    all four files carry header and trailer control records;
      *    they stay out of the figures, and each file's proof
      *    against its own trailer gets a CONTROL line of its own.
       environment division.
       input-output section.
       file-control.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS updfil-stat.
      *
           SELECT rejfil ASSIGN TO "MATCHREJ.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS rejfil-stat.
      *
           SELECT closerpt ASSIGN TO "PERCLOSE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       fd updfil.
           COPY lab2rec REPLACING lab2fil-record BY upd-record.
      *
       fd rejfil.
           COPY paytran REPLACING paytran-record BY rej-record.
      *
      *    wide enough for the balance line's four 17-byte totals,
      *    the signed drift and the verdict (159 bytes).
       FD closerpt.
       01 closerpt-record.
           05 closerpt-line  PIC X(160).
       77 openfil-stat    PIC xx.
       77 trnfil-stat     PIC xx.
       77 updfil-stat     PIC xx.
       77 rejfil-stat     PIC xx.
       77 closerpt-stat   PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *    has them - 9,999,999 records at 9,999,999.99 apiece - and
      *    the drift is signed because a closing master short of its
      *    expectation is the very thing this report exists to show.
      *    the activity is signed too - a period heavy in deductions
      *    and reversals can close below where it opened.
       77 pc-opening-total  PIC 9(14)V99.
       77 pc-tran-total     PIC S9(14)V99.
       77 pc-expected-total PIC 9(14)V99.
       77 pc-closing-total  PIC 9(14)V99.
       77 pc-drift          PIC S9(14)V99.
       77 pc-verdict        PIC X(08).
      *
       01 pc-opening-ed     PIC Z(13)9.99.
       01 pc-tran-ed        PIC -(13)9.99.
       01 pc-expected-ed    PIC Z(13)9.99.
       01 pc-closing-ed     PIC Z(13)9.99.
       01 pc-drift-ed       PIC -(13)9.99.
       01 pc-opencount-ed   PIC Z(6)9.
       01 pc-trancount-ed   PIC Z(6)9.
       01 pc-closecount-ed  PIC Z(6)9.
      *
      *    the activity by transaction type - EARNING, DEDUCTION,
      *    ADJUSTMENT, REVERSAL, and OTHER for a type code that is
      *    none of them - as generated and as MATCHMRG rejected it;
      *    applied is the difference.  an amount that is not numeric
      *    is counted but not totalled, on both sides alike.
       01 pc-type-names-init.
           05 filler PIC X(10) VALUE "EARNING".
           05 filler PIC X(10) VALUE "DEDUCTION".
           05 filler PIC X(10) VALUE "ADJUSTMENT".
           05 filler PIC X(10) VALUE "REVERSAL".
           05 filler PIC X(10) VALUE "OTHER".
       01 pc-type-names REDEFINES pc-type-names-init.
           05 pc-type-name   PIC X(10) OCCURS 5 TIMES.
       01 pc-type-table.
           05 pc-type-entry OCCURS 5 TIMES.
               10 pc-gen-count   PIC 9(7).
               10 pc-gen-amount  PIC S9(13)V99.
               10 pc-rej-count   PIC 9(7).
               10 pc-rej-amount  PIC S9(13)V99.
       77 pc-type-index     PIC 9(01) COMP.
       77 pc-one-type       PIC X(01).
       77 pc-reject-count   PIC 9(7).
       77 pc-line-name      PIC X(10).
       77 pc-line-gen-count PIC 9(7).
       77 pc-line-gen-amount PIC S9(14)V99.
       77 pc-line-rej-count PIC 9(7).
       77 pc-line-rej-amount PIC S9(14)V99.
       77 pc-line-app-count PIC 9(7).
       77 pc-line-app-amount PIC S9(14)V99.
       77 pc-rej-total      PIC S9(14)V99.
       01 pc-gen-count-ed   PIC Z(6)9.
       01 pc-gen-amount-ed  PIC -(13)9.99.
       01 pc-rej-count-ed   PIC Z(6)9.
       01 pc-rej-amount-ed  PIC -(13)9.99.
       01 pc-app-count-ed   PIC Z(6)9.
       01 pc-app-amount-ed  PIC -(13)9.99.
      *
           COPY ctltot REPLACING ctl-totals BY opn-ctl.
           COPY ctltot REPLACING ctl-totals BY trn-ctl.
           COPY ctltot REPLACING ctl-totals BY upd-ctl.
           COPY ctltot REPLACING ctl-totals BY rej-ctl.
       01 ctl-image         PIC X(88).
       77 pc-control-name   PIC X(07).
       77 pc-control-switch PIC X(01).
       77 pc-control-text   PIC X(80).
      *
       linkage section.
       01 ls-openfile-name PIC X(15).
           MOVE 0 TO pc-opening-count.
           MOVE 0 TO pc-tran-count.
           MOVE 0 TO pc-closing-count.
           MOVE 0 TO pc-reject-count.
           MOVE 0 TO pc-rej-total.
           INITIALIZE pc-type-table.
           PERFORM BEGIN-CONTROL-TOTALS.
           OPEN INPUT openfil.
           IF openfil-stat = "00"
               PERFORM TOTAL-ONE-OPENING-RECORD
                   UNTIL openfil-stat = "10"
               CLOSE openfil
               MOVE "V" TO ctl-function IN opn-ctl
               CALL "ctltally" USING opn-ctl, ctl-image
           ELSE
               MOVE "N" TO pc-files-ok
           END-IF.
               PERFORM TOTAL-ONE-TRANSACTION
                   UNTIL trnfil-stat = "10"
               CLOSE trnfil
               MOVE "V" TO ctl-function IN trn-ctl
               CALL "ctltally" USING trn-ctl, ctl-image
           ELSE
               MOVE "N" TO pc-files-ok
           END-IF.
               PERFORM TOTAL-ONE-CLOSING-RECORD
                   UNTIL updfil-stat = "10"
               CLOSE updfil
               MOVE "V" TO ctl-function IN upd-ctl
               CALL "ctltally" USING upd-ctl, ctl-image
           ELSE
               MOVE "N" TO pc-files-ok
           END-IF.
           OPEN INPUT rejfil.
           IF rejfil-stat = "00"
               PERFORM TOTAL-ONE-REJECTED-TRAN
                   UNTIL rejfil-stat = "10"
               CLOSE rejfil
               MOVE "V" TO ctl-function IN rej-ctl
               CALL "ctltally" USING rej-ctl, ctl-image
           ELSE
               MOVE "N" TO pc-files-ok
           END-IF.
           COMPUTE pc-tran-total = pc-tran-total - pc-rej-total.
      *
       TOTAL-ONE-OPENING-RECORD.
           READ openfil.
           IF openfil-stat = "00"
               MOVE "R" TO ctl-function IN opn-ctl
               CALL "ctltally" USING opn-ctl, lab2fil-record
           END-IF.
           IF openfil-stat = "00" AND ctl-data-record IN opn-ctl
               ADD 1 TO pc-opening-count
               ADD salary IN lab2fil-record TO pc-opening-total
           END-IF.
           IF openfil-stat NOT = "00"
               IF openfil-stat NOT = "10"
                   MOVE "READ OPENFIL" TO io-operation-desc
                   MOVE openfil-stat TO io-status-code
       TOTAL-ONE-TRANSACTION.
           READ trnfil.
           IF trnfil-stat = "00"
               MOVE "R" TO ctl-function IN trn-ctl
               CALL "ctltally" USING trn-ctl, paytran-record
           END-IF.
           IF trnfil-stat = "00" AND ctl-data-record IN trn-ctl
               ADD 1 TO pc-tran-count
               MOVE ptran-type IN paytran-record TO pc-one-type
               PERFORM FIND-TYPE-INDEX
               ADD 1 TO pc-gen-count (pc-type-index)
               IF ptran-amount IN paytran-record NUMERIC
                   ADD ptran-amount IN paytran-record TO pc-tran-total
                   ADD ptran-amount IN paytran-record
                       TO pc-gen-amount (pc-type-index)
               END-IF
           END-IF.
           IF trnfil-stat NOT = "00"
               IF trnfil-stat NOT = "10"
                   MOVE "READ TRNFIL" TO io-operation-desc
                   MOVE trnfil-stat TO io-status-code
       TOTAL-ONE-CLOSING-RECORD.
           READ updfil.
           IF updfil-stat = "00"
               MOVE "R" TO ctl-function IN upd-ctl
               CALL "ctltally" USING upd-ctl, upd-record
           END-IF.
           IF updfil-stat = "00" AND ctl-data-record IN upd-ctl
               ADD 1 TO pc-closing-count
               ADD salary IN upd-record TO pc-closing-total
           END-IF.
           IF updfil-stat NOT = "00"
               IF updfil-stat NOT = "10"
                   MOVE "READ UPDFIL" TO io-operation-desc
                   MOVE updfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       TOTAL-ONE-REJECTED-TRAN.
           READ rejfil.
           IF rejfil-stat = "00"
               MOVE "R" TO ctl-function IN rej-ctl
               CALL "ctltally" USING rej-ctl, rej-record
           END-IF.
           IF rejfil-stat = "00" AND ctl-data-record IN rej-ctl
               ADD 1 TO pc-reject-count
               MOVE ptran-type IN rej-record TO pc-one-type
               PERFORM FIND-TYPE-INDEX
               ADD 1 TO pc-rej-count (pc-type-index)
               IF ptran-amount IN rej-record NUMERIC
                   ADD ptran-amount IN rej-record TO pc-rej-total
                   ADD ptran-amount IN rej-record
                       TO pc-rej-amount (pc-type-index)
               END-IF
           END-IF.
           IF rejfil-stat NOT = "00"
               IF rejfil-stat NOT = "10"
                   MOVE "READ REJFIL" TO io-operation-desc
                   MOVE rejfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       FIND-TYPE-INDEX.
           EVALUATE pc-one-type
               WHEN "E"
                   MOVE 1 TO pc-type-index
               WHEN "D"
                   MOVE 2 TO pc-type-index
               WHEN "A"
                   MOVE 3 TO pc-type-index
               WHEN "R"
                   MOVE 4 TO pc-type-index
               WHEN OTHER
                   MOVE 5 TO pc-type-index
           END-EVALUATE.
      *
      *    a PERCLOSE.TXT that will not OPEN is skipped rather than
      *    aborting, same policy and same reason as every other
           IF closerpt-stat = "00"
               PERFORM WRITE-BALANCE-LINE
               PERFORM WRITE-COUNT-LINE
               PERFORM WRITE-ACTIVITY-LINES
               PERFORM WRITE-CONTROL-LINES
               CLOSE closerpt
           END-IF.
      *
           INITIALIZE closerpt-record.
           STRING "PERIOD-CLOSE OPENING=", DELIMITED BY SIZE,
               pc-opening-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               pc-tran-ed, DELIMITED BY SIZE,
               " EXPECTED=", DELIMITED BY SIZE,
               pc-expected-ed, DELIMITED BY SIZE,
           MOVE pc-opening-count TO pc-opencount-ed.
           MOVE pc-tran-count TO pc-trancount-ed.
           MOVE pc-closing-count TO pc-closecount-ed.
           MOVE pc-reject-count TO pc-rej-count-ed.
           INITIALIZE closerpt-record.
           STRING "COUNTS OPENING=", DELIMITED BY SIZE,
               pc-opencount-ed, DELIMITED BY SIZE,
               pc-trancount-ed, DELIMITED BY SIZE,
               " CLOSING=", DELIMITED BY SIZE,
               pc-closecount-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               pc-rej-count-ed, DELIMITED BY SIZE,
               INTO closerpt-record.
           WRITE closerpt-record.
           MOVE "WRITE CLOSERPT (COUNTS)" TO io-operation-desc.
           MOVE closerpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    one line per transaction type, OTHER only when there was
      *    one, then the TOTAL - whose applied amount is the balance
      *    line's ACTIVITY.
      *    ACTIVITY x(10) GENERATED=zzzzzz9 AMOUNT=-(13)9.99
      *    REJECTED=zzzzzz9 AMOUNT=-(13)9.99 APPLIED=zzzzzz9
      *    AMOUNT=-(13)9.99
       WRITE-ACTIVITY-LINES.
           MOVE 0 TO pc-type-index.
           PERFORM WRITE-ONE-TYPE-ACTIVITY 5 TIMES.
           MOVE "TOTAL" TO pc-line-name.
           MOVE pc-tran-count TO pc-line-gen-count.
           MOVE pc-reject-count TO pc-line-rej-count.
           MOVE pc-rej-total TO pc-line-rej-amount.
           COMPUTE pc-line-gen-amount = pc-tran-total + pc-rej-total.
           PERFORM WRITE-ACTIVITY-LINE.
      *
       WRITE-ONE-TYPE-ACTIVITY.
           ADD 1 TO pc-type-index.
           IF pc-type-index < 5 OR pc-gen-count (pc-type-index) > 0
               OR pc-rej-count (pc-type-index) > 0
               MOVE pc-type-name (pc-type-index) TO pc-line-name
               MOVE pc-gen-count (pc-type-index) TO pc-line-gen-count
               MOVE pc-gen-amount (pc-type-index)
                   TO pc-line-gen-amount
               MOVE pc-rej-count (pc-type-index) TO pc-line-rej-count
               MOVE pc-rej-amount (pc-type-index)
                   TO pc-line-rej-amount
               PERFORM WRITE-ACTIVITY-LINE
           END-IF.
      *
      *    a file with more rejects than it generated can only come
      *    from a MATCHREJ.TXT left over from another run - the
      *    applied count shows zero and the drift tells the story.
       WRITE-ACTIVITY-LINE.
           MOVE 0 TO pc-line-app-count.
           IF pc-line-gen-count > pc-line-rej-count
               COMPUTE pc-line-app-count =
                   pc-line-gen-count - pc-line-rej-count
           END-IF.
           COMPUTE pc-line-app-amount =
               pc-line-gen-amount - pc-line-rej-amount.
           MOVE pc-line-gen-count TO pc-gen-count-ed.
           MOVE pc-line-gen-amount TO pc-gen-amount-ed.
           MOVE pc-line-rej-count TO pc-rej-count-ed.
           MOVE pc-line-rej-amount TO pc-rej-amount-ed.
           MOVE pc-line-app-count TO pc-app-count-ed.
           MOVE pc-line-app-amount TO pc-app-amount-ed.
           INITIALIZE closerpt-record.
           STRING "ACTIVITY ", DELIMITED BY SIZE,
               pc-line-name, DELIMITED BY SIZE,
               " GENERATED=", DELIMITED BY SIZE,
               pc-gen-count-ed, DELIMITED BY SIZE,
               " AMOUNT=", DELIMITED BY SIZE,
               pc-gen-amount-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               pc-rej-count-ed, DELIMITED BY SIZE,
               " AMOUNT=", DELIMITED BY SIZE,
               pc-rej-amount-ed, DELIMITED BY SIZE,
               " APPLIED=", DELIMITED BY SIZE,
               pc-app-count-ed, DELIMITED BY SIZE,
               " AMOUNT=", DELIMITED BY SIZE,
               pc-app-amount-ed, DELIMITED BY SIZE,
               INTO closerpt-record.
           WRITE closerpt-record.
           MOVE "WRITE CLOSERPT (ACTIVITY)" TO io-operation-desc.
           MOVE closerpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN opn-ctl.
           MOVE "P" TO ctl-file-type IN trn-ctl.
           MOVE "M" TO ctl-file-type IN upd-ctl.
           MOVE "P" TO ctl-file-type IN rej-ctl.
           MOVE "PERCLOSE" TO ctl-program IN opn-ctl.
           MOVE "PERCLOSE" TO ctl-program IN trn-ctl.
           MOVE "PERCLOSE" TO ctl-program IN upd-ctl.
           MOVE "PERCLOSE" TO ctl-program IN rej-ctl.
           MOVE openfile-name-ws TO ctl-file-name IN opn-ctl.
           MOVE tranfile-name-ws TO ctl-file-name IN trn-ctl.
           MOVE "LAB2UPD.TXT" TO ctl-file-name IN upd-ctl.
           MOVE "MATCHREJ.TXT" TO ctl-file-name IN rej-ctl.
           MOVE "B" TO ctl-function IN opn-ctl.
           CALL "ctltally" USING opn-ctl, ctl-image.
           MOVE "B" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           MOVE "B" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, ctl-image.
           MOVE "B" TO ctl-function IN rej-ctl.
           CALL "ctltally" USING rej-ctl, ctl-image.
      *
      *    a file that never opened is already NO-DATA above and is
      *    not proved here either.
       WRITE-CONTROL-LINES.
           IF ctl-verify IN opn-ctl
               MOVE "OPENING" TO pc-control-name
               MOVE ctl-break-switch IN opn-ctl TO pc-control-switch
               MOVE ctl-break-text IN opn-ctl TO pc-control-text
               PERFORM WRITE-ONE-CONTROL-LINE
           END-IF.
           IF ctl-verify IN trn-ctl
               MOVE "TRANS" TO pc-control-name
               MOVE ctl-break-switch IN trn-ctl TO pc-control-switch
               MOVE ctl-break-text IN trn-ctl TO pc-control-text
               PERFORM WRITE-ONE-CONTROL-LINE
           END-IF.
           IF ctl-verify IN upd-ctl
               MOVE "CLOSING" TO pc-control-name
               MOVE ctl-break-switch IN upd-ctl TO pc-control-switch
               MOVE ctl-break-text IN upd-ctl TO pc-control-text
               PERFORM WRITE-ONE-CONTROL-LINE
           END-IF.
           IF ctl-verify IN rej-ctl
               MOVE "REJECTS" TO pc-control-name
               MOVE ctl-break-switch IN rej-ctl TO pc-control-switch
               MOVE ctl-break-text IN rej-ctl TO pc-control-text
               PERFORM WRITE-ONE-CONTROL-LINE
           END-IF.
      *
       WRITE-ONE-CONTROL-LINE.
           INITIALIZE closerpt-record.
           IF pc-control-switch = "Y"
               STRING "CONTROL ", DELIMITED BY SIZE,
                   pc-control-name, DELIMITED BY SIZE,
                   " BREAK - ", DELIMITED BY SIZE,
                   pc-control-text, DELIMITED BY SIZE,
                   INTO closerpt-record
           ELSE
               STRING "CONTROL ", DELIMITED BY SIZE,
                   pc-control-name, DELIMITED BY SIZE,
                   " IN BALANCE", DELIMITED BY SIZE,
                   INTO closerpt-record
           END-IF.
           WRITE closerpt-record.
           MOVE "WRITE CLOSERPT (CONTROL)" TO io-operation-desc.
           MOVE closerpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
