      *    extra sort is needed), applies each employee's transaction
      *    amounts against SALARY, writes the updated masters to
      *    LAB2UPD.TXT in the LAB2REC.CPY layout, and reports to
      *    MATCHRPT.TXT one line per unmatched or rejected
      *    transaction, the applied totals by transaction type, and
      *    summary counts including the masters that drew no
      *    activity.
      *
      *    each transaction type has its own rule (PAYTRAN.CPY):
      *      an earning may not be negative, nor a deduction
      *        positive;
      *      a deduction - or any other amount - may not take SALARY
      *        below zero, nor past its 9(7)V99 capacity;
      *      a reversal must name, by REFERENCE, an earlier applied
      *        transaction of the same employee that is not already
      *        reversed, and carry exactly its amount with the sign
      *        turned over - applying it cancels the original.  one
      *        that names nothing is an unmatched reversal.
      *    every transaction not applied - unmatched key, broken
      *    rule or overflow - is copied as it stood to MATCHREJ.TXT,
      *    a PAYTRAN file of its own, so PERCLOSE can take the
      *    rejects back out of the generated activity and still
      *    prove opening plus applied activity equals closing.
      *
      *    both inputs carry header and trailer control records -
      *    stepped over by the match and proved at end of file, with
      *    the result on MATCHRPT.TXT - and LAB2UPD.TXT goes out with
      *    its own pair, since it is the next period's opening master.
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
           SELECT matchrpt ASSIGN TO "MATCHRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
      *
       fd updfil.
           COPY lab2rec REPLACING lab2fil-record BY upd-record.
      *
      *    a rejected transaction goes out exactly as it was read -
      *    the PAYTRAN.CPY layout, written FROM PAYTRAN-RECORD.
       fd rejfil.
       01 rej-record         PIC X(30).
      *
       FD matchrpt.
       01 matchrpt-record.
       77 mstfil-stat     PIC xx.
       77 trnfil-stat     PIC xx.
       77 updfil-stat     PIC xx.
       77 rejfil-stat     PIC xx.
       77 matchrpt-stat   PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
       77 mm-mst-open-stat   PIC XX.
       77 mm-trn-open-stat   PIC XX.
       77 mm-upd-open-stat   PIC XX.
       77 mm-rej-open-stat   PIC XX.
       77 mm-rpt-open-stat   PIC XX.
      *
       77 mm-master-count    PIC 9(7).
       77 mm-unmatched-count PIC 9(7).
       77 mm-noactivity-count PIC 9(7).
       77 mm-overflow-count  PIC 9(7).
       77 mm-reject-count    PIC 9(7).
      *
       01 mm-masters-ed      PIC Z(6)9.
       01 mm-trans-ed        PIC Z(6)9.
       01 mm-unmatched-ed    PIC Z(6)9.
       01 mm-noactivity-ed   PIC Z(6)9.
       01 mm-overflow-ed     PIC Z(6)9.
       01 mm-reject-ed       PIC Z(6)9.
       01 mm-amount-ed       PIC -(5)9.99.
       01 mm-reference-ed    PIC Z(6)9.
      *
      *    what became of the transaction in hand - A applied, R
      *    rejected by its type's rule (REASON says which), O would
      *    overflow SALARY - and SALARY as it would stand, signed
      *    and a digit wider so both limits can be tested.
       77 mm-tran-outcome    PIC X(01).
       77 mm-reject-reason   PIC X(40).
       77 mm-new-salary      PIC S9(8)V99.
      *
      *    the applied totals by transaction type - EARNING,
      *    DEDUCTION, ADJUSTMENT, REVERSAL, and OTHER for a type code
      *    that is none of them (always rejected).  TRANS and
      *    REJECTED count unmatched keys too, so the TOTAL line's
      *    TRANS agrees with SUMMARY's.
       01 mm-type-names-init.
           05 filler PIC X(10) VALUE "EARNING".
           05 filler PIC X(10) VALUE "DEDUCTION".
           05 filler PIC X(10) VALUE "ADJUSTMENT".
           05 filler PIC X(10) VALUE "REVERSAL".
           05 filler PIC X(10) VALUE "OTHER".
       01 mm-type-names REDEFINES mm-type-names-init.
           05 mm-type-name   PIC X(10) OCCURS 5 TIMES.
       01 mm-type-table.
           05 mm-type-entry OCCURS 5 TIMES.
               10 mm-type-trans    PIC 9(7).
               10 mm-type-applied  PIC 9(7).
               10 mm-type-rejected PIC 9(7).
               10 mm-type-amount   PIC S9(13)V99.
       77 mm-type-index      PIC 9(01) COMP.
       77 mm-total-trans     PIC 9(7).
       77 mm-total-applied   PIC 9(7).
       77 mm-total-rejected  PIC 9(7).
       77 mm-total-amount    PIC S9(13)V99.
       77 mm-line-name       PIC X(10).
       01 mm-type-amount-ed  PIC -(13)9.99.
      *
      *    the current master's transactions so far, in the order
      *    they were read - what a reversal's REFERENCE is looked up
      *    in.  an employee draws at most PARM-TRAN-MAX (99); past
      *    that, later transactions are not kept, and a reversal
      *    naming one of them is rejected as unmatched.
       77 mm-seen-count      PIC 9(02) COMP.
       77 mm-seen-index      PIC 9(02) COMP.
       77 mm-seen-found      PIC 9(02) COMP.
       01 mm-seen-table.
           05 mm-seen-entry OCCURS 99 TIMES.
               10 mm-seen-reference PIC 9(7).
               10 mm-seen-type      PIC X(01).
               10 mm-seen-amount    PIC S9(5)V99.
               10 mm-seen-applied   PIC X(01).
               10 mm-seen-reversed  PIC X(01).
      *
      *    control totals for the four files, and the run id the
      *    master's header carries, which the headers of LAB2UPD.TXT
      *    and MATCHREJ.TXT keep.
           COPY ctltot REPLACING ctl-totals BY mst-ctl.
           COPY ctltot REPLACING ctl-totals BY trn-ctl.
           COPY ctltot REPLACING ctl-totals BY upd-ctl.
           COPY ctltot REPLACING ctl-totals BY rej-ctl.
           COPY ctlrec.
       01 ctl-image          PIC X(88).
       77 mm-run-id          PIC X(11).
       77 mm-control-name    PIC X(07).
       77 mm-control-switch  PIC X(01).
       77 mm-control-text    PIC X(80).
      *
       linkage section.
       01 ls-masterfile-name PIC X(15).
           MOVE 0 TO mm-unmatched-count.
           MOVE 0 TO mm-noactivity-count.
           MOVE 0 TO mm-overflow-count.
           MOVE 0 TO mm-reject-count.
           INITIALIZE mm-type-table.
           MOVE SPACES TO mm-run-id.
           PERFORM BEGIN-CONTROL-TOTALS.
           OPEN INPUT mstfil.
           MOVE mstfil-stat TO mm-mst-open-stat.
           OPEN INPUT trnfil.
           MOVE trnfil-stat TO mm-trn-open-stat.
           OPEN OUTPUT updfil.
           MOVE updfil-stat TO mm-upd-open-stat.
           OPEN OUTPUT rejfil.
           MOVE rejfil-stat TO mm-rej-open-stat.
           OPEN OUTPUT matchrpt.
           MOVE matchrpt-stat TO mm-rpt-open-stat.
           IF mm-mst-open-stat = "00" AND mm-trn-open-stat = "00"
               AND mm-upd-open-stat = "00"
               AND mm-rej-open-stat = "00"
               AND mm-rpt-open-stat = "00"
               PERFORM READ-NEXT-MASTER
               PERFORM READ-NEXT-TRAN
               PERFORM WRITE-UPDATE-HEADER
               PERFORM WRITE-REJECT-HEADER
               PERFORM MATCH-ONE-KEY
                   UNTIL mm-master-key = HIGH-VALUES
                       AND mm-tran-key = HIGH-VALUES
               PERFORM WRITE-UPDATE-TRAILER
               PERFORM WRITE-REJECT-TRAILER
               PERFORM WRITE-TYPE-TOTALS
               PERFORM WRITE-MATCH-SUMMARY
               PERFORM VERIFY-CONTROL-TOTALS
           END-IF.
           IF mm-mst-open-stat = "00"
               CLOSE mstfil
           IF mm-upd-open-stat = "00"
               CLOSE updfil
           END-IF.
           IF mm-rej-open-stat = "00"
               CLOSE rejfil
           END-IF.
           IF mm-rpt-open-stat = "00"
               CLOSE matchrpt
           END-IF.
           MOVE "WRITE UPDFIL" TO io-operation-desc.
           MOVE updfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, upd-record.
           PERFORM READ-NEXT-MASTER.
      *
      *    a transaction amount that would push SALARY past its
      *    9(7)V99 capacity is counted and skipped rather than
      *    wrapping the field - the generated amounts cannot reach
      *    that, but the match logic should not trust its inputs.
      *    every transaction, applied or not, is remembered for the
      *    reversals that may follow it.
       APPLY-ONE-TRAN.
           MOVE "Y" TO mm-master-active.
           PERFORM FIND-TYPE-INDEX.
           ADD 1 TO mm-type-trans (mm-type-index).
           MOVE "A" TO mm-tran-outcome.
           MOVE SPACES TO mm-reject-reason.
           PERFORM CHECK-TRAN-RULES.
           IF mm-tran-outcome = "A"
               PERFORM POST-TRAN-TO-SALARY
           END-IF.
           EVALUATE mm-tran-outcome
               WHEN "A"
                   ADD 1 TO mm-applied-count
                   ADD 1 TO mm-type-applied (mm-type-index)
                   ADD ptran-amount TO mm-type-amount (mm-type-index)
                   IF ptran-reversal
                       MOVE "Y" TO mm-seen-reversed (mm-seen-found)
                   END-IF
               WHEN "O"
                   ADD 1 TO mm-overflow-count
                   PERFORM REJECT-ONE-TRAN
               WHEN OTHER
                   ADD 1 TO mm-reject-count
                   PERFORM REJECT-ONE-TRAN
           END-EVALUATE.
           PERFORM REMEMBER-THIS-TRAN.
      *
       FIND-TYPE-INDEX.
           EVALUATE TRUE
               WHEN ptran-earning
                   MOVE 1 TO mm-type-index
               WHEN ptran-deduction
                   MOVE 2 TO mm-type-index
               WHEN ptran-adjustment
                   MOVE 3 TO mm-type-index
               WHEN ptran-reversal
                   MOVE 4 TO mm-type-index
               WHEN OTHER
                   MOVE 5 TO mm-type-index
           END-EVALUATE.
      *
      *    the sign each type may carry, and a reversal's original.
       CHECK-TRAN-RULES.
           EVALUATE TRUE
               WHEN ptran-amount NOT NUMERIC
                   MOVE "R" TO mm-tran-outcome
                   MOVE "AMOUNT NOT NUMERIC" TO mm-reject-reason
               WHEN ptran-earning AND ptran-amount < 0
                   MOVE "R" TO mm-tran-outcome
                   MOVE "EARNING MAY NOT BE NEGATIVE"
                       TO mm-reject-reason
               WHEN ptran-deduction AND ptran-amount > 0
                   MOVE "R" TO mm-tran-outcome
                   MOVE "DEDUCTION MAY NOT BE POSITIVE"
                       TO mm-reject-reason
               WHEN ptran-reversal
                   PERFORM CHECK-REVERSAL-RULES
               WHEN ptran-earning OR ptran-deduction
                   OR ptran-adjustment
                   CONTINUE
               WHEN OTHER
                   MOVE "R" TO mm-tran-outcome
                   MOVE "UNKNOWN TRANSACTION TYPE" TO mm-reject-reason
           END-EVALUATE.
      *
      *    only an earning, deduction or adjustment can be reversed -
      *    a reversal carries its original's REFERENCE, not one of
      *    its own.
       CHECK-REVERSAL-RULES.
           MOVE 0 TO mm-seen-found.
           MOVE 0 TO mm-seen-index.
           PERFORM FIND-REVERSED-ORIGINAL mm-seen-count TIMES.
           EVALUATE TRUE
               WHEN mm-seen-found = 0
                   MOVE "R" TO mm-tran-outcome
                   MOVE "UNMATCHED REVERSAL - ORIGINAL NOT FOUND"
                       TO mm-reject-reason
               WHEN mm-seen-applied (mm-seen-found) NOT = "Y"
                   MOVE "R" TO mm-tran-outcome
                   MOVE "ORIGINAL WAS NOT APPLIED" TO mm-reject-reason
               WHEN mm-seen-reversed (mm-seen-found) = "Y"
                   MOVE "R" TO mm-tran-outcome
                   MOVE "ORIGINAL ALREADY REVERSED" TO mm-reject-reason
               WHEN ptran-amount + mm-seen-amount (mm-seen-found)
                   NOT = 0
                   MOVE "R" TO mm-tran-outcome
                   MOVE "AMOUNT DOES NOT CANCEL ORIGINAL"
                       TO mm-reject-reason
           END-EVALUATE.
      *
       FIND-REVERSED-ORIGINAL.
           ADD 1 TO mm-seen-index.
           IF mm-seen-found = 0
               AND mm-seen-type (mm-seen-index) NOT = "R"
               AND mm-seen-reference (mm-seen-index)
                   = ptran-reference
               MOVE mm-seen-index TO mm-seen-found
           END-IF.
      *
       POST-TRAN-TO-SALARY.
           COMPUTE mm-new-salary =
               salary IN lab2fil-record + ptran-amount.
           EVALUATE TRUE
               WHEN mm-new-salary < 0 AND ptran-deduction
                   MOVE "R" TO mm-tran-outcome
                   MOVE "DEDUCTION WOULD TAKE SALARY BELOW ZERO"
                       TO mm-reject-reason
               WHEN mm-new-salary < 0
                   MOVE "R" TO mm-tran-outcome
                   MOVE "AMOUNT WOULD TAKE SALARY BELOW ZERO"
                       TO mm-reject-reason
               WHEN mm-new-salary > 9999999.99
                   MOVE "O" TO mm-tran-outcome
                   MOVE "AMOUNT WOULD OVERFLOW SALARY"
                       TO mm-reject-reason
               WHEN OTHER
                   MOVE mm-new-salary TO salary IN lab2fil-record
           END-EVALUATE.
      *
       REMEMBER-THIS-TRAN.
           IF mm-seen-count < 99
               ADD 1 TO mm-seen-count
               MOVE ptran-reference TO mm-seen-reference (mm-seen-count)
               MOVE ptran-type TO mm-seen-type (mm-seen-count)
               MOVE 0 TO mm-seen-amount (mm-seen-count)
               IF ptran-amount NUMERIC
                   MOVE ptran-amount TO mm-seen-amount (mm-seen-count)
               END-IF
               MOVE "N" TO mm-seen-applied (mm-seen-count)
               IF mm-tran-outcome = "A"
                   MOVE "Y" TO mm-seen-applied (mm-seen-count)
               END-IF
               MOVE "N" TO mm-seen-reversed (mm-seen-count)
           END-IF.
      *
       REJECT-ONE-TRAN.
           ADD 1 TO mm-type-rejected (mm-type-index).
           PERFORM WRITE-REJECTED-TRAN.
           MOVE ptran-reference TO mm-reference-ed.
           MOVE 0 TO mm-amount-ed.
           IF ptran-amount NUMERIC
               MOVE ptran-amount TO mm-amount-ed
           END-IF.
           INITIALIZE matchrpt-record.
           STRING "REJECTED-TRAN KEY=", DELIMITED BY SIZE,
               ptran-sequence-no, DELIMITED BY SIZE,
               " TYPE=", DELIMITED BY SIZE,
               ptran-type, DELIMITED BY SIZE,
               " REF=", DELIMITED BY SIZE,
               mm-reference-ed, DELIMITED BY SIZE,
               " DATE=", DELIMITED BY SIZE,
               ptran-date, DELIMITED BY SIZE,
               " AMOUNT=", DELIMITED BY SIZE,
               mm-amount-ed, DELIMITED BY SIZE,
               " REASON=", DELIMITED BY SIZE,
               mm-reject-reason, DELIMITED BY SIZE,
               INTO matchrpt-record.
           WRITE matchrpt-record.
           MOVE "WRITE MATCHRPT (REJECTED)" TO io-operation-desc.
           MOVE matchrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-REJECTED-TRAN.
           WRITE rej-record FROM paytran-record.
           MOVE "WRITE REJFIL" TO io-operation-desc.
           MOVE rejfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN rej-ctl.
           CALL "ctltally" USING rej-ctl, rej-record.
      *
      *    control records are tallied and stepped over - a
      *    partitioned master has a header/trailer pair at every
      *    partition boundary, keyed zero in the middle of the file,
      *    which the key-order match must never see.
       READ-NEXT-MASTER.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-MASTER-RECORD
               UNTIL mstfil-stat NOT = "00"
                   OR ctl-data-record IN mst-ctl.
           IF mstfil-stat = "00"
               ADD 1 TO mm-master-count
               MOVE sequence-no IN lab2fil-record TO mm-master-key
               MOVE "N" TO mm-master-active
               MOVE 0 TO mm-seen-count
           ELSE
               MOVE HIGH-VALUES TO mm-master-key
               IF mstfil-stat NOT = "10"
           END-IF.
      *
       READ-NEXT-TRAN.
           PERFORM READ-TRAN-RECORD.
           PERFORM READ-TRAN-RECORD
               UNTIL trnfil-stat NOT = "00"
                   OR ctl-data-record IN trn-ctl.
           IF trnfil-stat = "00"
               ADD 1 TO mm-tran-count
               MOVE ptran-sequence-no TO mm-tran-key
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    the master's header gives LAB2UPD.TXT its run id.
       READ-MASTER-RECORD.
           READ mstfil.
           IF mstfil-stat = "00"
               MOVE "R" TO ctl-function IN mst-ctl
               CALL "ctltally" USING mst-ctl, lab2fil-record
               IF ctl-header-record IN mst-ctl
                   MOVE lab2fil-record TO lab2-control-record
                   MOVE lctl-run-id TO mm-run-id
               END-IF
           END-IF.
      *
       READ-TRAN-RECORD.
           READ trnfil.
           IF trnfil-stat = "00"
               MOVE "R" TO ctl-function IN trn-ctl
               CALL "ctltally" USING trn-ctl, paytran-record
           END-IF.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN mst-ctl.
           MOVE "P" TO ctl-file-type IN trn-ctl.
           MOVE "M" TO ctl-file-type IN upd-ctl.
           MOVE "P" TO ctl-file-type IN rej-ctl.
           MOVE "MATCHMRG" TO ctl-program IN mst-ctl.
           MOVE "MATCHMRG" TO ctl-program IN trn-ctl.
           MOVE "MATCHMRG" TO ctl-program IN upd-ctl.
           MOVE "MATCHMRG" TO ctl-program IN rej-ctl.
           MOVE masterfile-name-ws TO ctl-file-name IN mst-ctl.
           MOVE tranfile-name-ws TO ctl-file-name IN trn-ctl.
           MOVE "LAB2UPD.TXT" TO ctl-file-name IN upd-ctl.
           MOVE "MATCHREJ.TXT" TO ctl-file-name IN rej-ctl.
           MOVE "B" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           MOVE "B" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           MOVE "B" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, ctl-image.
           MOVE "B" TO ctl-function IN rej-ctl.
           CALL "ctltally" USING rej-ctl, ctl-image.
      *
      *    the updated master is one whole file, however many
      *    partitions the master it came from was generated in.
       WRITE-UPDATE-HEADER.
           MOVE mm-run-id TO ctl-run-id IN upd-ctl.
           ACCEPT ctl-created IN upd-ctl FROM DATE YYYYMMDD.
           MOVE 1 TO ctl-part-count IN upd-ctl.
           MOVE "H" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, ctl-image.
           WRITE upd-record FROM ctl-image.
           MOVE "WRITE UPDFIL HEADER" TO io-operation-desc.
           MOVE updfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-UPDATE-TRAILER.
           MOVE "T" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, ctl-image.
           WRITE upd-record FROM ctl-image.
           MOVE "WRITE UPDFIL TRAILER" TO io-operation-desc.
           MOVE updfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-REJECT-HEADER.
           MOVE mm-run-id TO ctl-run-id IN rej-ctl.
           ACCEPT ctl-created IN rej-ctl FROM DATE YYYYMMDD.
           MOVE 1 TO ctl-part-count IN rej-ctl.
           MOVE "H" TO ctl-function IN rej-ctl.
           CALL "ctltally" USING rej-ctl, ctl-image.
           WRITE rej-record FROM ctl-image (1:30).
           MOVE "WRITE REJFIL HEADER" TO io-operation-desc.
           MOVE rejfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-REJECT-TRAILER.
           MOVE "T" TO ctl-function IN rej-ctl.
           CALL "ctltally" USING rej-ctl, ctl-image.
           WRITE rej-record FROM ctl-image (1:30).
           MOVE "WRITE REJFIL TRAILER" TO io-operation-desc.
           MOVE rejfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       VERIFY-CONTROL-TOTALS.
           MOVE "V" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           MOVE "V" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           MOVE "MASTER " TO mm-control-name.
           MOVE ctl-break-switch IN mst-ctl TO mm-control-switch.
           MOVE ctl-break-text IN mst-ctl TO mm-control-text.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "TRANS  " TO mm-control-name.
           MOVE ctl-break-switch IN trn-ctl TO mm-control-switch.
           MOVE ctl-break-text IN trn-ctl TO mm-control-text.
           PERFORM WRITE-CONTROL-LINE.
      *
       WRITE-CONTROL-LINE.
           INITIALIZE matchrpt-record.
           IF mm-control-switch = "Y"
               STRING "CONTROL ", DELIMITED BY SIZE,
                   mm-control-name, DELIMITED BY SIZE,
                   " BREAK - ", DELIMITED BY SIZE,
                   mm-control-text, DELIMITED BY SIZE,
                   INTO matchrpt-record
           ELSE
               STRING "CONTROL ", DELIMITED BY SIZE,
                   mm-control-name, DELIMITED BY SIZE,
                   " IN BALANCE", DELIMITED BY SIZE,
                   INTO matchrpt-record
           END-IF.
           WRITE matchrpt-record.
           MOVE "WRITE MATCHRPT (CONTROL)" TO io-operation-desc.
           MOVE matchrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       REPORT-UNMATCHED-TRAN.
           ADD 1 TO mm-unmatched-count.
           PERFORM FIND-TYPE-INDEX.
           ADD 1 TO mm-type-trans (mm-type-index).
           ADD 1 TO mm-type-rejected (mm-type-index).
           PERFORM WRITE-REJECTED-TRAN.
           MOVE ptran-reference TO mm-reference-ed.
           MOVE 0 TO mm-amount-ed.
           IF ptran-amount NUMERIC
               MOVE ptran-amount TO mm-amount-ed
           END-IF.
           INITIALIZE matchrpt-record.
           STRING "UNMATCHED-TRAN KEY=", DELIMITED BY SIZE,
               ptran-sequence-no, DELIMITED BY SIZE,
               " TYPE=", DELIMITED BY SIZE,
               ptran-type, DELIMITED BY SIZE,
               " REF=", DELIMITED BY SIZE,
               mm-reference-ed, DELIMITED BY SIZE,
               " DATE=", DELIMITED BY SIZE,
               ptran-date, DELIMITED BY SIZE,
               " AMOUNT=", DELIMITED BY SIZE,
           MOVE matchrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    one line per transaction type, OTHER only when there was
      *    one, then the TOTAL - whose APPLIED-AMOUNT is the net
      *    activity LAB2UPD.TXT's SALARY moved by.
      *    TYPE x(10) TRANS=zzzzzz9 APPLIED=zzzzzz9 REJECTED=zzzzzz9
      *    APPLIED-AMOUNT=-(13)9.99
       WRITE-TYPE-TOTALS.
           MOVE 0 TO mm-total-trans.
           MOVE 0 TO mm-total-applied.
           MOVE 0 TO mm-total-rejected.
           MOVE 0 TO mm-total-amount.
           MOVE 0 TO mm-type-index.
           PERFORM WRITE-ONE-TYPE-TOTAL 5 TIMES.
           MOVE "TOTAL" TO mm-line-name.
           MOVE mm-total-trans TO mm-trans-ed.
           MOVE mm-total-applied TO mm-applied-ed.
           MOVE mm-total-rejected TO mm-reject-ed.
           MOVE mm-total-amount TO mm-type-amount-ed.
           PERFORM WRITE-TYPE-LINE.
      *
       WRITE-ONE-TYPE-TOTAL.
           ADD 1 TO mm-type-index.
           ADD mm-type-trans (mm-type-index) TO mm-total-trans.
           ADD mm-type-applied (mm-type-index) TO mm-total-applied.
           ADD mm-type-rejected (mm-type-index) TO mm-total-rejected.
           ADD mm-type-amount (mm-type-index) TO mm-total-amount.
           IF mm-type-index < 5 OR mm-type-trans (mm-type-index) > 0
               MOVE mm-type-name (mm-type-index) TO mm-line-name
               MOVE mm-type-trans (mm-type-index) TO mm-trans-ed
               MOVE mm-type-applied (mm-type-index) TO mm-applied-ed
               MOVE mm-type-rejected (mm-type-index) TO mm-reject-ed
               MOVE mm-type-amount (mm-type-index)
                   TO mm-type-amount-ed
               PERFORM WRITE-TYPE-LINE
           END-IF.
      *
       WRITE-TYPE-LINE.
           INITIALIZE matchrpt-record.
           STRING "TYPE ", DELIMITED BY SIZE,
               mm-line-name, DELIMITED BY SIZE,
               " TRANS=", DELIMITED BY SIZE,
               mm-trans-ed, DELIMITED BY SIZE,
               " APPLIED=", DELIMITED BY SIZE,
               mm-applied-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               mm-reject-ed, DELIMITED BY SIZE,
               " APPLIED-AMOUNT=", DELIMITED BY SIZE,
               mm-type-amount-ed, DELIMITED BY SIZE,
               INTO matchrpt-record.
           WRITE matchrpt-record.
           MOVE "WRITE MATCHRPT (TYPE)" TO io-operation-desc.
           MOVE matchrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    RUNSUMM picks APPLIED, UNMATCHED and OVERFLOWS out of this
      *    line at fixed offsets - anything new goes on the end.
      *    REJECTED counts the transactions a type's rule turned
      *    away; unmatched keys and overflows keep their own counts.
       WRITE-MATCH-SUMMARY.
           MOVE mm-master-count TO mm-masters-ed.
           MOVE mm-tran-count TO mm-trans-ed.
           MOVE mm-unmatched-count TO mm-unmatched-ed.
           MOVE mm-noactivity-count TO mm-noactivity-ed.
           MOVE mm-overflow-count TO mm-overflow-ed.
           MOVE mm-reject-count TO mm-reject-ed.
           INITIALIZE matchrpt-record.
           STRING "SUMMARY MASTERS=", DELIMITED BY SIZE,
               mm-masters-ed, DELIMITED BY SIZE,
               mm-noactivity-ed, DELIMITED BY SIZE,
               " OVERFLOWS=", DELIMITED BY SIZE,
               mm-overflow-ed, DELIMITED BY SIZE,
               " REJECTED=", DELIMITED BY SIZE,
               mm-reject-ed, DELIMITED BY SIZE,
               INTO matchrpt-record.
           WRITE matchrpt-record.
           MOVE "WRITE MATCHRPT (SUMMARY)" TO io-operation-desc.
