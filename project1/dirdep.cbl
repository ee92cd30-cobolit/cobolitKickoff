      *
       identification division.
       program-id.  dirdep.
      *    called by LABFILE2 after the tenure report (and by
      *    RERUNRPT against an archived run) to turn the run's net
      *    pay into a direct-deposit credit file for the bank.  the
      *    master is matched on SEQUENCE-NO against the run's bank-
      *    account file (BANKREC.CPY, generated beside it), each
      *    employee's net is worked out with the same PAYBRKT.CPY
      *    gross-to-net PAYREG prints, and the deposits are written
      *    to DIRDEP.ACH in NACHA layout (ACHREC.CPY) - a file
      *    header, one PPD credit batch per DEPT with its batch
      *    control, and a file control carrying the entry hash and
      *    total credits, padded to whole 10-record blocks.  the
      *    records are fixed 94-byte, blanks and all, the way the
      *    bank's transmission expects them.
      *
      *    a control record's total credit holds 9(10)V99, and at
      *    full benchmark volume one DEPT's annual net pay is many
      *    times that.  a DEPT whose batch would pass it (or pass
      *    999,999 entries) carries on in a second batch of its
      *    own, and when the file as a whole would pass it DIRDEP
      *    closes that file off and carries on in DIRDEP002.ACH,
      *    DIRDEP003.ACH and so on, each a complete file with its
      *    own header, control and ID modifier - so no control
      *    record ever carries a total that differs from its
      *    entries.  DIRDEP.TXT shows each batch and each file.
      *
      *    an employee whose net cannot be deposited is held for a
      *    paper check and listed in DIRDEP.TXT with the reason:
      *      NO-ACCOUNT     no bank record on file
      *      BAD-ROUTING    routing number fails the ABA check digit
      *      BAD-ACCOUNT    account number blank
      *      BAD-ACCT-TYPE  account neither checking nor savings
      *      BAD-STATUS     account neither active nor in prenote
      *      ZERO-NET       nothing to deposit
      *    an account still in prenote gets its zero-dollar prenote
      *    entry in the batch instead of money, and is listed too.
      *    a split whose secondary account is unusable is ignored -
      *    the whole net goes to the primary - and listed as a
      *    warning.  a bank record with no employee behind it is
      *    listed and otherwise left alone.
      *
      *    the report ends by proving the deposit file against the
      *    register: deposited plus held must equal PAYREG.TXT's
      *    GRAND-TOTAL NET to the cent.  PAYREG runs earlier in the
      *    same chain off the sorted copy of the same master, so
      *    anything but BALANCED means one of the two has lost or
      *    gained an employee.  with no register on disk to compare
      *    against the verdict is UNPROVEN.  the SUMMARY line is the
      *    one RUNSUMM reads back.
       environment division.
       input-output section.
       file-control.
           SELECT mastfil ASSIGN TO inputfile-name-ws
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS mastfil-stat.
      *
           SELECT bankfil ASSIGN TO bankfile-name-ws
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bankfil-stat.
      *
           SELECT achfil ASSIGN TO dd-ach-name
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS achfil-stat.
      *
           SELECT ddrpt ASSIGN TO "DIRDEP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ddrpt-stat.
      *
           SELECT payreg ASSIGN TO "PAYREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS payreg-stat.
      *
           SELECT ddsort ASSIGN TO "DDSORT".
      *
       data division.
       file section.
       fd mastfil.
           COPY lab2rec.
      *
       fd bankfil.
           COPY bankrec.
      *
       fd achfil.
           COPY achrec.
      *
       FD ddrpt.
       01 ddrpt-record.
           05 ddrpt-line  PIC X(132).
      *
       FD payreg.
       01 payreg-record.
           05 payreg-line  PIC X(132).
      *
      *    one work record per employee, carrying everything the
      *    batches and the exception listing need, keyed so each
      *    DEPT's employees come out together in SEQUENCE-NO order.
       sd ddsort.
       01 ddsort-record.
           05 dds-dept             pic X(04).
           05 dds-sequence-no      pic 9(7).
           05 dds-name             pic X(25).
           05 dds-net              pic 9(7)V99.
           05 dds-disposition      pic X(01).
               88 dds-deposit          value "D".
               88 dds-prenote          value "P".
               88 dds-exception        value "X".
           05 dds-reason           pic X(14).
           05 dds-primary-amount   pic 9(7)V99.
           05 dds-sec-amount       pic 9(7)V99.
           05 dds-split-pct        pic 9(03).
           05 dds-primary.
               10 dds-routing          pic 9(9).
               10 dds-account-no       pic X(17).
               10 dds-account-type     pic X(01).
           05 dds-secondary.
               10 dds-sec-routing      pic 9(9).
               10 dds-sec-account-no   pic X(17).
               10 dds-sec-account-type pic X(01).
      *
       working-storage section.
       77 mastfil-stat    PIC xx.
       77 bankfil-stat    PIC xx.
       77 achfil-stat     PIC xx.
       77 ddrpt-stat      PIC xx.
       77 payreg-stat     PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 inputfile-name-ws  PIC X(15).
       77 bankfile-name-ws   PIC X(20).
       01 dd-run-date        PIC 9(08).
       01 dd-run-date-parts REDEFINES dd-run-date.
           05 dd-run-cc        PIC 9(02).
           05 dd-run-yymmdd    PIC 9(06).
       01 dd-time-now        PIC 9(08).
       01 dd-time-parts REDEFINES dd-time-now.
           05 dd-time-hhmm     PIC 9(04).
           05 dd-time-rest     PIC 9(04).
      *
      *    the originating bank and company - fixed for the
      *    rehearsal, the way a real shop's would sit in its bank
      *    agreement.  the ODFI id is the first eight digits of the
      *    originating bank's routing number; traces are numbered
      *    under it.
       77 dd-odfi-routing    PIC X(10) VALUE " 076401251".
       77 dd-odfi-id         PIC X(08) VALUE "07640125".
       77 dd-odfi-name       PIC X(23) VALUE "LAB2 ORIGINATING BANK".
       77 dd-company-id      PIC X(10) VALUE "1764012500".
       77 dd-company-name    PIC X(16) VALUE "LAB2 PAYROLL".
      *
      *    balanced-line match keys - the SEQUENCE-NO of the current
      *    record of each file, HIGH-VALUES once that file is done.
       77 dd-mast-key        PIC X(07).
       77 dd-bank-key        PIC X(07).
       77 dd-bank-matched    PIC X(01).
       77 dd-master-ok       PIC X(01).
       77 dd-ach-ok          PIC X(01).
       77 dd-sort-eof        PIC X(01).
      *
      *    annual withholding brackets - see PAYBRKT.CPY.
           COPY paybrkt.
       77 pay-bracket-index  PIC 9(02) COMP.
       77 pay-bracket-found  PIC X(01).
       77 pay-gross          PIC 9(7)V99.
       77 pay-withheld       PIC 9(7)V99.
       77 pay-net            PIC 9(7)V99.
      *
      *    one account under test - the bank record's primary or
      *    secondary half moved in whole, so a routing number that
      *    is not even digits is caught rather than converted.
       01 dd-check-area.
           05 dd-check-routing     PIC 9(9).
           05 dd-check-digits REDEFINES dd-check-routing.
               10 dd-check-digit       PIC 9 OCCURS 9 TIMES.
           05 dd-check-account     PIC X(17).
           05 dd-check-type        PIC X(01).
       77 dd-check-reason    PIC X(14).
       77 dd-primary-reason  PIC X(14).
       77 dd-weighted-sum    PIC 9(03).
       77 dd-weighted-quot   PIC 9(03).
       77 dd-weighted-rem    PIC 9(01).
      *
      *    one entry detail on its way out.
       77 dd-entry-code      PIC X(02).
       01 dd-entry-routing   PIC 9(9).
       01 dd-entry-routing-parts REDEFINES dd-entry-routing.
           05 dd-entry-rdfi    PIC 9(08).
           05 dd-entry-check   PIC 9(01).
       77 dd-entry-account   PIC X(17).
       77 dd-entry-amount    PIC 9(7)V99.
      *
      *    batch and file control totals, the file totals for the
      *    ACH file being written.  the hash sums run wide and only
      *    their low-order 10 digits go into the control records,
      *    which is how NACHA defines the entry hash.
       77 dd-batch-open      PIC X(01).
       77 dd-batch-dept      PIC X(04).
       77 dd-batch-number    PIC 9(07).
       77 dd-batch-entries   PIC 9(06).
       77 dd-batch-hash-sum  PIC 9(18).
       77 dd-batch-credits   PIC 9(14)V99.
       77 dd-file-batches    PIC 9(06).
       77 dd-file-entries    PIC 9(08).
       77 dd-file-hash-sum   PIC 9(18).
       77 dd-file-credits    PIC 9(14)V99.
      *
      *    the most a batch or file control's total credit can hold,
      *    and the most entries a batch control can count.
       77 dd-ach-max-credits PIC 9(10)V99 VALUE 9999999999.99.
       77 dd-ach-max-entries PIC 9(06) VALUE 999999.
      *
      *    the ACH file being written - DIRDEP.ACH first, then
      *    DIRDEPnnn.ACH - and the credits across all of them.  each
      *    file to the same bank on the same day needs its own ID
      *    modifier, A thru Z then 0 thru 9.
       77 dd-ach-seq         PIC 9(03).
       01 dd-ach-name        PIC X(13).
       01 dd-ach-name-parts REDEFINES dd-ach-name.
           05 dd-ach-name-stem  PIC X(06).
           05 dd-ach-name-seq   PIC 9(03).
           05 dd-ach-name-ext   PIC X(04).
       77 dd-run-credits     PIC 9(14)V99.
       01 dd-modifier-values PIC X(36)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 dd-modifier-table REDEFINES dd-modifier-values.
           05 dd-modifier       PIC X(01) OCCURS 36 TIMES.
       77 dd-modifier-index  PIC 9(02).
       77 dd-modifier-quot   PIC 9(03).
       77 dd-trace-seq       PIC 9(07).
       77 dd-hash-10         PIC 9(10).
       77 dd-record-count    PIC 9(08).
       77 dd-block-count     PIC 9(06).
       77 dd-block-rem       PIC 9(02).
       77 dd-pad-count       PIC 9(02).
      *
      *    employee counts and money totals for the proof.
       77 dd-employee-count  PIC 9(7).
       77 dd-deposit-count   PIC 9(7).
       77 dd-split-count     PIC 9(7).
       77 dd-split-ignored   PIC 9(7).
       77 dd-prenote-count   PIC 9(7).
       77 dd-exception-count PIC 9(7).
       77 dd-orphan-count    PIC 9(7).
       77 dd-computed-net    PIC 9(14)V99.
       77 dd-deposited-net   PIC 9(14)V99.
       77 dd-held-net        PIC 9(14)V99.
       77 dd-accounted-net   PIC 9(14)V99.
       77 dd-payreg-net      PIC 9(14)V99.
       77 dd-payreg-found    PIC X(01).
       77 dd-proof-diff      PIC S9(14)V99.
       77 dd-verdict         PIC X(14).
      *
       01 dd-count-ed        PIC Z(6)9.
       01 dd-count2-ed       PIC Z(6)9.
       01 dd-count3-ed       PIC Z(6)9.
       01 dd-count4-ed       PIC Z(6)9.
       01 dd-net-ed          PIC Z(6)9.99.
       01 dd-tot-ed          PIC Z(13)9.99.
       01 dd-tot2-ed         PIC Z(13)9.99.
       01 dd-tot3-ed         PIC Z(13)9.99.
       01 dd-diff-ed         PIC -(13)9.99.
      *
      *    the master's header and trailer control records are
      *    stepped over by the match and proved at end of file - a
      *    break is shown on the console, logged for RUNSUMM and on
      *    the report's CONTROL line.  a master that would not open
      *    is NOT CHECKED.
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name  PIC X(15).
       01 ls-bankfile-name   PIC X(20).
       01 ls-run-date        PIC 9(08).
      *
       procedure division USING ls-inputfile-name, ls-bankfile-name,
           ls-run-date.
       main.
           MOVE ls-inputfile-name TO inputfile-name-ws.
           MOVE ls-bankfile-name TO bankfile-name-ws.
           MOVE ls-run-date TO dd-run-date.
           PERFORM WRITE-DIRECT-DEPOSITS.
           GOBACK.
      *
      *    a report that will not even OPEN is skipped rather than
      *    aborting, the same policy every report program in the
      *    chain uses; a deposit file that will not OPEN still gets
      *    its report and proof, with the skip said up front.
       WRITE-DIRECT-DEPOSITS.
           MOVE "N" TO dd-master-ok.
           MOVE "N" TO dd-batch-open.
           MOVE 0 TO dd-batch-number.
           MOVE 0 TO dd-file-batches.
           MOVE 0 TO dd-file-entries.
           MOVE 0 TO dd-file-hash-sum.
           MOVE 0 TO dd-file-credits.
           MOVE 0 TO dd-ach-seq.
           MOVE 0 TO dd-run-credits.
           MOVE "Y" TO dd-ach-ok.
           MOVE 0 TO dd-trace-seq.
           MOVE 0 TO dd-employee-count.
           MOVE 0 TO dd-deposit-count.
           MOVE 0 TO dd-split-count.
           MOVE 0 TO dd-split-ignored.
           MOVE 0 TO dd-prenote-count.
           MOVE 0 TO dd-exception-count.
           MOVE 0 TO dd-orphan-count.
           MOVE 0 TO dd-computed-net.
           MOVE 0 TO dd-deposited-net.
           MOVE 0 TO dd-held-net.
           OPEN OUTPUT ddrpt.
           IF ddrpt-stat NOT = "00"
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM OPEN-ACH-FILE.
           SORT ddsort ON ASCENDING KEY dds-dept, dds-sequence-no
               INPUT PROCEDURE IS MATCH-MASTER-TO-BANK
               OUTPUT PROCEDURE IS WRITE-DEPOSIT-BATCHES.
           PERFORM CLOSE-ACH-FILE.
           PERFORM WRITE-COUNTS-LINE.
           PERFORM READ-PAYREG-NET.
           PERFORM WRITE-PROOF-LINES.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM WRITE-SUMMARY-LINE.
           CLOSE ddrpt.
      *
       WRITE-REPORT-HEADING.
           INITIALIZE ddrpt-record.
           STRING "DIRECT DEPOSIT RUN-DATE=", DELIMITED BY SIZE,
               dd-run-date, DELIMITED BY SIZE,
               " INPUT=", DELIMITED BY SIZE,
               inputfile-name-ws, DELIMITED BY SIZE,
               " BANK=", DELIMITED BY SIZE,
               bankfile-name-ws, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (HEADING)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the file totals start over with every ACH file, whether
      *    or not it opened, so the report's FILE-TOTAL lines still
      *    show what each file would have carried.  once one file
      *    will not open no more are tried.
       OPEN-ACH-FILE.
           ADD 1 TO dd-ach-seq.
           IF dd-ach-seq = 1
               MOVE "DIRDEP.ACH" TO dd-ach-name
           ELSE
               MOVE "DIRDEP" TO dd-ach-name-stem
               MOVE dd-ach-seq TO dd-ach-name-seq
               MOVE ".ACH" TO dd-ach-name-ext
           END-IF.
           MOVE 0 TO dd-file-batches.
           MOVE 0 TO dd-file-entries.
           MOVE 0 TO dd-file-hash-sum.
           MOVE 0 TO dd-file-credits.
           IF dd-ach-ok = "Y"
               OPEN OUTPUT achfil
           END-IF.
           IF dd-ach-ok = "Y" AND achfil-stat NOT = "00"
               MOVE "N" TO dd-ach-ok
               INITIALIZE ddrpt-record
               STRING "ACH FILE SKIPPED - ", DELIMITED BY SIZE,
                   dd-ach-name, DELIMITED BY SPACE,
                   " WOULD NOT OPEN", DELIMITED BY SIZE,
                   INTO ddrpt-record
               WRITE ddrpt-record
               MOVE "WRITE DDRPT (NO ACH)" TO io-operation-desc
               MOVE ddrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
           IF dd-ach-ok = "Y"
               PERFORM WRITE-FILE-HEADER
           END-IF.
      *
       CLOSE-ACH-FILE.
           IF dd-ach-ok = "Y"
               PERFORM WRITE-FILE-CONTROL
               CLOSE achfil
           END-IF.
           PERFORM WRITE-FILE-TOTAL-LINE.
      *
       WRITE-FILE-HEADER.
           ACCEPT dd-time-now FROM TIME.
           INITIALIZE ach-file-header.
           MOVE "1" TO achf-record-type.
           MOVE "01" TO achf-priority.
           MOVE dd-odfi-routing TO achf-destination.
           MOVE dd-company-id TO achf-origin.
           MOVE dd-run-yymmdd TO achf-create-date.
           MOVE dd-time-hhmm TO achf-create-time.
           SUBTRACT 1 FROM dd-ach-seq GIVING dd-modifier-quot.
           DIVIDE dd-modifier-quot BY 36
               GIVING dd-modifier-quot REMAINDER dd-modifier-index.
           ADD 1 TO dd-modifier-index.
           MOVE dd-modifier (dd-modifier-index) TO achf-id-modifier.
           MOVE "094" TO achf-record-size.
           MOVE "10" TO achf-blocking-factor.
           MOVE "1" TO achf-format-code.
           MOVE dd-odfi-name TO achf-destination-name.
           MOVE dd-company-name TO achf-origin-name.
           MOVE SPACES TO achf-reference-code.
           WRITE ach-file-header.
           MOVE "WRITE ACHFIL (FILE HEADER)" TO io-operation-desc.
           MOVE achfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the sort's input procedure - a master that will not even
      *    OPEN releases nothing and the verdict says NO-DATA; a
      *    bank file that will not OPEN leaves every employee
      *    NO-ACCOUNT, which the listing makes plain enough.
       MATCH-MASTER-TO-BANK.
           MOVE "M" TO ctl-file-type.
           MOVE "DIRDEP" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           OPEN INPUT mastfil.
           IF mastfil-stat = "00"
               MOVE "Y" TO dd-master-ok
               OPEN INPUT bankfil
               IF bankfil-stat = "00"
                   PERFORM READ-NEXT-BANK
               ELSE
                   MOVE HIGH-VALUES TO dd-bank-key
                   PERFORM WRITE-NO-BANK-FILE-LINE
               END-IF
               PERFORM READ-NEXT-MASTER
               PERFORM MATCH-ONE-KEY
                   UNTIL dd-mast-key = HIGH-VALUES
                       AND dd-bank-key = HIGH-VALUES
               CLOSE mastfil
               MOVE "V" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
               IF bankfil-stat = "00" OR bankfil-stat = "10"
                   CLOSE bankfil
               END-IF
           END-IF.
      *
       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN dd-mast-key < dd-bank-key
                   MOVE "N" TO dd-bank-matched
                   PERFORM CLASSIFY-EMPLOYEE
                   PERFORM READ-NEXT-MASTER
               WHEN dd-bank-key < dd-mast-key
                   PERFORM WRITE-NO-EMPLOYEE-LINE
                   PERFORM READ-NEXT-BANK
               WHEN OTHER
                   MOVE "Y" TO dd-bank-matched
                   PERFORM CLASSIFY-EMPLOYEE
                   PERFORM READ-NEXT-MASTER
                   PERFORM READ-NEXT-BANK
           END-EVALUATE.
      *
       READ-NEXT-MASTER.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-MASTER-RECORD
               UNTIL mastfil-stat NOT = "00" OR ctl-data-record.
           IF mastfil-stat = "00"
               MOVE sequence-no TO dd-mast-key
           ELSE
               IF mastfil-stat = "10"
                   MOVE HIGH-VALUES TO dd-mast-key
               ELSE
                   MOVE "READ MASTFIL" TO io-operation-desc
                   MOVE mastfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       READ-MASTER-RECORD.
           READ mastfil.
           IF mastfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
      *
       READ-NEXT-BANK.
           READ bankfil.
           IF bankfil-stat = "00"
               MOVE bank-sequence-no TO dd-bank-key
           ELSE
               IF bankfil-stat = "10"
                   MOVE HIGH-VALUES TO dd-bank-key
               ELSE
                   MOVE "READ BANKFIL" TO io-operation-desc
                   MOVE bankfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    one employee's disposition - deposit, prenote or held -
      *    decided here so the output procedure only has to write.
       CLASSIFY-EMPLOYEE.
           PERFORM COMPUTE-GROSS-TO-NET.
           ADD 1 TO dd-employee-count.
           ADD pay-net TO dd-computed-net.
           INITIALIZE ddsort-record.
           MOVE dept TO dds-dept.
           MOVE sequence-no TO dds-sequence-no.
           MOVE name TO dds-name.
           MOVE pay-net TO dds-net.
           MOVE SPACES TO dds-reason.
           IF dd-bank-matched = "N"
               MOVE "X" TO dds-disposition
               MOVE "NO-ACCOUNT" TO dds-reason
           ELSE
               MOVE bank-primary TO dds-primary
               MOVE bank-primary TO dd-check-area
               PERFORM CHECK-ONE-ACCOUNT
               MOVE dd-check-reason TO dd-primary-reason
               PERFORM CHECK-SPLIT-ACCOUNT
               EVALUATE TRUE
                   WHEN dd-primary-reason NOT = SPACES
                       MOVE "X" TO dds-disposition
                       MOVE dd-primary-reason TO dds-reason
                   WHEN bank-status-prenote
                       MOVE "P" TO dds-disposition
                   WHEN NOT bank-status-active
                       MOVE "X" TO dds-disposition
                       MOVE "BAD-STATUS" TO dds-reason
                   WHEN pay-net = 0
                       MOVE "X" TO dds-disposition
                       MOVE "ZERO-NET" TO dds-reason
                   WHEN OTHER
                       MOVE "D" TO dds-disposition
                       PERFORM SPLIT-NET-PAY
               END-EVALUATE
           END-IF.
           RELEASE ddsort-record.
      *
      *    a split only stands if the secondary account passes the
      *    same checks the primary does; otherwise the split is
      *    dropped and flagged, and the whole net stays with the
      *    primary.
       CHECK-SPLIT-ACCOUNT.
           MOVE 0 TO dds-split-pct.
           IF bank-split-pct NUMERIC AND bank-split-pct > 0
               MOVE bank-secondary TO dd-check-area
               PERFORM CHECK-ONE-ACCOUNT
               IF dd-check-reason = SPACES AND bank-split-pct < 100
                   MOVE bank-split-pct TO dds-split-pct
                   MOVE bank-secondary TO dds-secondary
               ELSE
                   MOVE "SPLIT-IGNORED" TO dds-reason
               END-IF
           END-IF.
      *
      *    routing number, account number and account type.  the
      *    ABA check: weights 3, 7, 1 repeating across all nine
      *    digits, and the weighted sum must come out a multiple
      *    of 10.
       CHECK-ONE-ACCOUNT.
           MOVE SPACES TO dd-check-reason.
           IF dd-check-routing NOT NUMERIC OR dd-check-routing = 0
               MOVE "BAD-ROUTING" TO dd-check-reason
           ELSE
               COMPUTE dd-weighted-sum =
                   3 * (dd-check-digit (1) + dd-check-digit (4)
                        + dd-check-digit (7))
                   + 7 * (dd-check-digit (2) + dd-check-digit (5)
                        + dd-check-digit (8))
                   + dd-check-digit (3) + dd-check-digit (6)
                   + dd-check-digit (9)
               DIVIDE dd-weighted-sum BY 10
                   GIVING dd-weighted-quot REMAINDER dd-weighted-rem
               IF dd-weighted-rem NOT = 0
                   MOVE "BAD-ROUTING" TO dd-check-reason
               END-IF
           END-IF.
           IF dd-check-reason = SPACES
               IF dd-check-account = SPACES
                   MOVE "BAD-ACCOUNT" TO dd-check-reason
               ELSE
                   IF dd-check-type NOT = "C"
                       AND dd-check-type NOT = "S"
                       MOVE "BAD-ACCT-TYPE" TO dd-check-reason
                   END-IF
               END-IF
           END-IF.
      *
      *    the secondary's share is cut down to the cent and the
      *    primary takes what is left, so the two always add back
      *    to the net exactly.
       SPLIT-NET-PAY.
           IF dds-split-pct > 0
               COMPUTE dds-sec-amount =
                   pay-net * dds-split-pct / 100
           ELSE
               MOVE 0 TO dds-sec-amount
           END-IF.
           COMPUTE dds-primary-amount = pay-net - dds-sec-amount.
      *
      *    the same gross-to-net PAYREG works, so the proof against
      *    its grand total can hold to the cent.
       COMPUTE-GROSS-TO-NET.
           MOVE salary TO pay-gross.
           MOVE 1 TO pay-bracket-index.
           MOVE "N" TO pay-bracket-found.
           PERFORM FIND-WITHHOLDING-BRACKET
               UNTIL pay-bracket-found = "Y".
           COMPUTE pay-withheld = pay-gross
               * pay-bracket-pct (pay-bracket-index) / 100.
           COMPUTE pay-net = pay-gross - pay-withheld.
      *
       FIND-WITHHOLDING-BRACKET.
           IF pay-gross NOT > pay-bracket-limit (pay-bracket-index)
               MOVE "Y" TO pay-bracket-found
           ELSE
               ADD 1 TO pay-bracket-index
           END-IF.
      *
       WRITE-NO-BANK-FILE-LINE.
           INITIALIZE ddrpt-record.
           STRING "BANK FILE ", DELIMITED BY SIZE,
               bankfile-name-ws, DELIMITED BY SPACE,
               " WOULD NOT OPEN - NO ACCOUNTS ON FILE",
               DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (NO BANK FILE)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-NO-EMPLOYEE-LINE.
           ADD 1 TO dd-orphan-count.
           INITIALIZE ddrpt-record.
           STRING "NO-EMPLOYEE SEQ=", DELIMITED BY SIZE,
               bank-sequence-no, DELIMITED BY SIZE,
               " ROUTING=", DELIMITED BY SIZE,
               bank-routing, DELIMITED BY SIZE,
               " ACCOUNT=", DELIMITED BY SIZE,
               bank-account-no, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (NO EMPLOYEE)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the sort's output procedure - one batch per DEPT, opened
      *    by its first entry, so a DEPT whose employees are all
      *    held writes no empty batch.
       WRITE-DEPOSIT-BATCHES.
           MOVE "N" TO dd-sort-eof.
           PERFORM RETURN-ONE-EMPLOYEE
               UNTIL dd-sort-eof = "Y".
           IF dd-batch-open = "Y"
               PERFORM CLOSE-BATCH
           END-IF.
      *
       RETURN-ONE-EMPLOYEE.
           RETURN ddsort
               AT END MOVE "Y" TO dd-sort-eof
           END-RETURN.
           IF dd-sort-eof = "N"
               IF dd-batch-open = "Y" AND dds-dept NOT = dd-batch-dept
                   PERFORM CLOSE-BATCH
               END-IF
               EVALUATE TRUE
                   WHEN dds-deposit
                       PERFORM DEPOSIT-ONE-EMPLOYEE
                   WHEN dds-prenote
                       PERFORM PRENOTE-ONE-EMPLOYEE
                   WHEN OTHER
                       PERFORM HOLD-ONE-EMPLOYEE
               END-EVALUATE
           END-IF.
      *
       DEPOSIT-ONE-EMPLOYEE.
           ADD 1 TO dd-deposit-count.
           ADD dds-net TO dd-deposited-net.
           IF dds-account-type = "S"
               MOVE "32" TO dd-entry-code
           ELSE
               MOVE "22" TO dd-entry-code
           END-IF.
           MOVE dds-routing TO dd-entry-routing.
           MOVE dds-account-no TO dd-entry-account.
           MOVE dds-primary-amount TO dd-entry-amount.
           PERFORM WRITE-ONE-ENTRY.
           IF dds-sec-amount > 0
               ADD 1 TO dd-split-count
               IF dds-sec-account-type = "S"
                   MOVE "32" TO dd-entry-code
               ELSE
                   MOVE "22" TO dd-entry-code
               END-IF
               MOVE dds-sec-routing TO dd-entry-routing
               MOVE dds-sec-account-no TO dd-entry-account
               MOVE dds-sec-amount TO dd-entry-amount
               PERFORM WRITE-ONE-ENTRY
           END-IF.
           IF dds-reason NOT = SPACES
               ADD 1 TO dd-split-ignored
               PERFORM WRITE-WARNING-LINE
           END-IF.
      *
      *    a prenote is a zero-dollar entry to every account the
      *    employee will be paid into; the net itself is held for
      *    a paper check this period.
       PRENOTE-ONE-EMPLOYEE.
           ADD 1 TO dd-prenote-count.
           ADD dds-net TO dd-held-net.
           IF dds-account-type = "S"
               MOVE "33" TO dd-entry-code
           ELSE
               MOVE "23" TO dd-entry-code
           END-IF.
           MOVE dds-routing TO dd-entry-routing.
           MOVE dds-account-no TO dd-entry-account.
           MOVE 0 TO dd-entry-amount.
           PERFORM WRITE-ONE-ENTRY.
           IF dds-split-pct > 0
               IF dds-sec-account-type = "S"
                   MOVE "33" TO dd-entry-code
               ELSE
                   MOVE "23" TO dd-entry-code
               END-IF
               MOVE dds-sec-routing TO dd-entry-routing
               MOVE dds-sec-account-no TO dd-entry-account
               PERFORM WRITE-ONE-ENTRY
           END-IF.
           MOVE dds-net TO dd-net-ed.
           INITIALIZE ddrpt-record.
           STRING "PRENOTE SEQ=", DELIMITED BY SIZE,
               dds-sequence-no, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dds-dept, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               dds-name, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               dd-net-ed, DELIMITED BY SIZE,
               " ROUTING=", DELIMITED BY SIZE,
               dds-routing, DELIMITED BY SIZE,
               " ACCOUNT=", DELIMITED BY SIZE,
               dds-account-no, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (PRENOTE)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       HOLD-ONE-EMPLOYEE.
           ADD 1 TO dd-exception-count.
           ADD dds-net TO dd-held-net.
           MOVE dds-net TO dd-net-ed.
           INITIALIZE ddrpt-record.
           STRING "EXCEPTION SEQ=", DELIMITED BY SIZE,
               dds-sequence-no, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dds-dept, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               dds-name, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               dd-net-ed, DELIMITED BY SIZE,
               " REASON=", DELIMITED BY SIZE,
               dds-reason, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (EXCEPTION)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-WARNING-LINE.
           MOVE dds-net TO dd-net-ed.
           INITIALIZE ddrpt-record.
           STRING "WARNING SEQ=", DELIMITED BY SIZE,
               dds-sequence-no, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dds-dept, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               dds-name, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               dd-net-ed, DELIMITED BY SIZE,
               " REASON=", DELIMITED BY SIZE,
               dds-reason, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (WARNING)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the control totals are kept whether or not the ACH file
      *    opened, so the report's batch and file lines still show
      *    what the file would have carried.
       WRITE-ONE-ENTRY.
           PERFORM MAKE-ROOM-FOR-ENTRY.
           IF dd-batch-open = "N"
               PERFORM OPEN-BATCH
           END-IF.
           ADD 1 TO dd-batch-entries.
           ADD 1 TO dd-file-entries.
           ADD 1 TO dd-trace-seq.
           ADD dd-entry-rdfi TO dd-batch-hash-sum.
           ADD dd-entry-rdfi TO dd-file-hash-sum.
           ADD dd-entry-amount TO dd-batch-credits.
           ADD dd-entry-amount TO dd-file-credits.
           ADD dd-entry-amount TO dd-run-credits.
           IF dd-ach-ok = "Y"
               INITIALIZE ach-entry-detail
               MOVE "6" TO ache-record-type
               MOVE dd-entry-code TO ache-tran-code
               MOVE dd-entry-rdfi TO ache-rdfi-id
               MOVE dd-entry-check TO ache-check-digit
               MOVE dd-entry-account TO ache-account-no
               MOVE dd-entry-amount TO ache-amount
               MOVE dds-sequence-no TO ache-individual-id
               MOVE dds-name TO ache-individual-name
               MOVE SPACES TO ache-discretionary
               MOVE "0" TO ache-addenda-ind
               MOVE dd-odfi-id TO ache-trace-odfi
               MOVE dd-trace-seq TO ache-trace-sequence
               WRITE ach-entry-detail
               MOVE "WRITE ACHFIL (ENTRY)" TO io-operation-desc
               MOVE achfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      *    an entry that would carry the file's credits past what
      *    its control can hold ends the batch and the file, and
      *    goes first into the next file; one that would only
      *    overfill the batch ends the batch, and the DEPT carries
      *    on in a new one.  OPEN-BATCH then opens the next batch
      *    for the same DEPT.
       MAKE-ROOM-FOR-ENTRY.
           IF dd-file-credits + dd-entry-amount > dd-ach-max-credits
               IF dd-batch-open = "Y"
                   PERFORM CLOSE-BATCH
               END-IF
               PERFORM CLOSE-ACH-FILE
               PERFORM OPEN-ACH-FILE
           END-IF.
           IF dd-batch-open = "Y"
               AND (dd-batch-credits + dd-entry-amount
                       > dd-ach-max-credits
                   OR dd-batch-entries = dd-ach-max-entries)
               PERFORM CLOSE-BATCH
           END-IF.
      *
       OPEN-BATCH.
           MOVE "Y" TO dd-batch-open.
           MOVE dds-dept TO dd-batch-dept.
           ADD 1 TO dd-batch-number.
           ADD 1 TO dd-file-batches.
           MOVE 0 TO dd-batch-entries.
           MOVE 0 TO dd-batch-hash-sum.
           MOVE 0 TO dd-batch-credits.
           IF dd-ach-ok = "Y"
               INITIALIZE ach-batch-header
               MOVE "5" TO achb-record-type
               MOVE "220" TO achb-service-class
               MOVE dd-company-name TO achb-company-name
               MOVE SPACES TO achb-discretionary
               STRING "DEPT ", DELIMITED BY SIZE,
                   dd-batch-dept, DELIMITED BY SIZE,
                   INTO achb-discretionary
               MOVE dd-company-id TO achb-company-id
               MOVE "PPD" TO achb-sec-code
               MOVE "PAYROLL" TO achb-entry-desc
               MOVE dd-run-yymmdd TO achb-desc-date
               MOVE dd-run-yymmdd TO achb-effective-date
               MOVE SPACES TO achb-settlement-date
               MOVE "1" TO achb-originator-status
               MOVE dd-odfi-id TO achb-odfi-id
               MOVE dd-batch-number TO achb-batch-number
               WRITE ach-batch-header
               MOVE "WRITE ACHFIL (BATCH HEADER)" TO io-operation-desc
               MOVE achfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       CLOSE-BATCH.
           MOVE "N" TO dd-batch-open.
           MOVE dd-batch-hash-sum TO dd-hash-10.
           IF dd-ach-ok = "Y"
               INITIALIZE ach-batch-control
               MOVE "8" TO achc-record-type
               MOVE "220" TO achc-service-class
               MOVE dd-batch-entries TO achc-entry-count
               MOVE dd-hash-10 TO achc-entry-hash
               MOVE 0 TO achc-total-debit
               MOVE dd-batch-credits TO achc-total-credit
               MOVE dd-company-id TO achc-company-id
               MOVE SPACES TO achc-auth-code
               MOVE SPACES TO achc-reserved
               MOVE dd-odfi-id TO achc-odfi-id
               MOVE dd-batch-number TO achc-batch-number
               WRITE ach-batch-control
               MOVE "WRITE ACHFIL (BATCH CONTROL)" TO io-operation-desc
               MOVE achfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
           MOVE dd-batch-entries TO dd-count-ed.
           MOVE dd-batch-credits TO dd-tot-ed.
           INITIALIZE ddrpt-record.
           STRING "BATCH=", DELIMITED BY SIZE,
               dd-batch-number, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dd-batch-dept, DELIMITED BY SIZE,
               " ENTRIES=", DELIMITED BY SIZE,
               dd-count-ed, DELIMITED BY SIZE,
               " CREDITS=", DELIMITED BY SIZE,
               dd-tot-ed, DELIMITED BY SIZE,
               " HASH=", DELIMITED BY SIZE,
               dd-hash-10, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (BATCH)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    file header, two records per batch, the entries and the
      *    file control itself, rounded up to whole blocks of 10.
       COMPUTE-BLOCK-COUNT.
           COMPUTE dd-record-count =
               2 + (dd-file-batches * 2) + dd-file-entries.
           DIVIDE dd-record-count BY 10
               GIVING dd-block-count REMAINDER dd-block-rem.
           IF dd-block-rem > 0
               ADD 1 TO dd-block-count
               COMPUTE dd-pad-count = 10 - dd-block-rem
           ELSE
               MOVE 0 TO dd-pad-count
           END-IF.
      *
       WRITE-FILE-CONTROL.
           PERFORM COMPUTE-BLOCK-COUNT.
           MOVE dd-file-hash-sum TO dd-hash-10.
           INITIALIZE ach-file-control.
           MOVE "9" TO achz-record-type.
           MOVE dd-file-batches TO achz-batch-count.
           MOVE dd-block-count TO achz-block-count.
           MOVE dd-file-entries TO achz-entry-count.
           MOVE dd-hash-10 TO achz-entry-hash.
           MOVE 0 TO achz-total-debit.
           MOVE dd-file-credits TO achz-total-credit.
           MOVE SPACES TO achz-reserved.
           WRITE ach-file-control.
           MOVE "WRITE ACHFIL (FILE CONTROL)" TO io-operation-desc.
           MOVE achfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           PERFORM WRITE-BLOCK-FILLER dd-pad-count TIMES.
      *
       WRITE-BLOCK-FILLER.
           MOVE ALL "9" TO ach-block-filler.
           WRITE ach-block-filler.
           MOVE "WRITE ACHFIL (BLOCK FILLER)" TO io-operation-desc.
           MOVE achfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-FILE-TOTAL-LINE.
           PERFORM COMPUTE-BLOCK-COUNT.
           MOVE dd-file-hash-sum TO dd-hash-10.
           MOVE dd-file-batches TO dd-count-ed.
           MOVE dd-block-count TO dd-count2-ed.
           MOVE dd-file-entries TO dd-count3-ed.
           MOVE dd-file-credits TO dd-tot-ed.
           INITIALIZE ddrpt-record.
           STRING "FILE-TOTAL BATCHES=", DELIMITED BY SIZE,
               dd-count-ed, DELIMITED BY SIZE,
               " BLOCKS=", DELIMITED BY SIZE,
               dd-count2-ed, DELIMITED BY SIZE,
               " ENTRIES=", DELIMITED BY SIZE,
               dd-count3-ed, DELIMITED BY SIZE,
               " HASH=", DELIMITED BY SIZE,
               dd-hash-10, DELIMITED BY SIZE,
               " CREDITS=", DELIMITED BY SIZE,
               dd-tot-ed, DELIMITED BY SIZE,
               " ACH=", DELIMITED BY SIZE,
               dd-ach-name, DELIMITED BY SPACE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (FILE TOTAL)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-COUNTS-LINE.
           MOVE dd-split-count TO dd-count-ed.
           MOVE dd-split-ignored TO dd-count2-ed.
           MOVE dd-orphan-count TO dd-count3-ed.
           INITIALIZE ddrpt-record.
           STRING "COUNTS SPLIT=", DELIMITED BY SIZE,
               dd-count-ed, DELIMITED BY SIZE,
               " SPLIT-IGNORED=", DELIMITED BY SIZE,
               dd-count2-ed, DELIMITED BY SIZE,
               " NO-EMPLOYEE=", DELIMITED BY SIZE,
               dd-count3-ed, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (COUNTS)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the register's GRAND-TOTAL line carries NET in columns
      *    83-99 - see PAYREG's WRITE-GRAND-TOTAL.
       READ-PAYREG-NET.
           MOVE "N" TO dd-payreg-found.
           MOVE 0 TO dd-payreg-net.
           OPEN INPUT payreg.
           IF payreg-stat = "00"
               PERFORM SCAN-ONE-PAYREG-LINE
                   UNTIL payreg-stat NOT = "00"
               CLOSE payreg
           END-IF.
      *
       SCAN-ONE-PAYREG-LINE.
           READ payreg.
           IF payreg-stat = "00"
               IF payreg-line (1:22) = "GRAND-TOTAL EMPLOYEES="
                   AND payreg-line (78:5) = " NET="
                   COMPUTE dd-payreg-net =
                       FUNCTION NUMVAL (payreg-line (83:17))
                   MOVE "Y" TO dd-payreg-found
               END-IF
           END-IF.
      *
       WRITE-PROOF-LINES.
           COMPUTE dd-accounted-net = dd-deposited-net + dd-held-net.
           COMPUTE dd-proof-diff = dd-payreg-net - dd-accounted-net.
           EVALUATE TRUE
               WHEN dd-master-ok = "N"
                   MOVE "NO-DATA" TO dd-verdict
               WHEN dd-payreg-found = "N"
                   MOVE "UNPROVEN" TO dd-verdict
               WHEN dd-proof-diff = 0
                   AND dd-accounted-net = dd-computed-net
                   MOVE "BALANCED" TO dd-verdict
               WHEN OTHER
                   MOVE "OUT-OF-BALANCE" TO dd-verdict
           END-EVALUATE.
           MOVE dd-deposited-net TO dd-tot-ed.
           MOVE dd-held-net TO dd-tot2-ed.
           MOVE dd-run-credits TO dd-tot3-ed.
           MOVE dd-ach-seq TO dd-count-ed.
           INITIALIZE ddrpt-record.
           STRING "DEPOSIT-TOTAL DEPOSITED=", DELIMITED BY SIZE,
               dd-tot-ed, DELIMITED BY SIZE,
               " HELD=", DELIMITED BY SIZE,
               dd-tot2-ed, DELIMITED BY SIZE,
               " ACH-CREDITS=", DELIMITED BY SIZE,
               dd-tot3-ed, DELIMITED BY SIZE,
               " ACH-FILES=", DELIMITED BY SIZE,
               dd-count-ed, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (DEPOSIT TOTAL)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE dd-payreg-net TO dd-tot-ed.
           MOVE dd-accounted-net TO dd-tot2-ed.
           MOVE dd-proof-diff TO dd-diff-ed.
           INITIALIZE ddrpt-record.
           STRING "PROOF PAYREG-NET=", DELIMITED BY SIZE,
               dd-tot-ed, DELIMITED BY SIZE,
               " DIRDEP-NET=", DELIMITED BY SIZE,
               dd-tot2-ed, DELIMITED BY SIZE,
               " DIFF=", DELIMITED BY SIZE,
               dd-diff-ed, DELIMITED BY SIZE,
               " ", DELIMITED BY SIZE,
               dd-verdict, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (PROOF)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-LINE.
           INITIALIZE ddrpt-record.
           EVALUATE TRUE
               WHEN NOT ctl-verify
                   MOVE "CONTROL NOT CHECKED" TO ddrpt-record
               WHEN ctl-break
                   STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                       ctl-break-text, DELIMITED BY SIZE,
                       INTO ddrpt-record
               WHEN OTHER
                   MOVE "CONTROL IN BALANCE" TO ddrpt-record
           END-EVALUATE.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (CONTROL)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    fixed columns for RUNSUMM: EMPLOYEES= 19-25, DEPOSITED=
      *    37-43, PRENOTES= 54-60, EXCEPTIONS= 73-79, VERDICT=
      *    89-102.
       WRITE-SUMMARY-LINE.
           MOVE dd-employee-count TO dd-count-ed.
           MOVE dd-deposit-count TO dd-count2-ed.
           MOVE dd-prenote-count TO dd-count3-ed.
           MOVE dd-exception-count TO dd-count4-ed.
           INITIALIZE ddrpt-record.
           STRING "SUMMARY EMPLOYEES=", DELIMITED BY SIZE,
               dd-count-ed, DELIMITED BY SIZE,
               " DEPOSITED=", DELIMITED BY SIZE,
               dd-count2-ed, DELIMITED BY SIZE,
               " PRENOTES=", DELIMITED BY SIZE,
               dd-count3-ed, DELIMITED BY SIZE,
               " EXCEPTIONS=", DELIMITED BY SIZE,
               dd-count4-ed, DELIMITED BY SIZE,
               " VERDICT=", DELIMITED BY SIZE,
               dd-verdict, DELIMITED BY SIZE,
               INTO ddrpt-record.
           WRITE ddrpt-record.
           MOVE "WRITE DDRPT (SUMMARY)" TO io-operation-desc.
           MOVE ddrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "DIRDEP I/O ERROR ON " io-operation-desc
               DISPLAY "DIRDEP FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
