      *
       identification division.
       program-id.  ytdupd.
      *    called by LABFILE2 on every cycle run, once MATCHMRG has
      *    written the period's closing master, to carry each
      *    employee's year-to-date earnings forward in YTDMAST.IDX
      *    (YTDREC.CPY layout, keyed on SEQUENCE-NO).  each period
      *    posts the PAYREG gross-to-net on the opening master's
      *    SALARY - the same PAYBRKT.CPY brackets, so a year's
      *    figures add up to that year's registers - plus the applied
      *    transaction activity (closing SALARY in LAB2UPD.TXT less
      *    opening SALARY) into the annual totals and into the run
      *    date's quarter bucket.
      *    the first run dated in a new calendar year rolls the file
      *    over - every employee back to zero under the new year -
      *    after first writing the closed year's statements if no
      *    year-end run ever did.  a run with PARM-YEAR-END = Y
      *    writes the statements for its own year once the period is
      *    posted: one earnings statement per employee (annual and
      *    quarterly gross, withheld, net and activity) to
      *    YTDSTMT.TXT, and the DEPT summary with the quarters-
      *    against-annual proof to YTDDEPT.TXT - the W-2/year-end
      *    reconciliation rehearsal.  YTDRPT.TXT carries the posting
      *    summary every run.
      *    each employee record is stamped with the run that posted
      *    it, so a run that stopped part way through and is
      *    restarted passes over the employees it had already posted
      *    and counts them, rather than adding the period to them a
      *    second time.  a year-to-date amount that would overflow
      *    stops the run, the record unposted, the same as an I/O
      *    error.
       environment division.
       input-output section.
       file-control.
           SELECT openfil ASSIGN TO openfile-name-ws
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS openfil-stat.
      *
           SELECT updfil ASSIGN TO "LAB2UPD.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS updfil-stat.
      *
           SELECT ytdmast ASSIGN TO "YTDMAST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ytd-sequence-no
           FILE STATUS IS ytdmast-stat.
      *
           SELECT parmfil ASSIGN TO "PARMFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS parmfil-stat.
      *
           SELECT ytdrpt ASSIGN TO "YTDRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ytdrpt-stat.
      *
           SELECT ytdstmt ASSIGN TO "YTDSTMT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ytdstmt-stat.
      *
           SELECT ytddept ASSIGN TO "YTDDEPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ytddept-stat.
      *
       data division.
       file section.
       fd openfil.
           COPY lab2rec.
      *
       fd updfil.
           COPY lab2rec REPLACING lab2fil-record BY upd-record.
      *
       fd ytdmast.
           COPY ytdrec.
      *
       FD parmfil.
           COPY parmrec.
      *
       FD ytdrpt.
       01 ytdrpt-record.
           05 ytdrpt-line  PIC X(132).
      *
       FD ytdstmt.
       01 ytdstmt-record.
           05 ytdstmt-line  PIC X(132).
      *
       FD ytddept.
       01 ytddept-record.
           05 ytddept-line  PIC X(132).
      *
       working-storage section.
       77 openfil-stat    PIC xx.
       77 updfil-stat     PIC xx.
       77 ytdmast-stat    PIC xx.
       77 parmfil-stat    PIC xx.
       77 ytdrpt-stat     PIC xx.
       77 ytdstmt-stat    PIC xx.
       77 ytddept-stat    PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 openfile-name-ws  PIC X(15).
       77 yu-run-id         PIC X(11).
       01 yu-run-date       PIC 9(08).
       01 yu-run-date-red REDEFINES yu-run-date.
           05 yu-run-yyyy     PIC 9(04).
           05 yu-run-mm       PIC 9(02).
           05 yu-run-dd       PIC 9(02).
       77 yu-quarter        PIC 9(01).
       77 yu-year-end-switch PIC X(01).
      *
      *    the control record's fields, held here between the READ
      *    and the REWRITE - the record area itself is overwritten by
      *    every employee record read through the same FD.
       77 yu-ctl-year          PIC 9(04).
       77 yu-ctl-last-run-id   PIC X(11).
       77 yu-ctl-last-run-date PIC 9(08).
       77 yu-ctl-period-count  PIC 9(03).
       77 yu-ctl-stmt-year     PIC 9(04).
       77 yu-rolled-from-year  PIC 9(04).
      *
      *    balanced-line control keys for the opening and closing
      *    masters, HIGH-VALUES once that file is exhausted - the
      *    same scheme MATCHMRG uses.  both masters are in SEQUENCE-NO
      *    order and MATCHMRG writes one closing record per opening
      *    record, so an unpaired key on either side is counted, not
      *    expected.
       77 yu-open-key        PIC X(07).
       77 yu-close-key       PIC X(07).
      *
      *    the PAYREG withholding brackets - see PAYBRKT.CPY.
           COPY paybrkt.
       77 pay-bracket-index  PIC 9(02) COMP.
       77 pay-bracket-found  PIC X(01).
      *
       77 yu-gross           PIC 9(7)V99.
       77 yu-withheld        PIC 9(7)V99.
       77 yu-net             PIC 9(7)V99.
       77 yu-activity        PIC S9(7)V99.
       77 yu-new-record      PIC X(01).
       77 yu-qtr-index       PIC 9(01) COMP.
      *
       77 yu-posted-count    PIC 9(7).
       77 yu-new-count       PIC 9(7).
       77 yu-open-only-count PIC 9(7).
       77 yu-close-only-count PIC 9(7).
       77 yu-already-count   PIC 9(7).
       77 yu-rolled-count    PIC 9(7).
       77 yu-run-gross       PIC 9(14)V99.
       77 yu-run-withheld    PIC 9(14)V99.
       77 yu-run-net         PIC 9(14)V99.
       77 yu-run-activity    PIC S9(14)V99.
       77 yu-verdict         PIC X(14).
       77 yu-control-name    PIC X(07).
       77 yu-control-switch  PIC X(01).
       77 yu-control-text    PIC X(80).
      *
      *    year-end statement working fields - see
      *    WRITE-YEAR-END-STATEMENTS.  the quarter sums are rebuilt
      *    from the four buckets of each statement and proven against
      *    its annual figure, employee by employee and in total.
       77 yu-stmt-year       PIC 9(04).
       77 yu-stmt-trigger    PIC X(08).
       77 yu-stmt-written    PIC X(01).
       77 yu-stmt-count      PIC 9(7).
       77 yu-qtr-breaks      PIC 9(7).
       77 yu-qtr-verdict     PIC X(08).
       77 yu-emp-qtr-gross   PIC 9(11)V99.
       77 yu-emp-qtr-withheld PIC 9(11)V99.
       77 yu-emp-qtr-net     PIC 9(11)V99.
       77 yu-stmt-gross      PIC 9(14)V99.
       77 yu-stmt-withheld   PIC 9(14)V99.
       77 yu-stmt-net        PIC 9(14)V99.
       77 yu-stmt-activity   PIC S9(14)V99.
       77 yu-stmt-qtr-gross  PIC 9(14)V99.
       77 yu-proof-diff      PIC S9(14)V99.
       77 yu-proof-verdict   PIC X(14).
      *
      *    DEPT roll-up for the year-end summary - the same 19 real
      *    slots plus the **** catch-all in slot 20 that PAYREG's
      *    department roll-up uses.
       77 yu-dept-used       PIC 9(02) COMP.
       77 yu-dept-index      PIC 9(02) COMP.
       77 yu-dept-found      PIC X(01).
       01 yu-dept-table.
           05 yu-dept-entry OCCURS 20 TIMES.
               10 yu-dept-code     PIC X(04).
               10 yu-dept-count    PIC 9(7).
               10 yu-dept-gross    PIC 9(14)V99.
               10 yu-dept-withheld PIC 9(14)V99.
               10 yu-dept-net      PIC 9(14)V99.
               10 yu-dept-activity PIC S9(14)V99.
      *
       01 yu-count-ed        PIC Z(6)9.
       01 yu-new-ed          PIC Z(6)9.
       01 yu-open-only-ed    PIC Z(6)9.
       01 yu-close-only-ed   PIC Z(6)9.
       01 yu-already-ed      PIC Z(6)9.
       01 yu-period-ed       PIC ZZ9.
       01 yu-qtr-ed          PIC 9.
       01 yu-amt-gross-ed    PIC Z(10)9.99.
       01 yu-amt-withheld-ed PIC Z(10)9.99.
       01 yu-amt-net-ed      PIC Z(10)9.99.
       01 yu-amt-activity-ed PIC -(11)9.99.
       01 yu-tot-gross-ed    PIC Z(13)9.99.
       01 yu-tot-withheld-ed PIC Z(13)9.99.
       01 yu-tot-net-ed      PIC Z(13)9.99.
       01 yu-tot-activity-ed PIC -(14)9.99.
       01 yu-tot-diff-ed     PIC -(14)9.99.
      *
      *    the header and trailer control records on both masters
      *    are stepped over by the match and proved at end of file -
      *    a break is shown on the console, logged for RUNSUMM and on
      *    the report's CONTROL lines.  a period not posted is NOT
      *    CHECKED.
           COPY ctltot REPLACING ctl-totals BY opn-ctl.
           COPY ctltot REPLACING ctl-totals BY upd-ctl.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-openfile-name PIC X(15).
       01 ls-run-id        PIC X(11).
       01 ls-run-date      PIC 9(08).
      *
       procedure division USING ls-openfile-name, ls-run-id,
           ls-run-date.
       main.
           MOVE ls-openfile-name TO openfile-name-ws.
           MOVE ls-run-id TO yu-run-id.
           MOVE ls-run-date TO yu-run-date.
           PERFORM READ-PARM-FILE.
           PERFORM POST-YEAR-TO-DATE.
           GOBACK.
      *
      *    tolerant of PARMFIL not opening or reading cleanly, the
      *    same as BENCHTRND is - an unreadable PARMFILE.DAT just
      *    means this is not flagged as the year-end run.
       READ-PARM-FILE.
           MOVE "N" TO yu-year-end-switch.
           OPEN INPUT parmfil.
           IF parmfil-stat = "00"
               READ parmfil
               IF parmfil-stat = "00" AND parm-year-end-run
                   MOVE "Y" TO yu-year-end-switch
               END-IF
               CLOSE parmfil
           END-IF.
      *
      *    a report or year-to-date master that will not even OPEN is
      *    skipped rather than aborting, the same policy every report
      *    program in the chain uses.  the control record decides
      *    what this run may do: a run id already posted is not
      *    posted again (a restarted chain, or the same period fed
      *    through twice), and a run dated in an earlier year than
      *    the file has reached is refused outright.
       POST-YEAR-TO-DATE.
           MOVE 0 TO yu-posted-count.
           MOVE 0 TO yu-new-count.
           MOVE 0 TO yu-open-only-count.
           MOVE 0 TO yu-close-only-count.
           MOVE 0 TO yu-already-count.
           MOVE 0 TO yu-rolled-count.
           MOVE 0 TO yu-run-gross.
           MOVE 0 TO yu-run-withheld.
           MOVE 0 TO yu-run-net.
           MOVE 0 TO yu-run-activity.
           MOVE "N" TO yu-stmt-written.
           MOVE SPACE TO ctl-function IN opn-ctl.
           MOVE SPACE TO ctl-function IN upd-ctl.
           COMPUTE yu-quarter = (yu-run-mm + 2) / 3.
           OPEN OUTPUT ytdrpt.
           IF ytdrpt-stat = "00"
               PERFORM OPEN-YTD-MASTER
               IF ytdmast-stat = "00"
                   PERFORM READ-CONTROL-RECORD
                   EVALUATE TRUE
                       WHEN yu-run-id = yu-ctl-last-run-id
                           MOVE "ALREADY-POSTED" TO yu-verdict
                       WHEN yu-run-yyyy < yu-ctl-year
                           MOVE "YEAR-BEHIND" TO yu-verdict
                       WHEN OTHER
                           IF yu-run-yyyy > yu-ctl-year
                               PERFORM ROLL-OVER-YEAR
                           END-IF
                           PERFORM POST-ONE-PERIOD
                   END-EVALUATE
                   CLOSE ytdmast
               ELSE
                   MOVE "NO-YTD-MASTER" TO yu-verdict
               END-IF
               PERFORM WRITE-POSTING-SUMMARY
               CLOSE ytdrpt
           END-IF.
      *
      *    the very first cycle run finds no YTDMAST.IDX - create it
      *    empty and reopen it for update.
       OPEN-YTD-MASTER.
           OPEN I-O ytdmast.
           IF ytdmast-stat = "35"
               OPEN OUTPUT ytdmast
               IF ytdmast-stat = "00"
                   CLOSE ytdmast
                   OPEN I-O ytdmast
               END-IF
           END-IF.
      *
      *    a file with no control record yet starts accumulating the
      *    run's own year.
       READ-CONTROL-RECORD.
           MOVE 0 TO ytd-sequence-no.
           READ ytdmast KEY IS ytd-sequence-no.
           EVALUATE ytdmast-stat
               WHEN "00"
                   MOVE ytdc-year TO yu-ctl-year
                   MOVE ytdc-last-run-id TO yu-ctl-last-run-id
                   MOVE ytdc-last-run-date TO yu-ctl-last-run-date
                   MOVE ytdc-period-count TO yu-ctl-period-count
                   MOVE ytdc-stmt-year TO yu-ctl-stmt-year
               WHEN "23"
                   MOVE yu-run-yyyy TO yu-ctl-year
                   MOVE SPACES TO yu-ctl-last-run-id
                   MOVE 0 TO yu-ctl-last-run-date
                   MOVE 0 TO yu-ctl-period-count
                   MOVE 0 TO yu-ctl-stmt-year
                   PERFORM BUILD-CONTROL-RECORD
                   WRITE ytd-control-record
                   MOVE "WRITE YTDMAST (CONTROL)" TO io-operation-desc
                   MOVE ytdmast-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               WHEN OTHER
                   MOVE "READ YTDMAST (CONTROL)" TO io-operation-desc
                   MOVE ytdmast-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
       BUILD-CONTROL-RECORD.
           INITIALIZE ytd-control-record.
           MOVE 0 TO ytdc-key.
           MOVE yu-ctl-year TO ytdc-year.
           MOVE yu-ctl-last-run-id TO ytdc-last-run-id.
           MOVE yu-ctl-last-run-date TO ytdc-last-run-date.
           MOVE yu-ctl-period-count TO ytdc-period-count.
           MOVE yu-ctl-stmt-year TO ytdc-stmt-year.
      *
       REWRITE-CONTROL-RECORD.
           PERFORM BUILD-CONTROL-RECORD.
           REWRITE ytd-control-record.
           MOVE "REWRITE YTDMAST (CONTROL)" TO io-operation-desc.
           MOVE ytdmast-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    first period of a new calendar year.  the closed year's
      *    statements go out first if no year-end run produced them,
      *    so a forgotten PARM-YEAR-END never costs the year its
      *    statements; then every employee is zeroed under the new
      *    year.  the control record is rewritten before any posting
      *    so a run that dies after the rollover cannot roll the
      *    already-zeroed file a second time.
       ROLL-OVER-YEAR.
           IF yu-ctl-stmt-year < yu-ctl-year
               AND yu-ctl-period-count > 0
               MOVE yu-ctl-year TO yu-stmt-year
               MOVE "ROLLOVER" TO yu-stmt-trigger
               PERFORM WRITE-YEAR-END-STATEMENTS
           END-IF.
           MOVE yu-ctl-year TO yu-rolled-from-year.
           MOVE 1 TO ytd-sequence-no.
           START ytdmast KEY IS NOT LESS THAN ytd-sequence-no.
           IF ytdmast-stat = "00"
               PERFORM ROLL-ONE-RECORD UNTIL ytdmast-stat = "10"
           END-IF.
           MOVE yu-run-yyyy TO yu-ctl-year.
           MOVE 0 TO yu-ctl-period-count.
           PERFORM REWRITE-CONTROL-RECORD.
           PERFORM WRITE-ROLLOVER-LINE.
      *
       ROLL-ONE-RECORD.
           READ ytdmast NEXT RECORD.
           IF ytdmast-stat = "00"
               MOVE yu-run-yyyy TO ytd-year
               MOVE 0 TO ytd-period-count
               MOVE 0 TO ytd-last-period
               MOVE SPACES TO ytd-last-run-id
               MOVE 0 TO ytd-tran-amount
               MOVE 0 TO ytd-gross
               MOVE 0 TO ytd-withheld
               MOVE 0 TO ytd-net
               MOVE 0 TO yu-qtr-index
               PERFORM ZERO-ONE-QUARTER 4 TIMES
               REWRITE ytd-record
               MOVE "REWRITE YTDMAST (ROLLOVER)" TO io-operation-desc
               MOVE ytdmast-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               ADD 1 TO yu-rolled-count
           ELSE
               IF ytdmast-stat NOT = "10"
                   MOVE "READ YTDMAST (ROLLOVER)" TO io-operation-desc
                   MOVE ytdmast-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       ZERO-ONE-QUARTER.
           ADD 1 TO yu-qtr-index.
           INITIALIZE ytd-quarter (yu-qtr-index).
      *
      *    both masters must open or nothing is posted and the run id
      *    is not recorded - the period stays postable by a rerun of
      *    the step once the files are back.
       POST-ONE-PERIOD.
           MOVE "M" TO ctl-file-type IN opn-ctl.
           MOVE "M" TO ctl-file-type IN upd-ctl.
           MOVE "YTDUPD" TO ctl-program IN opn-ctl.
           MOVE "YTDUPD" TO ctl-program IN upd-ctl.
           MOVE openfile-name-ws TO ctl-file-name IN opn-ctl.
           MOVE "LAB2UPD.TXT" TO ctl-file-name IN upd-ctl.
           MOVE "B" TO ctl-function IN opn-ctl.
           CALL "ctltally" USING opn-ctl, ctl-image.
           MOVE "B" TO ctl-function IN upd-ctl.
           CALL "ctltally" USING upd-ctl, ctl-image.
           OPEN INPUT openfil.
           OPEN INPUT updfil.
           IF openfil-stat = "00" AND updfil-stat = "00"
               PERFORM READ-NEXT-OPENING
               PERFORM READ-NEXT-CLOSING
               PERFORM POST-ONE-KEY
                   UNTIL yu-open-key = HIGH-VALUES
                       AND yu-close-key = HIGH-VALUES
               MOVE "V" TO ctl-function IN opn-ctl
               CALL "ctltally" USING opn-ctl, ctl-image
               MOVE "V" TO ctl-function IN upd-ctl
               CALL "ctltally" USING upd-ctl, ctl-image
               ADD 1 TO yu-ctl-period-count
               MOVE yu-run-id TO yu-ctl-last-run-id
               MOVE yu-run-date TO yu-ctl-last-run-date
               PERFORM REWRITE-CONTROL-RECORD
               MOVE "POSTED" TO yu-verdict
               IF yu-year-end-switch = "Y"
                   PERFORM YEAR-END-RUN-STATEMENTS
               END-IF
           ELSE
               MOVE "NO-DATA" TO yu-verdict
           END-IF.
           IF openfil-stat = "00" OR openfil-stat = "10"
               CLOSE openfil
           END-IF.
           IF updfil-stat = "00" OR updfil-stat = "10"
               CLOSE updfil
           END-IF.
      *
      *    a year-end switch on the very run that just wrote the
      *    rollover statements would overwrite them with a one-period
      *    year - say so instead.
       YEAR-END-RUN-STATEMENTS.
           IF yu-stmt-written = "Y"
               INITIALIZE ytdrpt-record
               STRING "YEAR-END SWITCH IGNORED - ROLLOVER STATEMENTS "
                   DELIMITED BY SIZE,
                   "FOR ", DELIMITED BY SIZE,
                   yu-stmt-year, DELIMITED BY SIZE,
                   " ALREADY WRITTEN THIS RUN", DELIMITED BY SIZE,
                   INTO ytdrpt-record
               WRITE ytdrpt-record
               MOVE "WRITE YTDRPT (IGNORED)" TO io-operation-desc
               MOVE ytdrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           ELSE
               MOVE yu-ctl-year TO yu-stmt-year
               MOVE "YEAR-END" TO yu-stmt-trigger
               PERFORM WRITE-YEAR-END-STATEMENTS
           END-IF.
      *
       POST-ONE-KEY.
           EVALUATE TRUE
               WHEN yu-open-key < yu-close-key
                   ADD 1 TO yu-open-only-count
                   MOVE 0 TO yu-activity
                   PERFORM POST-ONE-EMPLOYEE
                   PERFORM READ-NEXT-OPENING
               WHEN yu-close-key < yu-open-key
                   ADD 1 TO yu-close-only-count
                   PERFORM READ-NEXT-CLOSING
               WHEN OTHER
                   COMPUTE yu-activity = salary IN upd-record
                       - salary IN lab2fil-record
                   PERFORM POST-ONE-EMPLOYEE
                   PERFORM READ-NEXT-OPENING
                   PERFORM READ-NEXT-CLOSING
           END-EVALUATE.
      *
       READ-NEXT-OPENING.
           PERFORM READ-OPENING-RECORD.
           PERFORM READ-OPENING-RECORD
               UNTIL openfil-stat NOT = "00"
                   OR ctl-data-record IN opn-ctl.
           IF openfil-stat = "00"
               MOVE sequence-no IN lab2fil-record TO yu-open-key
           ELSE
               MOVE HIGH-VALUES TO yu-open-key
               IF openfil-stat NOT = "10"
                   MOVE "READ OPENFIL" TO io-operation-desc
                   MOVE openfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       READ-NEXT-CLOSING.
           PERFORM READ-CLOSING-RECORD.
           PERFORM READ-CLOSING-RECORD
               UNTIL updfil-stat NOT = "00"
                   OR ctl-data-record IN upd-ctl.
           IF updfil-stat = "00"
               MOVE sequence-no IN upd-record TO yu-close-key
           ELSE
               MOVE HIGH-VALUES TO yu-close-key
               IF updfil-stat NOT = "10"
                   MOVE "READ UPDFIL" TO io-operation-desc
                   MOVE updfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
       READ-OPENING-RECORD.
           READ openfil.
           IF openfil-stat = "00"
               MOVE "R" TO ctl-function IN opn-ctl
               CALL "ctltally" USING opn-ctl, lab2fil-record
           END-IF.
      *
       READ-CLOSING-RECORD.
           READ updfil.
           IF updfil-stat = "00"
               MOVE "R" TO ctl-function IN upd-ctl
               CALL "ctltally" USING upd-ctl, upd-record
           END-IF.
      *
      *    one employee's period onto the year - a new hire (or the
      *    first cycle run ever) gets a fresh record under the file's
      *    year; everyone else accumulates onto what is there, unless
      *    the record already carries this run's id - this run posted
      *    it before it was stopped and restarted.
       POST-ONE-EMPLOYEE.
           PERFORM COMPUTE-GROSS-TO-NET.
           MOVE sequence-no IN lab2fil-record TO ytd-sequence-no.
           READ ytdmast KEY IS ytd-sequence-no.
           EVALUATE ytdmast-stat
               WHEN "00"
                   MOVE "N" TO yu-new-record
               WHEN "23"
                   MOVE "Y" TO yu-new-record
                   INITIALIZE ytd-record
                   MOVE sequence-no IN lab2fil-record
                       TO ytd-sequence-no
                   MOVE yu-ctl-year TO ytd-year
               WHEN OTHER
                   MOVE "READ YTDMAST" TO io-operation-desc
                   MOVE ytdmast-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
           IF yu-new-record = "N" AND ytd-last-run-id = yu-run-id
               ADD 1 TO yu-already-count
           ELSE
               PERFORM ADD-PERIOD-TO-YEAR
           END-IF.
      *
       ADD-PERIOD-TO-YEAR.
           MOVE name IN lab2fil-record TO ytd-name.
           MOVE addr IN lab2fil-record TO ytd-addr.
           MOVE zip IN lab2fil-record TO ytd-zip.
           MOVE dept IN lab2fil-record TO ytd-dept.
           ADD 1 TO ytd-period-count.
           MOVE yu-run-date TO ytd-last-period.
           MOVE yu-run-id TO ytd-last-run-id.
           ADD yu-activity TO ytd-tran-amount
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-gross TO ytd-gross
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-withheld TO ytd-withheld
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-net TO ytd-net
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-activity TO ytd-qtr-tran-amount (yu-quarter)
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-gross TO ytd-qtr-gross (yu-quarter)
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-withheld TO ytd-qtr-withheld (yu-quarter)
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           ADD yu-net TO ytd-qtr-net (yu-quarter)
               ON SIZE ERROR
                   PERFORM YTD-AMOUNT-OVERFLOW
           END-ADD.
           IF yu-new-record = "Y"
               WRITE ytd-record
               MOVE "WRITE YTDMAST" TO io-operation-desc
               ADD 1 TO yu-new-count
           ELSE
               REWRITE ytd-record
               MOVE "REWRITE YTDMAST" TO io-operation-desc
           END-IF.
           MOVE ytdmast-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO yu-posted-count.
           ADD yu-gross TO yu-run-gross.
           ADD yu-withheld TO yu-run-withheld.
           ADD yu-net TO yu-run-net.
           ADD yu-activity TO yu-run-activity.
      *
      *    the record has not been written back, so the file holds
      *    the employee exactly as the last good posting left it.
       YTD-AMOUNT-OVERFLOW.
           DISPLAY "YTDUPD YEAR-TO-DATE AMOUNT OVERFLOW ON SEQUENCE-NO "
               ytd-sequence-no.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *    PAYREG's own gross-to-net - first bracket whose limit is
      *    not below the gross sets the rate for the whole gross.
       COMPUTE-GROSS-TO-NET.
           MOVE salary IN lab2fil-record TO yu-gross.
           MOVE 1 TO pay-bracket-index.
           MOVE "N" TO pay-bracket-found.
           PERFORM FIND-WITHHOLDING-BRACKET
               UNTIL pay-bracket-found = "Y".
           COMPUTE yu-withheld = yu-gross
               * pay-bracket-pct (pay-bracket-index) / 100.
           COMPUTE yu-net = yu-gross - yu-withheld.
      *
       FIND-WITHHOLDING-BRACKET.
           IF yu-gross NOT > pay-bracket-limit (pay-bracket-index)
               MOVE "Y" TO pay-bracket-found
           ELSE
               ADD 1 TO pay-bracket-index
           END-IF.
      *
      *    one statement per employee who was paid in YU-STMT-YEAR,
      *    read straight down the key, plus the DEPT summary and the
      *    quarters-against-annual proof.  both statement files or
      *    neither, the same rule PAYREG applies to its posting pair.
       WRITE-YEAR-END-STATEMENTS.
           MOVE 0 TO yu-stmt-count.
           MOVE 0 TO yu-qtr-breaks.
           MOVE 0 TO yu-stmt-gross.
           MOVE 0 TO yu-stmt-withheld.
           MOVE 0 TO yu-stmt-net.
           MOVE 0 TO yu-stmt-activity.
           MOVE 0 TO yu-stmt-qtr-gross.
           MOVE 0 TO yu-dept-used.
           INITIALIZE yu-dept-table.
           OPEN OUTPUT ytdstmt.
           IF ytdstmt-stat = "00"
               OPEN OUTPUT ytddept
               IF ytddept-stat = "00"
                   MOVE 1 TO ytd-sequence-no
                   START ytdmast KEY IS NOT LESS THAN ytd-sequence-no
                   IF ytdmast-stat = "00"
                       PERFORM STATEMENT-ONE-RECORD
                           UNTIL ytdmast-stat = "10"
                   END-IF
                   PERFORM WRITE-DEPT-SUMMARY
                   CLOSE ytddept
                   MOVE yu-stmt-year TO yu-ctl-stmt-year
                   PERFORM REWRITE-CONTROL-RECORD
                   MOVE "Y" TO yu-stmt-written
                   PERFORM WRITE-STATEMENTS-LINE
               END-IF
               CLOSE ytdstmt
           END-IF.
           IF yu-stmt-written = "N"
               INITIALIZE ytdrpt-record
               STRING "STATEMENTS SKIPPED - STATEMENT FILES ",
                   DELIMITED BY SIZE,
                   "WOULD NOT OPEN", DELIMITED BY SIZE,
                   INTO ytdrpt-record
               WRITE ytdrpt-record
               MOVE "WRITE YTDRPT (NO STATEMENTS)" TO io-operation-desc
               MOVE ytdrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       STATEMENT-ONE-RECORD.
           READ ytdmast NEXT RECORD.
           IF ytdmast-stat = "00"
               IF ytd-year = yu-stmt-year AND ytd-period-count > 0
                   PERFORM WRITE-ONE-STATEMENT
                   PERFORM ACCUMULATE-DEPT-TOTALS
               END-IF
           ELSE
               IF ytdmast-stat NOT = "10"
                   MOVE "READ YTDMAST (STATEMENTS)" TO io-operation-desc
                   MOVE ytdmast-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    the identifying line, the annual line with this
      *    employee's quarters-agree verdict, then one line per
      *    quarter.
       WRITE-ONE-STATEMENT.
           ADD 1 TO yu-stmt-count.
           MOVE 0 TO yu-emp-qtr-gross.
           MOVE 0 TO yu-emp-qtr-withheld.
           MOVE 0 TO yu-emp-qtr-net.
           MOVE 0 TO yu-qtr-index.
           PERFORM SUM-ONE-QUARTER 4 TIMES.
           IF yu-emp-qtr-gross = ytd-gross
               AND yu-emp-qtr-withheld = ytd-withheld
               AND yu-emp-qtr-net = ytd-net
               MOVE "AGREE" TO yu-qtr-verdict
           ELSE
               MOVE "DISAGREE" TO yu-qtr-verdict
               ADD 1 TO yu-qtr-breaks
           END-IF.
           ADD yu-emp-qtr-gross TO yu-stmt-qtr-gross.
           MOVE ytd-period-count TO yu-period-ed.
           INITIALIZE ytdstmt-record.
           STRING "STATEMENT YEAR=", DELIMITED BY SIZE,
               ytd-year, DELIMITED BY SIZE,
               " SEQ=", DELIMITED BY SIZE,
               ytd-sequence-no, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               ytd-name, DELIMITED BY SIZE,
               " ADDR=", DELIMITED BY SIZE,
               ytd-addr, DELIMITED BY SIZE,
               " ZIP=", DELIMITED BY SIZE,
               ytd-zip, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               ytd-dept, DELIMITED BY SIZE,
               " PERIODS=", DELIMITED BY SIZE,
               yu-period-ed, DELIMITED BY SIZE,
               INTO ytdstmt-record.
           WRITE ytdstmt-record.
           MOVE "WRITE YTDSTMT (HEADING)" TO io-operation-desc.
           MOVE ytdstmt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE ytd-gross TO yu-amt-gross-ed.
           MOVE ytd-withheld TO yu-amt-withheld-ed.
           MOVE ytd-net TO yu-amt-net-ed.
           MOVE ytd-tran-amount TO yu-amt-activity-ed.
           INITIALIZE ytdstmt-record.
           STRING "  ANNUAL GROSS=", DELIMITED BY SIZE,
               yu-amt-gross-ed, DELIMITED BY SIZE,
               " WHOLD=", DELIMITED BY SIZE,
               yu-amt-withheld-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               yu-amt-net-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               yu-amt-activity-ed, DELIMITED BY SIZE,
               " QUARTERS=", DELIMITED BY SIZE,
               yu-qtr-verdict, DELIMITED BY SIZE,
               INTO ytdstmt-record.
           WRITE ytdstmt-record.
           MOVE "WRITE YTDSTMT (ANNUAL)" TO io-operation-desc.
           MOVE ytdstmt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE 0 TO yu-qtr-index.
           PERFORM WRITE-ONE-QUARTER-LINE 4 TIMES.
           ADD ytd-gross TO yu-stmt-gross.
           ADD ytd-withheld TO yu-stmt-withheld.
           ADD ytd-net TO yu-stmt-net.
           ADD ytd-tran-amount TO yu-stmt-activity.
      *
       SUM-ONE-QUARTER.
           ADD 1 TO yu-qtr-index.
           ADD ytd-qtr-gross (yu-qtr-index) TO yu-emp-qtr-gross.
           ADD ytd-qtr-withheld (yu-qtr-index) TO yu-emp-qtr-withheld.
           ADD ytd-qtr-net (yu-qtr-index) TO yu-emp-qtr-net.
      *
       WRITE-ONE-QUARTER-LINE.
           ADD 1 TO yu-qtr-index.
           MOVE ytd-qtr-gross (yu-qtr-index) TO yu-amt-gross-ed.
           MOVE ytd-qtr-withheld (yu-qtr-index) TO yu-amt-withheld-ed.
           MOVE ytd-qtr-net (yu-qtr-index) TO yu-amt-net-ed.
           MOVE ytd-qtr-tran-amount (yu-qtr-index)
               TO yu-amt-activity-ed.
           INITIALIZE ytdstmt-record.
           MOVE yu-qtr-index TO yu-qtr-ed.
           STRING "  Q", DELIMITED BY SIZE,
               yu-qtr-ed, DELIMITED BY SIZE,
               "     GROSS=", DELIMITED BY SIZE,
               yu-amt-gross-ed, DELIMITED BY SIZE,
               " WHOLD=", DELIMITED BY SIZE,
               yu-amt-withheld-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               yu-amt-net-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               yu-amt-activity-ed, DELIMITED BY SIZE,
               INTO ytdstmt-record.
           WRITE ytdstmt-record.
           MOVE "WRITE YTDSTMT (QUARTER)" TO io-operation-desc.
           MOVE ytdstmt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the same serial slot search PAYREG's department roll-up
      *    uses - see ACCUMULATE-DEPT-TOTALS there.
       ACCUMULATE-DEPT-TOTALS.
           MOVE "N" TO yu-dept-found.
           MOVE 0 TO yu-dept-index.
           PERFORM FIND-DEPT-SLOT
               UNTIL yu-dept-found = "Y"
                   OR yu-dept-index = yu-dept-used.
           IF yu-dept-found = "N"
               IF yu-dept-used < 19
                   ADD 1 TO yu-dept-used
                   MOVE yu-dept-used TO yu-dept-index
                   MOVE ytd-dept TO yu-dept-code (yu-dept-index)
               ELSE
                   MOVE 20 TO yu-dept-index
                   MOVE "****" TO yu-dept-code (20)
                   IF yu-dept-used < 20
                       MOVE 20 TO yu-dept-used
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO yu-dept-count (yu-dept-index).
           ADD ytd-gross TO yu-dept-gross (yu-dept-index).
           ADD ytd-withheld TO yu-dept-withheld (yu-dept-index).
           ADD ytd-net TO yu-dept-net (yu-dept-index).
           ADD ytd-tran-amount TO yu-dept-activity (yu-dept-index).
      *
       FIND-DEPT-SLOT.
           ADD 1 TO yu-dept-index.
           IF yu-dept-code (yu-dept-index) = ytd-dept
               MOVE "Y" TO yu-dept-found
           END-IF.
      *
       WRITE-DEPT-SUMMARY.
           INITIALIZE ytddept-record.
           STRING "YEAR-END SUMMARY YEAR=", DELIMITED BY SIZE,
               yu-stmt-year, DELIMITED BY SIZE,
               " TRIGGER=", DELIMITED BY SIZE,
               yu-stmt-trigger, DELIMITED BY SIZE,
               " RUN=", DELIMITED BY SIZE,
               yu-run-id, DELIMITED BY SIZE,
               INTO ytddept-record.
           WRITE ytddept-record.
           MOVE "WRITE YTDDEPT (HEADING)" TO io-operation-desc.
           MOVE ytddept-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE 0 TO yu-dept-index.
           PERFORM WRITE-ONE-DEPT-LINE yu-dept-used TIMES.
           MOVE yu-stmt-count TO yu-count-ed.
           MOVE yu-stmt-gross TO yu-tot-gross-ed.
           MOVE yu-stmt-withheld TO yu-tot-withheld-ed.
           MOVE yu-stmt-net TO yu-tot-net-ed.
           MOVE yu-stmt-activity TO yu-tot-activity-ed.
           INITIALIZE ytddept-record.
           STRING "GRAND-TOTAL EMPLOYEES=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               " GROSS=", DELIMITED BY SIZE,
               yu-tot-gross-ed, DELIMITED BY SIZE,
               " WHOLD=", DELIMITED BY SIZE,
               yu-tot-withheld-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               yu-tot-net-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               yu-tot-activity-ed, DELIMITED BY SIZE,
               INTO ytddept-record.
           WRITE ytddept-record.
           MOVE "WRITE YTDDEPT (GRAND)" TO io-operation-desc.
           MOVE ytddept-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           PERFORM WRITE-QUARTER-PROOF.
      *
       WRITE-ONE-DEPT-LINE.
           ADD 1 TO yu-dept-index.
           MOVE yu-dept-count (yu-dept-index) TO yu-count-ed.
           MOVE yu-dept-gross (yu-dept-index) TO yu-tot-gross-ed.
           MOVE yu-dept-withheld (yu-dept-index)
               TO yu-tot-withheld-ed.
           MOVE yu-dept-net (yu-dept-index) TO yu-tot-net-ed.
           MOVE yu-dept-activity (yu-dept-index)
               TO yu-tot-activity-ed.
           INITIALIZE ytddept-record.
           STRING "DEPT-GROUP=", DELIMITED BY SIZE,
               yu-dept-code (yu-dept-index), DELIMITED BY SIZE,
               " EMPLOYEES=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               " GROSS=", DELIMITED BY SIZE,
               yu-tot-gross-ed, DELIMITED BY SIZE,
               " WHOLD=", DELIMITED BY SIZE,
               yu-tot-withheld-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               yu-tot-net-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               yu-tot-activity-ed, DELIMITED BY SIZE,
               INTO ytddept-record.
           WRITE ytddept-record.
           MOVE "WRITE YTDDEPT (DEPT)" TO io-operation-desc.
           MOVE ytddept-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the quarterly filings must add up to the annual one - the
      *    sum of every statement's four quarter buckets against the
      *    sum of their annual gross, with the count of individual
      *    statements whose own quarters disagree.
       WRITE-QUARTER-PROOF.
           COMPUTE yu-proof-diff = yu-stmt-gross - yu-stmt-qtr-gross.
           IF yu-proof-diff = 0 AND yu-qtr-breaks = 0
               MOVE "BALANCED" TO yu-proof-verdict
           ELSE
               MOVE "OUT-OF-BALANCE" TO yu-proof-verdict
           END-IF.
           MOVE yu-stmt-gross TO yu-tot-gross-ed.
           MOVE yu-stmt-qtr-gross TO yu-tot-net-ed.
           MOVE yu-proof-diff TO yu-tot-diff-ed.
           MOVE yu-qtr-breaks TO yu-count-ed.
           INITIALIZE ytddept-record.
           STRING "QUARTER-PROOF ANNUAL-GROSS=", DELIMITED BY SIZE,
               yu-tot-gross-ed, DELIMITED BY SIZE,
               " QUARTERS-GROSS=", DELIMITED BY SIZE,
               yu-tot-net-ed, DELIMITED BY SIZE,
               " DIFF=", DELIMITED BY SIZE,
               yu-tot-diff-ed, DELIMITED BY SIZE,
               " BREAKS=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               " ", DELIMITED BY SIZE,
               yu-proof-verdict, DELIMITED BY SIZE,
               INTO ytddept-record.
           WRITE ytddept-record.
           MOVE "WRITE YTDDEPT (PROOF)" TO io-operation-desc.
           MOVE ytddept-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-ROLLOVER-LINE.
           MOVE yu-rolled-count TO yu-count-ed.
           INITIALIZE ytdrpt-record.
           STRING "ROLLOVER FROM=", DELIMITED BY SIZE,
               yu-rolled-from-year, DELIMITED BY SIZE,
               " TO=", DELIMITED BY SIZE,
               yu-ctl-year, DELIMITED BY SIZE,
               " RECORDS=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               INTO ytdrpt-record.
           WRITE ytdrpt-record.
           MOVE "WRITE YTDRPT (ROLLOVER)" TO io-operation-desc.
           MOVE ytdrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-STATEMENTS-LINE.
           MOVE yu-stmt-count TO yu-count-ed.
           INITIALIZE ytdrpt-record.
           STRING "STATEMENTS YEAR=", DELIMITED BY SIZE,
               yu-stmt-year, DELIMITED BY SIZE,
               " TRIGGER=", DELIMITED BY SIZE,
               yu-stmt-trigger, DELIMITED BY SIZE,
               " EMPLOYEES=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               " QUARTER-PROOF=", DELIMITED BY SIZE,
               yu-proof-verdict, DELIMITED BY SIZE,
               INTO ytdrpt-record.
           WRITE ytdrpt-record.
           MOVE "WRITE YTDRPT (STATEMENTS)" TO io-operation-desc.
           MOVE ytdrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-POSTING-SUMMARY.
           MOVE yu-run-gross TO yu-tot-gross-ed.
           MOVE yu-run-withheld TO yu-tot-withheld-ed.
           MOVE yu-run-net TO yu-tot-net-ed.
           MOVE yu-run-activity TO yu-tot-activity-ed.
           INITIALIZE ytdrpt-record.
           STRING "PERIOD-TOTALS RUN=", DELIMITED BY SIZE,
               yu-run-id, DELIMITED BY SIZE,
               " GROSS=", DELIMITED BY SIZE,
               yu-tot-gross-ed, DELIMITED BY SIZE,
               " WHOLD=", DELIMITED BY SIZE,
               yu-tot-withheld-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               yu-tot-net-ed, DELIMITED BY SIZE,
               " ACTIVITY=", DELIMITED BY SIZE,
               yu-tot-activity-ed, DELIMITED BY SIZE,
               INTO ytdrpt-record.
           WRITE ytdrpt-record.
           MOVE "WRITE YTDRPT (TOTALS)" TO io-operation-desc.
           MOVE ytdrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "OPENING" TO yu-control-name.
           IF ctl-verify IN opn-ctl
               MOVE ctl-break-switch IN opn-ctl TO yu-control-switch
           ELSE
               MOVE "-" TO yu-control-switch
           END-IF.
           MOVE ctl-break-text IN opn-ctl TO yu-control-text.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "CLOSING" TO yu-control-name.
           IF ctl-verify IN upd-ctl
               MOVE ctl-break-switch IN upd-ctl TO yu-control-switch
           ELSE
               MOVE "-" TO yu-control-switch
           END-IF.
           MOVE ctl-break-text IN upd-ctl TO yu-control-text.
           PERFORM WRITE-CONTROL-LINE.
           IF yu-already-count > 0
               MOVE yu-already-count TO yu-already-ed
               INITIALIZE ytdrpt-record
               STRING "RESTART ALREADY-POSTED=", DELIMITED BY SIZE,
                   yu-already-ed, DELIMITED BY SIZE,
                   " - POSTED BY THIS RUN BEFORE IT STOPPED, LEFT AS",
                   DELIMITED BY SIZE,
                   " THEY WERE AND NOT IN THE TOTALS ABOVE",
                   DELIMITED BY SIZE,
                   INTO ytdrpt-record
               WRITE ytdrpt-record
               MOVE "WRITE YTDRPT (RESTART)" TO io-operation-desc
               MOVE ytdrpt-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
           MOVE yu-ctl-period-count TO yu-period-ed.
           INITIALIZE ytdrpt-record.
           MOVE yu-posted-count TO yu-count-ed.
           MOVE yu-new-count TO yu-new-ed.
           MOVE yu-open-only-count TO yu-open-only-ed.
           MOVE yu-close-only-count TO yu-close-only-ed.
           STRING "SUMMARY YEAR=", DELIMITED BY SIZE,
               yu-ctl-year, DELIMITED BY SIZE,
               " QUARTER=", DELIMITED BY SIZE,
               yu-quarter, DELIMITED BY SIZE,
               " PERIODS=", DELIMITED BY SIZE,
               yu-period-ed, DELIMITED BY SIZE,
               " POSTED=", DELIMITED BY SIZE,
               yu-count-ed, DELIMITED BY SIZE,
               " NEW=", DELIMITED BY SIZE,
               yu-new-ed, DELIMITED BY SIZE,
               " OPEN-ONLY=", DELIMITED BY SIZE,
               yu-open-only-ed, DELIMITED BY SIZE,
               " CLOSE-ONLY=", DELIMITED BY SIZE,
               yu-close-only-ed, DELIMITED BY SIZE,
               " VERDICT=", DELIMITED BY SIZE,
               yu-verdict, DELIMITED BY SIZE,
               INTO ytdrpt-record.
           WRITE ytdrpt-record.
           MOVE "WRITE YTDRPT (SUMMARY)" TO io-operation-desc.
           MOVE ytdrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    one line per master - OPENING is the period's opening
      *    master, CLOSING the run's updated LAB2UPD.TXT.
       WRITE-CONTROL-LINE.
           INITIALIZE ytdrpt-record.
           EVALUATE yu-control-switch
               WHEN "-"
                   STRING "CONTROL ", DELIMITED BY SIZE,
                       yu-control-name, DELIMITED BY SIZE,
                       " NOT CHECKED", DELIMITED BY SIZE,
                       INTO ytdrpt-record
               WHEN "Y"
                   STRING "CONTROL ", DELIMITED BY SIZE,
                       yu-control-name, DELIMITED BY SIZE,
                       " BREAK - ", DELIMITED BY SIZE,
                       yu-control-text, DELIMITED BY SIZE,
                       INTO ytdrpt-record
               WHEN OTHER
                   STRING "CONTROL ", DELIMITED BY SIZE,
                       yu-control-name, DELIMITED BY SIZE,
                       " IN BALANCE", DELIMITED BY SIZE,
                       INTO ytdrpt-record
           END-EVALUATE.
           WRITE ytdrpt-record.
           MOVE "WRITE YTDRPT (CONTROL)" TO io-operation-desc.
           MOVE ytdrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "YTDUPD I/O ERROR ON " io-operation-desc
               DISPLAY "YTDUPD FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
