      *
       identification division.
       program-id.  ctltally.
      *    called by every program that writes or reads a LAB2FIL-
      *    layout master or a PAYTRAN file, once per record, to keep
      *    that file's control totals - see CTLTOT.CPY for the calls
      *    and CTLREC.CPY for the header and trailer images, which
      *    this program alone builds and takes apart.
      *
      *    a reader no longer has to trust that the file in front of
      *    it is whole: a copy cut short loses its trailer, a
      *    partition dropped or doubled in the concatenation leaves
      *    the wrong number of header/trailer pairs, and a record
      *    lost, added or altered on the way shows in the count, the
      *    amount total or the SEQUENCE-NO hash.  every such break is
      *    shown on the console, handed back to the caller for its
      *    own report, and appended to CTLBRK.TXT, which RUNSUMM
      *    reads - any line there fails the run.
       environment division.
       input-output section.
       file-control.
           SELECT ctlbrk ASSIGN TO "CTLBRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ctlbrk-stat.
      *
       data division.
       file section.
       FD ctlbrk.
       01 ctlbrk-record.
           05 ctlbrk-line  PIC X(160).
      *
       working-storage section.
       77 ctlbrk-stat     PIC xx.
      *
      *    the record being tallied, seen as a data record and as a
      *    control record of its file's kind.
           COPY lab2rec.
           COPY paytran.
           COPY ctlrec.
      *
       01 ct-count-ed-1     PIC Z(8)9.
       01 ct-count-ed-2     PIC Z(8)9.
       01 ct-amount-ed-1    PIC -(13)9.99.
       01 ct-amount-ed-2    PIC -(13)9.99.
       01 ct-hash-ed-1      PIC Z(14)9.
       01 ct-hash-ed-2      PIC Z(14)9.
       77 ct-now-date       PIC 9(08).
       77 ct-now-time       PIC 9(08).
      *
       linkage section.
           COPY ctltot.
       01 ctl-io-record     PIC X(88).
      *
       procedure division USING ctl-totals, ctl-io-record.
       main.
           EVALUATE TRUE
               WHEN ctl-begin
                   PERFORM BEGIN-CONTROL-TOTALS
               WHEN ctl-tally
                   IF ctl-master-file
                       PERFORM TALLY-MASTER-RECORD
                   ELSE
                       PERFORM TALLY-PAYTRAN-RECORD
                   END-IF
               WHEN ctl-make-header
                   IF ctl-master-file
                       PERFORM BUILD-MASTER-HEADER
                   ELSE
                       PERFORM BUILD-PAYTRAN-HEADER
                   END-IF
               WHEN ctl-make-trailer
                   IF ctl-master-file
                       PERFORM BUILD-MASTER-TRAILER
                   ELSE
                       PERFORM BUILD-PAYTRAN-TRAILER
                   END-IF
               WHEN ctl-verify
                   PERFORM VERIFY-CONTROL-TOTALS
           END-EVALUATE.
           GOBACK.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE 0 TO ctl-actual-count.
           MOVE 0 TO ctl-actual-amount.
           MOVE 0 TO ctl-actual-hash.
           MOVE 0 TO ctl-header-count.
           MOVE 0 TO ctl-trailer-count.
           MOVE 0 TO ctl-parts-expected.
           MOVE 0 TO ctl-trailer-count-total.
           MOVE 0 TO ctl-trailer-amount-total.
           MOVE 0 TO ctl-trailer-hash-total.
           MOVE "N" TO ctl-break-switch.
           MOVE SPACES TO ctl-break-text.
           MOVE "D" TO ctl-record-kind.
      *
      *    a field that is not numeric is left out of the totals
      *    rather than added in - the totals then fail to agree with
      *    the trailer, which is exactly the break to report.
       TALLY-MASTER-RECORD.
           MOVE ctl-io-record TO lab2-control-record.
           MOVE "D" TO ctl-record-kind.
           IF lctl-sequence-no NUMERIC AND lctl-sequence-no = 0
               IF lctl-header AND lctl-label = "HEADER"
                   MOVE "H" TO ctl-record-kind
                   ADD 1 TO ctl-header-count
                   IF lctl-part-count NUMERIC
                       MOVE lctl-part-count TO ctl-parts-expected
                   END-IF
               END-IF
               IF lctl-trailer AND lctl-label = "TRAILER"
                   MOVE "T" TO ctl-record-kind
                   ADD 1 TO ctl-trailer-count
                   IF lctl-record-count NUMERIC
                       ADD lctl-record-count TO ctl-trailer-count-total
                   END-IF
                   IF lctl-salary-total NUMERIC
                       ADD lctl-salary-total
                           TO ctl-trailer-amount-total
                   END-IF
                   IF lctl-sequence-hash NUMERIC
                       ADD lctl-sequence-hash TO ctl-trailer-hash-total
                   END-IF
               END-IF
           END-IF.
           IF ctl-data-record
               MOVE ctl-io-record TO lab2fil-record
               ADD 1 TO ctl-actual-count
               IF salary NUMERIC
                   ADD salary TO ctl-actual-amount
               END-IF
               IF sequence-no NUMERIC
                   ADD sequence-no TO ctl-actual-hash
               END-IF
           END-IF.
      *
       TALLY-PAYTRAN-RECORD.
           MOVE ctl-io-record (1:30) TO paytran-control-record.
           MOVE "D" TO ctl-record-kind.
           IF pctl-sequence-no NUMERIC AND pctl-sequence-no = 0
               IF pctl-header
                   MOVE "H" TO ctl-record-kind
                   ADD 1 TO ctl-header-count
                   IF pctl-part-count NUMERIC
                       MOVE pctl-part-count TO ctl-parts-expected
                   END-IF
               END-IF
               IF pctl-trailer
                   MOVE "T" TO ctl-record-kind
                   ADD 1 TO ctl-trailer-count
                   IF pctl-record-count NUMERIC
                       ADD pctl-record-count TO ctl-trailer-count-total
                   END-IF
                   IF pctl-amount-total NUMERIC
                       ADD pctl-amount-total
                           TO ctl-trailer-amount-total
                   END-IF
               END-IF
           END-IF.
           IF ctl-data-record
               MOVE ctl-io-record (1:30) TO paytran-record
               ADD 1 TO ctl-actual-count
               IF ptran-amount NUMERIC
                   ADD ptran-amount TO ctl-actual-amount
               END-IF
           END-IF.
      *
       BUILD-MASTER-HEADER.
           MOVE SPACES TO lab2-control-record.
           MOVE 0 TO lctl-sequence-no.
           MOVE "H" TO lctl-type.
           MOVE "HEADER" TO lctl-label.
           MOVE ctl-run-id TO lctl-run-id.
           MOVE ctl-created TO lctl-created.
           MOVE ctl-part-count TO lctl-part-count.
           MOVE 0 TO lctl-zip.
           MOVE 0 TO lctl-salary.
           MOVE 0 TO lctl-hire-date.
           MOVE lab2-control-record TO ctl-io-record.
      *
       BUILD-MASTER-TRAILER.
           MOVE SPACES TO lab2-control-record.
           MOVE 0 TO lctl-sequence-no.
           MOVE "T" TO lctl-type.
           MOVE "TRAILER" TO lctl-label.
           MOVE ctl-actual-count TO lctl-record-count.
           MOVE ctl-actual-amount TO lctl-salary-total.
           MOVE ctl-actual-hash TO lctl-sequence-hash.
           MOVE 0 TO lctl-zip.
           MOVE 0 TO lctl-salary.
           MOVE 0 TO lctl-hire-date.
           MOVE lab2-control-record TO ctl-io-record.
      *
      *    the run id is the 11-digit random stem, so it packs; one
      *    that is not all digits goes in as zero.
       BUILD-PAYTRAN-HEADER.
           MOVE SPACES TO paytran-control-record.
           MOVE 0 TO pctl-sequence-no.
           MOVE "H" TO pctl-type.
           IF ctl-run-id NUMERIC
               MOVE ctl-run-id TO pctl-run-id
           ELSE
               MOVE 0 TO pctl-run-id
           END-IF.
           MOVE ctl-created TO pctl-created.
           MOVE ctl-part-count TO pctl-part-count.
           MOVE paytran-control-record TO ctl-io-record (1:30).
      *
       BUILD-PAYTRAN-TRAILER.
           MOVE SPACES TO paytran-control-record.
           MOVE 0 TO pctl-sequence-no.
           MOVE "T" TO pctl-type.
           MOVE ctl-actual-count TO pctl-record-count.
           MOVE ctl-actual-amount TO pctl-amount-total.
           MOVE paytran-control-record TO ctl-io-record (1:30).
      *
      *    the first thing wrong is the one reported - a missing
      *    trailer makes every total disagree, and saying so would
      *    only bury the real reason.
       VERIFY-CONTROL-TOTALS.
           MOVE "N" TO ctl-break-switch.
           MOVE SPACES TO ctl-break-text.
           MOVE ctl-header-count TO ct-count-ed-1.
           MOVE ctl-trailer-count TO ct-count-ed-2.
           EVALUATE TRUE
               WHEN ctl-header-count = 0 AND ctl-trailer-count = 0
                   MOVE "NO HEADER OR TRAILER RECORD" TO ctl-break-text
               WHEN ctl-trailer-count = 0
                   MOVE "NO TRAILER RECORD - FILE CUT SHORT"
                       TO ctl-break-text
               WHEN ctl-header-count = 0
                   MOVE "NO HEADER RECORD" TO ctl-break-text
               WHEN ctl-header-count NOT = ctl-trailer-count
                   STRING "HEADERS=", DELIMITED BY SIZE,
                       ct-count-ed-1, DELIMITED BY SIZE,
                       " TRAILERS=", DELIMITED BY SIZE,
                       ct-count-ed-2, DELIMITED BY SIZE,
                       INTO ctl-break-text
               WHEN ctl-header-count NOT = ctl-parts-expected
                   MOVE ctl-parts-expected TO ct-count-ed-2
                   STRING "PARTITIONS FOUND=", DELIMITED BY SIZE,
                       ct-count-ed-1, DELIMITED BY SIZE,
                       " EXPECTED=", DELIMITED BY SIZE,
                       ct-count-ed-2, DELIMITED BY SIZE,
                       INTO ctl-break-text
               WHEN ctl-actual-count NOT = ctl-trailer-count-total
                   MOVE ctl-trailer-count-total TO ct-count-ed-1
                   MOVE ctl-actual-count TO ct-count-ed-2
                   STRING "RECORD COUNT TRAILER=", DELIMITED BY SIZE,
                       ct-count-ed-1, DELIMITED BY SIZE,
                       " READ=", DELIMITED BY SIZE,
                       ct-count-ed-2, DELIMITED BY SIZE,
                       INTO ctl-break-text
               WHEN ctl-actual-amount NOT = ctl-trailer-amount-total
                   MOVE ctl-trailer-amount-total TO ct-amount-ed-1
                   MOVE ctl-actual-amount TO ct-amount-ed-2
                   IF ctl-master-file
                       STRING "SALARY TOTAL TRAILER=",
                           DELIMITED BY SIZE,
                           ct-amount-ed-1, DELIMITED BY SIZE,
                           " READ=", DELIMITED BY SIZE,
                           ct-amount-ed-2, DELIMITED BY SIZE,
                           INTO ctl-break-text
                   ELSE
                       STRING "AMOUNT TOTAL TRAILER=",
                           DELIMITED BY SIZE,
                           ct-amount-ed-1, DELIMITED BY SIZE,
                           " READ=", DELIMITED BY SIZE,
                           ct-amount-ed-2, DELIMITED BY SIZE,
                           INTO ctl-break-text
                   END-IF
               WHEN ctl-actual-hash NOT = ctl-trailer-hash-total
                   MOVE ctl-trailer-hash-total TO ct-hash-ed-1
                   MOVE ctl-actual-hash TO ct-hash-ed-2
                   STRING "SEQUENCE-NO HASH TRAILER=",
                       DELIMITED BY SIZE,
                       ct-hash-ed-1, DELIMITED BY SIZE,
                       " READ=", DELIMITED BY SIZE,
                       ct-hash-ed-2, DELIMITED BY SIZE,
                       INTO ctl-break-text
           END-EVALUATE.
           IF ctl-break-text NOT = SPACES
               MOVE "Y" TO ctl-break-switch
               DISPLAY ctl-program " CONTROL TOTAL BREAK ON "
                   ctl-file-name
               DISPLAY ctl-program " " ctl-break-text
               IF NOT ctl-no-log
                   PERFORM LOG-CONTROL-BREAK
               END-IF
           END-IF.
      *
      *    the break log accumulates the same way LOCKLOG.TXT does -
      *    EXTEND, falling back to OUTPUT the first time through.
      *    LABFILE2 clears it at the start of every fresh run.
       LOG-CONTROL-BREAK.
           ACCEPT ct-now-date FROM DATE YYYYMMDD.
           ACCEPT ct-now-time FROM TIME.
           OPEN EXTEND ctlbrk.
           IF ctlbrk-stat = "05" OR ctlbrk-stat = "35"
               OPEN OUTPUT ctlbrk
           END-IF.
           IF ctlbrk-stat = "00"
               INITIALIZE ctlbrk-record
               STRING ct-now-date, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   ct-now-time, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   ctl-program, DELIMITED BY SIZE,
                   " FILE=", DELIMITED BY SIZE,
                   ctl-file-name, DELIMITED BY SIZE,
                   " BREAK=", DELIMITED BY SIZE,
                   ctl-break-text, DELIMITED BY SIZE,
                   INTO ctlbrk-record
               WRITE ctlbrk-record
               CLOSE ctlbrk
           END-IF.
