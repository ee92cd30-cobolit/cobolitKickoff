      *
       identification division.
       program-id.  maskdat.
      *    standalone utility that makes a masked copy of any file in
      *    the LAB2FIL layout - a generated master, a cycle run's
      *    LAB2UPD.TXT, a sorted file - fit to hand to vendors and the
      *    offshore test team.  PAKEXP and CSVEXP run against the
      *    masked copy give masked exports.  invoked with the file to
      *    mask and the file to write:
      *        maskdat LAB2UPD.TXT LAB2MASK.DAT
      *
      *    the masked copy keeps SEQUENCE-NO and DEPT exactly and
      *    changes everything that could identify an employee:
      *      NAME/ADDR - every distinct NAME and every distinct ADDR
      *                  in the file is given its own substitute
      *                  (MASKED NAME nnnnn / MASKED ADDR nnnnn), the
      *                  same substitute every time that original
      *                  appears, so records that shared a name and
      *                  address still share one and DUPMERGE finds
      *                  the same groups.  the numbers are dealt out
      *                  in a fresh random order each run, so they
      *                  say nothing about the originals' order.
      *      SALARY    - moved up or down by up to 10 percent, but
      *                  kept inside its PAYBRKT.CPY withholding
      *                  bracket, so PAYREG withholds at the same
      *                  rate from the masked file.
      *      ZIP       - cut back to its leading five digits, the
      *                  rest zeroed.
      *      HIRE-DATE - moved back by the same number of days on
      *                  every record, drawn fresh each run and never
      *                  written anywhere, so tenure order survives
      *                  but the real dates can't be worked back.
      *                  moving back never puts a hire in the future,
      *                  which EDITCHK would reject.  a date that
      *                  isn't a real calendar date is left as it is.
      *
      *    the file is read three times: once to collect the distinct
      *    NAME and ADDR values and the DEPT distribution, once to
      *    write the masked copy, and once more, side by side with the
      *    masked copy, to write MASKCERT.TXT - the masking
      *    certificate.  it proves from the file as written that the
      *    record count and the DEPT distribution are unchanged, that
      *    SEQUENCE-NO and DEPT were kept on every record, that every
      *    SALARY stayed in its bracket, and that no record in the
      *    masked copy carries an original NAME together with an
      *    original ADDR.  a failed check makes the verdict FAIL and
      *    the return code 8 - the copy must not be sent.
      *
      *    the header and trailer control records (CTLREC.CPY) are not
      *    masked or copied.  the original's trailers are proved
      *    against what the first pass read, and the masked copy gets
      *    one header - the run id and creation date off the
      *    original's first header - and its own trailer over the
      *    masked records, proved in turn on the third pass.  both
      *    proofs go on the certificate; a break in either is a FAIL.
      *    the file being masked is often another run's, so a break
      *    is not logged to CTLBRK.TXT.
      *
      *    up to 5000 distinct NAMEs and 5000 distinct ADDRs, the size
      *    of the POOLREC.CPY pools the generators draw from.  more
      *    than that, a bad command line or a file that will not open
      *    is a hard stop with the reason on display and return code
      *    16, the same as MSTDELTA.
       environment division.
       input-output section.
       file-control.
           SELECT inpfil ASSIGN TO mk-input-file
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS inpfil-stat.
      *
           SELECT outfil ASSIGN TO mk-output-file
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS outfil-stat.
      *
           SELECT certrpt ASSIGN TO "MASKCERT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS certrpt-stat.
      *
       data division.
       file section.
       fd inpfil.
           COPY lab2rec.
      *
       fd outfil.
           COPY lab2rec REPLACING lab2fil-record BY out-record.
      *
       FD certrpt.
       01 certrpt-record.
           05 certrpt-line  PIC X(132).
      *
       working-storage section.
       77 inpfil-stat     PIC xx.
       77 outfil-stat     PIC xx.
       77 certrpt-stat    PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
           COPY paybrkt.
      *
       77 mk-command-line   PIC X(130).
       77 mk-input-file     PIC X(60).
       77 mk-output-file    PIC X(60).
       77 mk-run-date       PIC 9(08).
       01 mk-time-var.
           05 mk-time-hhmmss     PIC 9(6).
           05 mk-time-hundredths PIC 9(2).
       77 mk-seed-random    PIC V9(9).
      *
      *    the per-run hire-date offset, in days.  held here only -
      *    it is never displayed or written.
       77 mk-shift-days     PIC 9(03) COMP.
       77 mk-hire-day-no    PIC 9(07).
      *
      *    the distinct originals, in one table kept in order of the
      *    type byte (A for ADDR, N for NAME) plus the value, so one
      *    binary search serves both.  the ADDR entries therefore sit
      *    ahead of the NAME entries.  each entry carries the number
      *    its substitute is built from.
       77 mk-value-used     PIC 9(05) COMP.
       77 mk-name-distinct  PIC 9(05) COMP.
       77 mk-addr-distinct  PIC 9(05) COMP.
       01 mk-value-table.
           05 mk-value-entry OCCURS 10000 TIMES.
               10 mk-value-key.
                   15 mk-value-type  PIC X(01).
                   15 mk-value-text  PIC X(25).
               10 mk-value-number    PIC 9(05).
       01 mk-look-key.
           05 mk-look-type      PIC X(01).
           05 mk-look-text      PIC X(25).
       77 mk-look-found     PIC X(01).
       77 mk-look-index     PIC 9(05) COMP.
       77 mk-low            PIC 9(05) COMP.
       77 mk-high           PIC 9(05) COMP.
       77 mk-mid            PIC 9(05) COMP.
       77 mk-shift-index    PIC 9(05) COMP.
      *
      *    the shuffled substitute numbers for one type at a time -
      *    dealt 1 thru n, then shuffled by swapping each slot with
      *    a randomly chosen one at or below it.
       77 mk-deal-count     PIC 9(05) COMP.
       77 mk-deal-index     PIC 9(05) COMP.
       77 mk-swap-index     PIC 9(05) COMP.
       77 mk-swap-hold      PIC 9(05).
       77 mk-first-entry    PIC 9(05) COMP.
       01 mk-deal-table.
           05 mk-deal-number PIC 9(05) OCCURS 5000 TIMES.
      *
       01 mk-substitute.
           05 mk-substitute-label  PIC X(12).
           05 mk-substitute-number PIC 9(05).
           05 FILLER               PIC X(08) VALUE SPACES.
      *
      *    salary perturbation - the bracket a SALARY falls in and
      *    that bracket's floor and ceiling.
       77 mk-band-index     PIC 9(01) COMP.
       77 mk-band-found     PIC X(01).
       77 mk-band-floor     PIC 9(7)V99.
       77 mk-band-ceiling   PIC 9(7)V99.
       77 mk-in-band        PIC 9(01) COMP.
       77 mk-out-band       PIC 9(01) COMP.
       77 mk-new-salary     PIC 9(8)V99.
       77 mk-look-salary    PIC 9(7)V99.
       77 mk-zip-lead       PIC 9(05).
      *
       77 mk-input-count    PIC 9(7).
       77 mk-masked-count   PIC 9(7).
       77 mk-cert-in-count  PIC 9(7).
       77 mk-cert-out-count PIC 9(7).
       77 mk-seq-breaks     PIC 9(7).
       77 mk-dept-breaks    PIC 9(7).
       77 mk-band-breaks    PIC 9(7).
       77 mk-exposed-pairs  PIC 9(7).
       77 mk-undated-count  PIC 9(7).
       77 mk-dist-breaks    PIC 9(02) COMP.
       77 mk-in-eof         PIC X(01).
       77 mk-out-eof        PIC X(01).
       77 mk-name-original  PIC X(01).
       77 mk-result         PIC X(04).
       77 mk-check-title    PIC X(19).
       77 mk-check-failures PIC 9(7).
       77 mk-verdict        PIC X(04).
      *
      *    control totals - the original's, and the masked copy's as
      *    written on the second pass and as read back on the third.
           COPY ctltot REPLACING ctl-totals BY inp-ctl.
           COPY ctltot REPLACING ctl-totals BY out-ctl.
           COPY ctlrec.
       01 ctl-image          PIC X(88).
       77 mk-header-found   PIC X(01).
       77 mk-control-name   PIC X(08).
       01 mk-control-result.
           05 mk-control-switch PIC X(01).
           05 mk-control-text   PIC X(80).
       01 mk-input-control  PIC X(81).
      *
      *    DEPT distribution before and after - the same 19 real
      *    slots plus the **** catch-all in slot 20 that PAYREG's
      *    department roll-up uses.
       77 mk-look-dept      PIC X(04).
       77 mk-dept-used      PIC 9(02) COMP.
       77 mk-dept-index     PIC 9(02) COMP.
       77 mk-dept-found     PIC X(01).
       01 mk-dept-table.
           05 mk-dept-entry OCCURS 20 TIMES.
               10 mk-dept-code      PIC X(04).
               10 mk-dept-in-count  PIC 9(7).
               10 mk-dept-out-count PIC 9(7).
      *
       01 mk-count-1-ed     PIC Z(6)9.
       01 mk-count-2-ed     PIC Z(6)9.
       01 mk-count-3-ed     PIC Z(6)9.
      *
       procedure division.
       main.
           PERFORM READ-MASK-REQUEST.
           ACCEPT mk-run-date FROM DATE YYYYMMDD.
           ACCEPT mk-time-var FROM TIME.
           MOVE FUNCTION RANDOM(mk-time-hhmmss + mk-time-hundredths)
               TO mk-seed-random.
           COMPUTE mk-shift-days = 1 + (FUNCTION RANDOM * 365).
           PERFORM COLLECT-ORIGINAL-VALUES.
           PERFORM ASSIGN-SUBSTITUTES.
           PERFORM WRITE-MASKED-FILE.
           PERFORM WRITE-MASKING-CERTIFICATE.
           IF mk-verdict = "PASS"
               MOVE 0 TO RETURN-CODE
               DISPLAY "MASKDAT DONE - CERTIFICATE PASS - SEE "
                   "MASKCERT.TXT"
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "MASKDAT DONE - CERTIFICATE FAIL - DO NOT "
                   "RELEASE " mk-output-file
           END-IF.
           stop run.
      *
       READ-MASK-REQUEST.
           ACCEPT mk-command-line FROM COMMAND-LINE.
           UNSTRING mk-command-line DELIMITED BY ALL " "
               INTO mk-input-file, mk-output-file.
           IF mk-input-file = SPACES OR mk-output-file = SPACES
               DISPLAY "MASKDAT USAGE - MASKDAT <LAB2FIL-LAYOUT FILE> "
                   "<MASKED COPY>"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF mk-input-file = mk-output-file
               DISPLAY "MASKDAT ERROR - THE MASKED COPY CANNOT "
                   "OVERWRITE THE FILE BEING MASKED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       OPEN-INPUT-FILE.
           OPEN INPUT inpfil.
           IF inpfil-stat NOT = "00"
               DISPLAY "MASKDAT ERROR - " mk-input-file
               DISPLAY "MASKDAT WILL NOT OPEN - FILE STATUS "
                   inpfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    first pass - the distinct NAME and ADDR values and the
      *    input side of the DEPT distribution.
       COLLECT-ORIGINAL-VALUES.
           MOVE 0 TO mk-value-used.
           MOVE 0 TO mk-name-distinct.
           MOVE 0 TO mk-addr-distinct.
           MOVE 0 TO mk-input-count.
           MOVE 0 TO mk-dept-used.
           INITIALIZE mk-dept-table.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-INPUT-FILE.
           MOVE "N" TO mk-in-eof.
           PERFORM COLLECT-ONE-RECORD UNTIL mk-in-eof = "Y".
           CLOSE inpfil.
           MOVE "V" TO ctl-function IN inp-ctl.
           CALL "ctltally" USING inp-ctl, ctl-image.
           MOVE ctl-break-switch IN inp-ctl TO mk-control-switch.
           MOVE ctl-break-text IN inp-ctl TO mk-control-text.
           MOVE mk-control-result TO mk-input-control.
      *
       COLLECT-ONE-RECORD.
           PERFORM READ-ORIGINAL-RECORD.
           IF inpfil-stat = "00" AND ctl-header-record IN inp-ctl
               AND mk-header-found = "N"
               MOVE "Y" TO mk-header-found
               MOVE lab2fil-record TO lab2-control-record
               MOVE lctl-run-id TO ctl-run-id IN out-ctl
               MOVE lctl-created TO ctl-created IN out-ctl
           END-IF.
           IF inpfil-stat = "00" AND ctl-data-record IN inp-ctl
               ADD 1 TO mk-input-count
               MOVE dept IN lab2fil-record TO mk-look-dept
               PERFORM FIND-OR-ADD-DEPT
               ADD 1 TO mk-dept-in-count (mk-dept-index)
               MOVE "A" TO mk-look-type
               MOVE addr IN lab2fil-record TO mk-look-text
               PERFORM ADD-ORIGINAL-VALUE
               MOVE "N" TO mk-look-type
               MOVE name IN lab2fil-record TO mk-look-text
               PERFORM ADD-ORIGINAL-VALUE
           END-IF.
      *
      *    every read of the original is tallied, so each pass can
      *    tell its control records from its data records.
       READ-ORIGINAL-RECORD.
           READ inpfil.
           EVALUATE inpfil-stat
               WHEN "00"
                   MOVE "R" TO ctl-function IN inp-ctl
                   CALL "ctltally" USING inp-ctl, lab2fil-record
               WHEN "10"
                   MOVE "Y" TO mk-in-eof
               WHEN OTHER
                   MOVE "READ INPFIL" TO io-operation-desc
                   MOVE inpfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
      *    the masked copy is one whole file however many partitions
      *    the original came in.  with no header on the original it
      *    carries a blank run id and today's date.
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN inp-ctl.
           MOVE "M" TO ctl-file-type IN out-ctl.
           MOVE "MASKDAT" TO ctl-program IN inp-ctl.
           MOVE "MASKDAT" TO ctl-program IN out-ctl.
           MOVE mk-input-file TO ctl-file-name IN inp-ctl.
           MOVE mk-output-file TO ctl-file-name IN out-ctl.
           MOVE "N" TO ctl-log-switch IN inp-ctl.
           MOVE "N" TO ctl-log-switch IN out-ctl.
           MOVE SPACES TO ctl-run-id IN out-ctl.
           MOVE mk-run-date TO ctl-created IN out-ctl.
           MOVE 1 TO ctl-part-count IN out-ctl.
           MOVE "N" TO mk-header-found.
           MOVE "B" TO ctl-function IN inp-ctl.
           CALL "ctltally" USING inp-ctl, ctl-image.
      *
      *    a value not yet in the table goes in at the slot the
      *    search stopped at, everything above it moving up one.
       ADD-ORIGINAL-VALUE.
           PERFORM SEARCH-VALUE-TABLE.
           IF mk-look-found = "N"
               IF mk-look-type = "A"
                   IF mk-addr-distinct = 5000
                       DISPLAY "MASKDAT ERROR - MORE THAN 5000 "
                           "DISTINCT ADDR VALUES - NOT MASKED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO mk-addr-distinct
               ELSE
                   IF mk-name-distinct = 5000
                       DISPLAY "MASKDAT ERROR - MORE THAN 5000 "
                           "DISTINCT NAME VALUES - NOT MASKED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO mk-name-distinct
               END-IF
               MOVE mk-value-used TO mk-shift-index
               PERFORM SHIFT-ONE-VALUE-UP
                   UNTIL mk-shift-index < mk-look-index
               ADD 1 TO mk-value-used
               MOVE mk-look-key TO mk-value-key (mk-look-index)
               MOVE 0 TO mk-value-number (mk-look-index)
           END-IF.
      *
       SHIFT-ONE-VALUE-UP.
           MOVE mk-value-entry (mk-shift-index)
               TO mk-value-entry (mk-shift-index + 1).
           SUBTRACT 1 FROM mk-shift-index.
      *
      *    binary search on type plus value.  found - MK-LOOK-INDEX
      *    is the entry; not found - it is where the value belongs.
       SEARCH-VALUE-TABLE.
           MOVE "N" TO mk-look-found.
           MOVE 1 TO mk-low.
           MOVE mk-value-used TO mk-high.
           PERFORM PROBE-VALUE-TABLE
               UNTIL mk-look-found = "Y" OR mk-low > mk-high.
           IF mk-look-found = "N"
               MOVE mk-low TO mk-look-index
           END-IF.
      *
       PROBE-VALUE-TABLE.
           COMPUTE mk-mid = (mk-low + mk-high) / 2.
           EVALUATE TRUE
               WHEN mk-value-key (mk-mid) = mk-look-key
                   MOVE "Y" TO mk-look-found
                   MOVE mk-mid TO mk-look-index
               WHEN mk-value-key (mk-mid) < mk-look-key
                   COMPUTE mk-low = mk-mid + 1
               WHEN OTHER
                   COMPUTE mk-high = mk-mid - 1
           END-EVALUATE.
      *
      *    the ADDR entries are 1 thru MK-ADDR-DISTINCT and the NAME
      *    entries follow them; each type gets its own shuffled deal
      *    of the numbers 1 thru its own count.
       ASSIGN-SUBSTITUTES.
           MOVE mk-addr-distinct TO mk-deal-count.
           MOVE 1 TO mk-first-entry.
           PERFORM DEAL-SUBSTITUTE-NUMBERS.
           MOVE mk-name-distinct TO mk-deal-count.
           COMPUTE mk-first-entry = mk-addr-distinct + 1.
           PERFORM DEAL-SUBSTITUTE-NUMBERS.
      *
       DEAL-SUBSTITUTE-NUMBERS.
           MOVE 0 TO mk-deal-index.
           PERFORM DEAL-ONE-NUMBER mk-deal-count TIMES.
           MOVE mk-deal-count TO mk-deal-index.
           PERFORM SHUFFLE-ONE-NUMBER
               UNTIL mk-deal-index < 2.
           MOVE 0 TO mk-deal-index.
           PERFORM GIVE-ONE-NUMBER mk-deal-count TIMES.
      *
       DEAL-ONE-NUMBER.
           ADD 1 TO mk-deal-index.
           MOVE mk-deal-index TO mk-deal-number (mk-deal-index).
      *
       SHUFFLE-ONE-NUMBER.
           COMPUTE mk-swap-index =
               1 + (FUNCTION RANDOM * mk-deal-index).
           MOVE mk-deal-number (mk-deal-index) TO mk-swap-hold.
           MOVE mk-deal-number (mk-swap-index)
               TO mk-deal-number (mk-deal-index).
           MOVE mk-swap-hold TO mk-deal-number (mk-swap-index).
           SUBTRACT 1 FROM mk-deal-index.
      *
       GIVE-ONE-NUMBER.
           ADD 1 TO mk-deal-index.
           MOVE mk-deal-number (mk-deal-index)
               TO mk-value-number (mk-first-entry + mk-deal-index - 1).
      *
      *    second pass - the masked copy itself.
       WRITE-MASKED-FILE.
           MOVE 0 TO mk-masked-count.
           MOVE 0 TO mk-undated-count.
           PERFORM OPEN-INPUT-FILE.
           OPEN OUTPUT outfil.
           IF outfil-stat NOT = "00"
               DISPLAY "MASKDAT ERROR - " mk-output-file
               DISPLAY "MASKDAT WILL NOT OPEN - FILE STATUS "
                   outfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "B" TO ctl-function IN inp-ctl.
           CALL "ctltally" USING inp-ctl, ctl-image.
           MOVE "B" TO ctl-function IN out-ctl.
           CALL "ctltally" USING out-ctl, ctl-image.
           MOVE "H" TO ctl-function IN out-ctl.
           CALL "ctltally" USING out-ctl, ctl-image.
           WRITE out-record FROM ctl-image.
           MOVE "WRITE OUT-RECORD (HEADER)" TO io-operation-desc.
           MOVE outfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "N" TO mk-in-eof.
           PERFORM MASK-ONE-RECORD UNTIL mk-in-eof = "Y".
           MOVE "T" TO ctl-function IN out-ctl.
           CALL "ctltally" USING out-ctl, ctl-image.
           WRITE out-record FROM ctl-image.
           MOVE "WRITE OUT-RECORD (TRAILER)" TO io-operation-desc.
           MOVE outfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE inpfil.
           CLOSE outfil.
           MOVE "CLOSE OUTFIL" TO io-operation-desc.
           MOVE outfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       MASK-ONE-RECORD.
           PERFORM READ-ORIGINAL-RECORD.
           IF inpfil-stat = "00" AND ctl-data-record IN inp-ctl
               PERFORM BUILD-MASKED-RECORD
               WRITE out-record
               MOVE "WRITE OUT-RECORD" TO io-operation-desc
               MOVE outfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               MOVE "R" TO ctl-function IN out-ctl
               CALL "ctltally" USING out-ctl, out-record
               ADD 1 TO mk-masked-count
           END-IF.
      *
       BUILD-MASKED-RECORD.
           MOVE lab2fil-record TO out-record.
      *
           MOVE "N" TO mk-look-type.
           MOVE name IN lab2fil-record TO mk-look-text.
           PERFORM SEARCH-VALUE-TABLE.
           MOVE "MASKED NAME " TO mk-substitute-label.
           MOVE mk-value-number (mk-look-index)
               TO mk-substitute-number.
           MOVE mk-substitute TO name IN out-record.
      *
           MOVE "A" TO mk-look-type.
           MOVE addr IN lab2fil-record TO mk-look-text.
           PERFORM SEARCH-VALUE-TABLE.
           MOVE "MASKED ADDR " TO mk-substitute-label.
           MOVE mk-value-number (mk-look-index)
               TO mk-substitute-number.
           MOVE mk-substitute TO addr IN out-record.
      *
           DIVIDE zip IN lab2fil-record BY 100000
               GIVING mk-zip-lead.
           COMPUTE zip IN out-record = mk-zip-lead * 100000.
      *
           PERFORM PERTURB-SALARY.
      *
           MOVE 0 TO mk-hire-day-no.
           IF hire-date IN lab2fil-record NUMERIC
               AND hire-date IN lab2fil-record > 16010101
               COMPUTE mk-hire-day-no = FUNCTION INTEGER-OF-DATE
                   (hire-date IN lab2fil-record)
           END-IF.
           IF mk-hire-day-no > mk-shift-days
               COMPUTE hire-date IN out-record =
                   FUNCTION DATE-OF-INTEGER
                       (mk-hire-day-no - mk-shift-days)
           ELSE
               ADD 1 TO mk-undated-count
           END-IF.
      *
      *    up or down by up to 10 percent, then pulled back inside the
      *    bracket the original SALARY falls in.
       PERTURB-SALARY.
           MOVE salary IN lab2fil-record TO mk-look-salary.
           PERFORM FIND-SALARY-BAND.
           MOVE mk-band-index TO mk-in-band.
           COMPUTE mk-new-salary ROUNDED =
               salary IN lab2fil-record
                   * (0.90 + (FUNCTION RANDOM * 0.20)).
           IF mk-new-salary < mk-band-floor
               MOVE mk-band-floor TO mk-new-salary
           END-IF.
           IF mk-new-salary > mk-band-ceiling
               MOVE mk-band-ceiling TO mk-new-salary
           END-IF.
           MOVE mk-new-salary TO salary IN out-record.
      *
      *    the first bracket whose limit is not below the SALARY, the
      *    same rule PAYREG withholds by.  the floor is a cent above
      *    the bracket below's limit.
       FIND-SALARY-BAND.
           MOVE 0 TO mk-band-index.
           MOVE "N" TO mk-band-found.
           PERFORM TRY-ONE-BAND UNTIL mk-band-found = "Y".
           IF mk-band-index = 1
               MOVE 0 TO mk-band-floor
           ELSE
               COMPUTE mk-band-floor =
                   pay-bracket-limit (mk-band-index - 1) + 0.01
           END-IF.
           MOVE pay-bracket-limit (mk-band-index) TO mk-band-ceiling.
      *
       TRY-ONE-BAND.
           ADD 1 TO mk-band-index.
           IF mk-look-salary NOT > pay-bracket-limit (mk-band-index)
               OR mk-band-index = 4
               MOVE "Y" TO mk-band-found
           END-IF.
      *
       FIND-OR-ADD-DEPT.
           MOVE "N" TO mk-dept-found.
           MOVE 0 TO mk-dept-index.
           PERFORM FIND-DEPT-SLOT
               UNTIL mk-dept-found = "Y"
                   OR mk-dept-index = mk-dept-used.
           IF mk-dept-found = "N"
               IF mk-dept-used < 19
                   ADD 1 TO mk-dept-used
                   MOVE mk-dept-used TO mk-dept-index
                   MOVE mk-look-dept TO mk-dept-code (mk-dept-index)
               ELSE
                   MOVE 20 TO mk-dept-index
                   MOVE "****" TO mk-dept-code (20)
                   IF mk-dept-used < 20
                       MOVE 20 TO mk-dept-used
                   END-IF
               END-IF
           END-IF.
      *
       FIND-DEPT-SLOT.
           ADD 1 TO mk-dept-index.
           IF mk-dept-code (mk-dept-index) = mk-look-dept
               MOVE "Y" TO mk-dept-found
           END-IF.
      *
      *    third pass - the original and the masked copy read side by
      *    side, so every figure on the certificate comes from the
      *    masked file as it actually sits on disk.
       WRITE-MASKING-CERTIFICATE.
           MOVE 0 TO mk-cert-in-count.
           MOVE 0 TO mk-cert-out-count.
           MOVE 0 TO mk-seq-breaks.
           MOVE 0 TO mk-dept-breaks.
           MOVE 0 TO mk-band-breaks.
           MOVE 0 TO mk-exposed-pairs.
           MOVE "PASS" TO mk-verdict.
           MOVE "B" TO ctl-function IN inp-ctl.
           CALL "ctltally" USING inp-ctl, ctl-image.
           MOVE "B" TO ctl-function IN out-ctl.
           CALL "ctltally" USING out-ctl, ctl-image.
           PERFORM OPEN-INPUT-FILE.
           OPEN INPUT outfil.
           IF outfil-stat NOT = "00"
               DISPLAY "MASKDAT ERROR - " mk-output-file
               DISPLAY "MASKDAT WILL NOT REOPEN - FILE STATUS "
                   outfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT certrpt.
           MOVE "OPEN OUTPUT CERTRPT" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "N" TO mk-in-eof.
           MOVE "N" TO mk-out-eof.
           PERFORM CERTIFY-ONE-PAIR
               UNTIL mk-in-eof = "Y" AND mk-out-eof = "Y".
           CLOSE inpfil.
           CLOSE outfil.
           MOVE "V" TO ctl-function IN out-ctl.
           CALL "ctltally" USING out-ctl, ctl-image.
           PERFORM WRITE-CERTIFICATE-HEADING.
           PERFORM WRITE-RECORD-COUNT-CHECK.
           PERFORM WRITE-DEPT-DISTRIBUTION.
           PERFORM WRITE-RECORD-CHECKS.
           PERFORM WRITE-CONTROL-CHECKS.
           PERFORM WRITE-CERTIFICATE-SUMMARY.
           CLOSE certrpt.
           MOVE "CLOSE CERTRPT" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the control records on either side are stepped over, so
      *    the data records pair off as they were masked.
       CERTIFY-ONE-PAIR.
           IF mk-in-eof = "N"
               PERFORM READ-ORIGINAL-RECORD
               PERFORM READ-ORIGINAL-RECORD
                   UNTIL mk-in-eof = "Y" OR ctl-data-record IN inp-ctl
               IF mk-in-eof = "N"
                   ADD 1 TO mk-cert-in-count
               END-IF
           END-IF.
           IF mk-out-eof = "N"
               PERFORM READ-MASKED-RECORD
               PERFORM READ-MASKED-RECORD
                   UNTIL mk-out-eof = "Y" OR ctl-data-record IN out-ctl
               IF mk-out-eof = "N"
                   ADD 1 TO mk-cert-out-count
                   PERFORM CERTIFY-MASKED-RECORD
               END-IF
           END-IF.
           IF inpfil-stat = "00" AND outfil-stat = "00"
               PERFORM CERTIFY-AGAINST-ORIGINAL
           END-IF.
      *
       READ-MASKED-RECORD.
           READ outfil.
           EVALUATE outfil-stat
               WHEN "00"
                   MOVE "R" TO ctl-function IN out-ctl
                   CALL "ctltally" USING out-ctl, out-record
               WHEN "10"
                   MOVE "Y" TO mk-out-eof
               WHEN OTHER
                   MOVE "READ OUTFIL" TO io-operation-desc
                   MOVE outfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
      *    the output side of the DEPT distribution, and the check
      *    that matters most: a masked record whose NAME is one of the
      *    original NAMEs and whose ADDR is one of the original ADDRs
      *    could be carrying a real name/address pair.
       CERTIFY-MASKED-RECORD.
           MOVE dept IN out-record TO mk-look-dept.
           PERFORM FIND-OR-ADD-DEPT.
           ADD 1 TO mk-dept-out-count (mk-dept-index).
           MOVE "N" TO mk-look-type.
           MOVE name IN out-record TO mk-look-text.
           PERFORM SEARCH-VALUE-TABLE.
           MOVE mk-look-found TO mk-name-original.
           MOVE "A" TO mk-look-type.
           MOVE addr IN out-record TO mk-look-text.
           PERFORM SEARCH-VALUE-TABLE.
           IF mk-name-original = "Y" AND mk-look-found = "Y"
               ADD 1 TO mk-exposed-pairs
           END-IF.
      *
       CERTIFY-AGAINST-ORIGINAL.
           IF sequence-no IN out-record
               NOT = sequence-no IN lab2fil-record
               ADD 1 TO mk-seq-breaks
           END-IF.
           IF dept IN out-record NOT = dept IN lab2fil-record
               ADD 1 TO mk-dept-breaks
           END-IF.
           MOVE salary IN lab2fil-record TO mk-look-salary.
           PERFORM FIND-SALARY-BAND.
           MOVE mk-band-index TO mk-in-band.
           MOVE salary IN out-record TO mk-look-salary.
           PERFORM FIND-SALARY-BAND.
           MOVE mk-band-index TO mk-out-band.
           IF mk-in-band NOT = mk-out-band
               ADD 1 TO mk-band-breaks
           END-IF.
      *
       WRITE-CERTIFICATE-HEADING.
           INITIALIZE certrpt-record.
           STRING "MASKING CERTIFICATE RUN-DATE=", DELIMITED BY SIZE,
               mk-run-date, DELIMITED BY SIZE,
               " ORIGINAL=", DELIMITED BY SIZE,
               mk-input-file, DELIMITED BY SPACE,
               " MASKED=", DELIMITED BY SIZE,
               mk-output-file, DELIMITED BY SPACE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (HEADING)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE mk-name-distinct TO mk-count-1-ed.
           MOVE mk-addr-distinct TO mk-count-2-ed.
           MOVE mk-undated-count TO mk-count-3-ed.
           INITIALIZE certrpt-record.
           STRING "REPLACED DISTINCT-NAMES=", DELIMITED BY SIZE,
               mk-count-1-ed, DELIMITED BY SIZE,
               " DISTINCT-ADDRS=", DELIMITED BY SIZE,
               mk-count-2-ed, DELIMITED BY SIZE,
               " HIRE-DATES-NOT-SHIFTED=", DELIMITED BY SIZE,
               mk-count-3-ed, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (REPLACED)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-RECORD-COUNT-CHECK.
           IF mk-cert-in-count = mk-cert-out-count
               AND mk-cert-in-count = mk-input-count
               MOVE "PASS" TO mk-result
           ELSE
               MOVE "FAIL" TO mk-result
               MOVE "FAIL" TO mk-verdict
           END-IF.
           MOVE mk-cert-in-count TO mk-count-1-ed.
           MOVE mk-cert-out-count TO mk-count-2-ed.
           INITIALIZE certrpt-record.
           STRING "CHECK RECORD-COUNT ORIGINAL=", DELIMITED BY SIZE,
               mk-count-1-ed, DELIMITED BY SIZE,
               " MASKED=", DELIMITED BY SIZE,
               mk-count-2-ed, DELIMITED BY SIZE,
               " RESULT=", DELIMITED BY SIZE,
               mk-result, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (COUNT)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-DEPT-DISTRIBUTION.
           MOVE 0 TO mk-dist-breaks.
           MOVE 0 TO mk-dept-index.
           PERFORM WRITE-ONE-DEPT-LINE mk-dept-used TIMES.
      *
       WRITE-ONE-DEPT-LINE.
           ADD 1 TO mk-dept-index.
           IF mk-dept-in-count (mk-dept-index)
               = mk-dept-out-count (mk-dept-index)
               MOVE "PASS" TO mk-result
           ELSE
               MOVE "FAIL" TO mk-result
               MOVE "FAIL" TO mk-verdict
               ADD 1 TO mk-dist-breaks
           END-IF.
           MOVE mk-dept-in-count (mk-dept-index) TO mk-count-1-ed.
           MOVE mk-dept-out-count (mk-dept-index) TO mk-count-2-ed.
           INITIALIZE certrpt-record.
           STRING "CHECK DEPT-DISTRIBUTION DEPT=", DELIMITED BY SIZE,
               mk-dept-code (mk-dept-index), DELIMITED BY SIZE,
               " ORIGINAL=", DELIMITED BY SIZE,
               mk-count-1-ed, DELIMITED BY SIZE,
               " MASKED=", DELIMITED BY SIZE,
               mk-count-2-ed, DELIMITED BY SIZE,
               " RESULT=", DELIMITED BY SIZE,
               mk-result, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (DEPT)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-RECORD-CHECKS.
           MOVE "SEQUENCE-NO-KEPT" TO mk-check-title.
           MOVE mk-seq-breaks TO mk-check-failures.
           PERFORM WRITE-ONE-RECORD-CHECK.
           MOVE "DEPT-KEPT" TO mk-check-title.
           MOVE mk-dept-breaks TO mk-check-failures.
           PERFORM WRITE-ONE-RECORD-CHECK.
           MOVE "SALARY-IN-BRACKET" TO mk-check-title.
           MOVE mk-band-breaks TO mk-check-failures.
           PERFORM WRITE-ONE-RECORD-CHECK.
           MOVE "NO-ORIGINAL-PAIRS" TO mk-check-title.
           MOVE mk-exposed-pairs TO mk-check-failures.
           PERFORM WRITE-ONE-RECORD-CHECK.
      *
       WRITE-ONE-RECORD-CHECK.
           IF mk-check-failures = 0
               MOVE "PASS" TO mk-result
           ELSE
               MOVE "FAIL" TO mk-result
               MOVE "FAIL" TO mk-verdict
           END-IF.
           MOVE mk-check-failures TO mk-count-1-ed.
           INITIALIZE certrpt-record.
           STRING "CHECK ", DELIMITED BY SIZE,
               mk-check-title, DELIMITED BY SIZE,
               "RECORDS-FAILING=", DELIMITED BY SIZE,
               mk-count-1-ed, DELIMITED BY SIZE,
               " RESULT=", DELIMITED BY SIZE,
               mk-result, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (CHECK)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    CHECK CONTROL-TOTALS FILE=xxxxxxxx RESULT=xxxx [text] -
      *    the original's trailers against the first pass, and the
      *    masked copy's trailer against the copy as read back.
       WRITE-CONTROL-CHECKS.
           MOVE "ORIGINAL" TO mk-control-name.
           MOVE mk-input-control TO mk-control-result.
           PERFORM WRITE-ONE-CONTROL-CHECK.
           MOVE "MASKED" TO mk-control-name.
           MOVE ctl-break-switch IN out-ctl TO mk-control-switch.
           MOVE ctl-break-text IN out-ctl TO mk-control-text.
           PERFORM WRITE-ONE-CONTROL-CHECK.
      *
       WRITE-ONE-CONTROL-CHECK.
           IF mk-control-switch = "Y"
               MOVE "FAIL" TO mk-result
               MOVE "FAIL" TO mk-verdict
           ELSE
               MOVE "PASS" TO mk-result
               MOVE SPACES TO mk-control-text
           END-IF.
           INITIALIZE certrpt-record.
           STRING "CHECK CONTROL-TOTALS FILE=", DELIMITED BY SIZE,
               mk-control-name, DELIMITED BY SIZE,
               " RESULT=", DELIMITED BY SIZE,
               mk-result, DELIMITED BY SIZE,
               " ", DELIMITED BY SIZE,
               mk-control-text, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (CONTROL)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    SUMMARY RECORDS=zzzzzz9 DEPTS=zzzzzz9 EXPOSED-PAIRS=zzzzzz9
      *    VERDICT=xxxx
       WRITE-CERTIFICATE-SUMMARY.
           MOVE mk-cert-out-count TO mk-count-1-ed.
           MOVE mk-dept-used TO mk-count-2-ed.
           MOVE mk-exposed-pairs TO mk-count-3-ed.
           INITIALIZE certrpt-record.
           STRING "SUMMARY RECORDS=", DELIMITED BY SIZE,
               mk-count-1-ed, DELIMITED BY SIZE,
               " DEPTS=", DELIMITED BY SIZE,
               mk-count-2-ed, DELIMITED BY SIZE,
               " EXPOSED-PAIRS=", DELIMITED BY SIZE,
               mk-count-3-ed, DELIMITED BY SIZE,
               " VERDICT=", DELIMITED BY SIZE,
               mk-verdict, DELIMITED BY SIZE,
               INTO certrpt-record.
           WRITE certrpt-record.
           MOVE "WRITE CERTRPT (SUMMARY)" TO io-operation-desc.
           MOVE certrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "MASKDAT I/O ERROR ON " io-operation-desc
               DISPLAY "MASKDAT FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
