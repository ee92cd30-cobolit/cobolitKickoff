      *
       identification division.
       program-id.  mstdelta.
      *    standalone operator utility that compares two archived
      *    runs' masters record by record - the question neither
      *    RERUNRPT (one run's reports) nor PERCLOSE (one period's
      *    balance) answers: which employees differ between these two
      *    nights, and how.  invoked with the earlier run, the later
      *    run and optionally which master to compare:
      *        mstdelta RUNS/20260301_01234567890
      *                 RUNS/20260302_09876543210 CLOSING
      *    each run is either its RUNS/<date>_<run-id> archive
      *    directory (with or without a leading path) or its 19-digit
      *    RUNCAT.IDX key, <date><run-id>, which stands for
      *    RUNS/<date>_<run-id>.  either way the run has to be in the
      *    run catalog.  CLOSING (the default) compares the two
      *    closing masters MATCHMRG left as LAB2UPD.TXT - the cycle-
      *    mode view, which employees moved the closing balance
      *    between two nights; INPUT compares the two runs' input
      *    masters - the rerun view, whether a rerun quietly produced
      *    different data from the original.
      *
      *    the two masters are read straight out of the archive
      *    directories - nothing is copied back into the working
      *    directory, where a live run's own LAB2UPD.TXT may be.
      *    both are in SEQUENCE-NO order (the generation loop writes
      *    them that way and MATCHMRG keeps it), so a balanced-line
      *    match finds the adds (in the later run only), the drops
      *    (in the earlier run only) and, for the rest, any change to
      *    NAME, ADDR, ZIP, DEPT or SALARY, one line per changed
      *    field with its before and after values.  MSTDELTA.TXT
      *    ends with the net SALARY movement by DEPT - each record's
      *    SALARY counted under its own DEPT on each side, so a
      *    transfer shows as movement out of one DEPT and into the
      *    other - and the summary counts.
      *
      *    like RERUNRPT, a bad command line, a run missing from the
      *    catalog or a master that will not open is a hard stop with
      *    the reason on display.  a master out of SEQUENCE-NO order
      *    stops the comparison too - a balanced-line match over one
      *    would report phantom adds and drops.  the return code is 0
      *    when the two masters match exactly and 4 when they differ,
      *    so a rerun check can be scheduled and alarmed on.
      *
      *    each master's header and trailer control records are
      *    stepped over by the match and proved at end of file, the
      *    result on MSTDELTA.TXT - a master archived before the
      *    control records existed says so there.  these are another
      *    run's files, so a break is not logged to CTLBRK.TXT.
       environment division.
       input-output section.
       file-control.
           SELECT parmfil ASSIGN TO "PARMFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS parmfil-stat.
      *
           SELECT runcatfil ASSIGN TO "RUNCAT.IDX"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS runcat-run-key
           FILE STATUS IS runcatfil-stat.
      *
           SELECT bfrfil ASSIGN TO md-before-file
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bfrfil-stat.
      *
           SELECT aftfil ASSIGN TO md-after-file
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS aftfil-stat.
      *
           SELECT deltarpt ASSIGN TO "MSTDELTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS deltarpt-stat.
      *
       data division.
       file section.
       FD parmfil.
           COPY parmrec.
      *
       fd runcatfil.
           COPY runcat.
      *
       fd bfrfil.
           COPY lab2rec REPLACING lab2fil-record BY bfr-record.
      *
       fd aftfil.
           COPY lab2rec REPLACING lab2fil-record BY aft-record.
      *
      *    wide enough for a DEPT-MOVEMENT line with both SALARY
      *    totals and the net at full width (148 bytes).
       FD deltarpt.
       01 deltarpt-record.
           05 deltarpt-line  PIC X(160).
      *
       working-storage section.
       77 parmfil-stat    PIC xx.
       77 runcatfil-stat  PIC xx.
       77 bfrfil-stat     PIC xx.
       77 aftfil-stat     PIC xx.
       77 deltarpt-stat   PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 md-command-line   PIC X(100).
       77 md-before-arg     PIC X(40).
       77 md-after-arg      PIC X(40).
       77 md-compare-arg    PIC X(10).
      *
      *    one run argument at a time is resolved into its archive
      *    directory and catalog entry through these, then saved off
      *    to the BEFORE or AFTER side.
       77 md-run-arg        PIC X(40).
       77 md-run-len        PIC 9(02) COMP.
       77 md-trim-done      PIC X(01).
       77 md-run-dir        PIC X(40).
       77 md-run-dir-len    PIC 9(02) COMP.
       77 md-run-date-x     PIC X(08).
       77 md-run-id         PIC X(11).
       77 md-master-name    PIC X(15).
       77 md-path-name      PIC X(60).
      *
       77 md-before-dir     PIC X(40).
       77 md-after-dir      PIC X(40).
       77 md-before-file    PIC X(60).
       77 md-after-file     PIC X(60).
      *
      *    balanced-line control keys - the current SEQUENCE-NO from
      *    each master, HIGH-VALUES once that master is exhausted,
      *    the same scheme MATCHMRG uses.  the previous key on each
      *    side is kept for the sequence check.
       77 md-before-key     PIC X(07).
       77 md-after-key      PIC X(07).
       77 md-before-prev    PIC X(07).
       77 md-after-prev     PIC X(07).
      *
      *    one changed field, as printed.
       77 md-field-label    PIC X(06).
       77 md-before-value   PIC X(25).
       77 md-after-value    PIC X(25).
       77 md-record-changed PIC X(01).
       01 md-salary-ed      PIC Z(6)9.99.
      *
       77 md-before-count   PIC 9(7).
       77 md-after-count    PIC 9(7).
       77 md-add-count      PIC 9(7).
       77 md-drop-count     PIC 9(7).
       77 md-changed-count  PIC 9(7).
       77 md-same-count     PIC 9(7).
       77 md-name-count     PIC 9(7).
       77 md-addr-count     PIC 9(7).
       77 md-zip-count      PIC 9(7).
       77 md-dept-count     PIC 9(7).
       77 md-salary-count   PIC 9(7).
      *
      *    net SALARY movement per DEPT - the same 19 real slots plus
      *    the **** catch-all in slot 20 that PAYREG's department
      *    roll-up uses - and the all-DEPT totals.
       77 md-look-dept      PIC X(04).
       77 md-dept-used      PIC 9(02) COMP.
       77 md-dept-index     PIC 9(02) COMP.
       77 md-dept-found     PIC X(01).
       01 md-dept-table.
           05 md-dept-entry OCCURS 20 TIMES.
               10 md-dept-code          PIC X(04).
               10 md-dept-before-head   PIC 9(7).
               10 md-dept-after-head    PIC 9(7).
               10 md-dept-before-salary PIC 9(14)V99.
               10 md-dept-after-salary  PIC 9(14)V99.
       77 md-total-before-salary PIC 9(14)V99.
       77 md-total-after-salary  PIC 9(14)V99.
       77 md-net-movement   PIC S9(14)V99.
      *
       77 md-row-label      PIC X(04).
       77 md-row-before-head PIC 9(7).
       77 md-row-after-head PIC 9(7).
       77 md-row-before-salary PIC 9(14)V99.
       77 md-row-after-salary  PIC 9(14)V99.
       01 md-head-before-ed PIC Z(6)9.
       01 md-head-after-ed  PIC Z(6)9.
       01 md-sal-before-ed  PIC Z(13)9.99.
       01 md-sal-after-ed   PIC Z(13)9.99.
       01 md-net-ed         PIC -(14)9.99.
       01 md-count-1-ed     PIC Z(6)9.
       01 md-count-2-ed     PIC Z(6)9.
       01 md-count-3-ed     PIC Z(6)9.
       01 md-count-4-ed     PIC Z(6)9.
       01 md-count-5-ed     PIC Z(6)9.
       01 md-count-6-ed     PIC Z(6)9.
      *
           COPY ctltot REPLACING ctl-totals BY bfr-ctl.
           COPY ctltot REPLACING ctl-totals BY aft-ctl.
       01 ctl-image         PIC X(88).
       77 md-control-name   PIC X(07).
       77 md-control-switch PIC X(01).
       77 md-control-text   PIC X(80).
      *
       procedure division.
       main.
           PERFORM READ-DELTA-REQUEST.
           PERFORM READ-PARM-FILE.
           MOVE md-before-arg TO md-run-arg.
           PERFORM RESOLVE-RUN-ARGUMENT.
           MOVE md-run-dir TO md-before-dir.
           MOVE md-path-name TO md-before-file.
           MOVE md-after-arg TO md-run-arg.
           PERFORM RESOLVE-RUN-ARGUMENT.
           MOVE md-run-dir TO md-after-dir.
           MOVE md-path-name TO md-after-file.
           PERFORM COMPARE-MASTERS.
           IF md-add-count = 0 AND md-drop-count = 0
               AND md-changed-count = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "MSTDELTA DONE - SEE MSTDELTA.TXT".
           stop run.
      *
      *    all three tokens come off the one command line - a missing
      *    run or an unknown master choice is a hard stop with the
      *    usage on display, the same die-loudly policy RERUNRPT
      *    applies to its own command line.
       READ-DELTA-REQUEST.
           ACCEPT md-command-line FROM COMMAND-LINE.
           MOVE SPACES TO md-compare-arg.
           UNSTRING md-command-line DELIMITED BY ALL " "
               INTO md-before-arg, md-after-arg, md-compare-arg.
           IF md-before-arg = SPACES OR md-after-arg = SPACES
               DISPLAY "MSTDELTA USAGE - MSTDELTA <EARLIER-RUN> "
                   "<LATER-RUN> [CLOSING|INPUT]"
               DISPLAY "A RUN IS ITS RUNS/<DATE>_<RUN-ID> DIRECTORY "
                   "OR ITS <DATE><RUN-ID> CATALOG KEY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF md-compare-arg = SPACES
               MOVE "CLOSING" TO md-compare-arg
           END-IF.
           IF md-compare-arg NOT = "CLOSING"
               AND md-compare-arg NOT = "INPUT"
               DISPLAY "MSTDELTA ERROR - MASTER CHOICE "
                   md-compare-arg " IS NOT CLOSING OR INPUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    tolerant of PARMFIL not opening or reading cleanly, the
      *    same as RERUNRPT - a missing PARMFILE.DAT just leaves
      *    PARM-PLATFORM blank and unix path separators are the
      *    default.
       READ-PARM-FILE.
           OPEN INPUT parmfil.
           IF parmfil-stat = "00"
               READ parmfil
               CLOSE parmfil
           END-IF.
      *
      *    a catalog key is 19 digits, date then run id; anything
      *    else has to be an archive directory whose name ends in
      *    <date>_<run-id>, the shape SET-ARCHIVE-PATH builds and
      *    RERUNRPT parses.
       RESOLVE-RUN-ARGUMENT.
           MOVE 40 TO md-run-len.
           MOVE "N" TO md-trim-done.
           PERFORM TRIM-ONE-RUN-BLANK UNTIL md-trim-done = "Y".
           IF md-run-len = 19 AND md-run-arg (1:19) NUMERIC
               MOVE md-run-arg (1:8) TO md-run-date-x
               MOVE md-run-arg (9:11) TO md-run-id
               INITIALIZE md-run-dir
               IF parm-platform-windows
                   STRING "RUNS\", DELIMITED BY SIZE,
                       md-run-date-x, DELIMITED BY SIZE,
                       "_", DELIMITED BY SIZE,
                       md-run-id, DELIMITED BY SIZE,
                       INTO md-run-dir
               ELSE
                   STRING "RUNS/", DELIMITED BY SIZE,
                       md-run-date-x, DELIMITED BY SIZE,
                       "_", DELIMITED BY SIZE,
                       md-run-id, DELIMITED BY SIZE,
                       INTO md-run-dir
               END-IF
               MOVE 25 TO md-run-dir-len
           ELSE
               IF md-run-len < 20
                   OR md-run-arg (md-run-len - 11:1) NOT = "_"
                   DISPLAY "MSTDELTA ERROR - " md-run-arg (1:md-run-len)
                       " IS NOT A RUNS/<DATE>_<RUN-ID> DIRECTORY OR "
                       "A CATALOG KEY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE md-run-arg (md-run-len - 10:11) TO md-run-id
               MOVE md-run-arg (md-run-len - 19:8) TO md-run-date-x
               MOVE md-run-arg TO md-run-dir
               MOVE md-run-len TO md-run-dir-len
           END-IF.
           IF md-run-date-x NOT NUMERIC
               DISPLAY "MSTDELTA ERROR - RUN DATE " md-run-date-x
                   " IN " md-run-arg (1:md-run-len) " IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOOK-UP-RUN-CATALOG.
           IF md-compare-arg = "INPUT"
               MOVE runcat-seqfile-name TO md-master-name
           ELSE
               MOVE "LAB2UPD.TXT" TO md-master-name
           END-IF.
           INITIALIZE md-path-name.
           IF parm-platform-windows
               STRING md-run-dir (1:md-run-dir-len), DELIMITED BY SIZE,
                   "\", DELIMITED BY SIZE,
                   md-master-name, DELIMITED BY SPACE,
                   INTO md-path-name
           ELSE
               STRING md-run-dir (1:md-run-dir-len), DELIMITED BY SIZE,
                   "/", DELIMITED BY SIZE,
                   md-master-name, DELIMITED BY SPACE,
                   INTO md-path-name
           END-IF.
      *
       TRIM-ONE-RUN-BLANK.
           IF md-run-len = 0
               MOVE "Y" TO md-trim-done
           ELSE
               IF md-run-arg (md-run-len:1) = SPACE
                   SUBTRACT 1 FROM md-run-len
               ELSE
                   MOVE "Y" TO md-trim-done
               END-IF
           END-IF.
      *
      *    the catalog entry proves the run is one this system wrote
      *    and carries its input-file name for an INPUT comparison.
       LOOK-UP-RUN-CATALOG.
           OPEN INPUT runcatfil.
           IF runcatfil-stat NOT = "00"
               DISPLAY "MSTDELTA ERROR - RUNCAT.IDX WILL NOT OPEN - "
                   "FILE STATUS " runcatfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE md-run-date-x TO runcat-run-date.
           MOVE md-run-id TO runcat-run-id.
           READ runcatfil KEY IS runcat-run-key.
           IF runcatfil-stat NOT = "00"
               DISPLAY "MSTDELTA ERROR - RUN " md-run-date-x "_"
                   md-run-id " IS NOT IN THE RUN CATALOG"
               CLOSE runcatfil
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE runcatfil.
      *
       COMPARE-MASTERS.
           MOVE 0 TO md-before-count.
           MOVE 0 TO md-after-count.
           MOVE 0 TO md-add-count.
           MOVE 0 TO md-drop-count.
           MOVE 0 TO md-changed-count.
           MOVE 0 TO md-same-count.
           MOVE 0 TO md-name-count.
           MOVE 0 TO md-addr-count.
           MOVE 0 TO md-zip-count.
           MOVE 0 TO md-dept-count.
           MOVE 0 TO md-salary-count.
           MOVE 0 TO md-dept-used.
           INITIALIZE md-dept-table.
           MOVE 0 TO md-total-before-salary.
           MOVE 0 TO md-total-after-salary.
           PERFORM BEGIN-CONTROL-TOTALS.
           PERFORM OPEN-DELTA-FILES.
           PERFORM WRITE-REPORT-HEADING.
           MOVE LOW-VALUES TO md-before-prev.
           MOVE LOW-VALUES TO md-after-prev.
           PERFORM READ-NEXT-BEFORE.
           PERFORM READ-NEXT-AFTER.
           PERFORM MATCH-ONE-KEY
               UNTIL md-before-key = HIGH-VALUES
                   AND md-after-key = HIGH-VALUES.
           PERFORM WRITE-DEPT-MOVEMENT.
           PERFORM WRITE-FIELD-COUNTS.
           PERFORM WRITE-DELTA-SUMMARY.
           PERFORM WRITE-CONTROL-LINES.
           PERFORM CLOSE-DELTA-FILES.
      *
       OPEN-DELTA-FILES.
           OPEN INPUT bfrfil.
           IF bfrfil-stat NOT = "00"
               DISPLAY "MSTDELTA ERROR - EARLIER MASTER "
                   md-before-file " WILL NOT OPEN - FILE STATUS "
                   bfrfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT aftfil.
           IF aftfil-stat NOT = "00"
               DISPLAY "MSTDELTA ERROR - LATER MASTER "
                   md-after-file " WILL NOT OPEN - FILE STATUS "
                   aftfil-stat
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT deltarpt.
           MOVE "OPEN OUTPUT DELTARPT" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-REPORT-HEADING.
           INITIALIZE deltarpt-record.
           STRING "MASTER DELTA COMPARING=", DELIMITED BY SIZE,
               md-compare-arg, DELIMITED BY SPACE,
               " EARLIER=", DELIMITED BY SIZE,
               md-before-file, DELIMITED BY SPACE,
               " LATER=", DELIMITED BY SIZE,
               md-after-file, DELIMITED BY SPACE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (HEADING)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the lower key is the one with nothing to match on the
      *    other side: a key only in the earlier master is a drop,
      *    one only in the later master is an add.
       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN md-before-key < md-after-key
                   PERFORM WRITE-DROP-LINE
                   PERFORM READ-NEXT-BEFORE
               WHEN md-before-key > md-after-key
                   PERFORM WRITE-ADD-LINE
                   PERFORM READ-NEXT-AFTER
               WHEN OTHER
                   PERFORM COMPARE-ONE-EMPLOYEE
                   PERFORM READ-NEXT-BEFORE
                   PERFORM READ-NEXT-AFTER
           END-EVALUATE.
      *
       READ-NEXT-BEFORE.
           PERFORM READ-BEFORE-RECORD.
           PERFORM READ-BEFORE-RECORD
               UNTIL bfrfil-stat NOT = "00"
                   OR ctl-data-record IN bfr-ctl.
           EVALUATE bfrfil-stat
               WHEN "00"
                   MOVE sequence-no IN bfr-record TO md-before-key
                   IF md-before-key NOT > md-before-prev
                       DISPLAY "MSTDELTA ERROR - EARLIER MASTER OUT OF "
                           "SEQUENCE-NO ORDER AT " md-before-key
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE md-before-key TO md-before-prev
                   ADD 1 TO md-before-count
                   MOVE dept IN bfr-record TO md-look-dept
                   PERFORM FIND-OR-ADD-DEPT
                   ADD 1 TO md-dept-before-head (md-dept-index)
                   ADD salary IN bfr-record
                       TO md-dept-before-salary (md-dept-index)
                   ADD salary IN bfr-record TO md-total-before-salary
               WHEN "10"
                   MOVE HIGH-VALUES TO md-before-key
               WHEN OTHER
                   MOVE "READ BFRFIL" TO io-operation-desc
                   MOVE bfrfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
       READ-NEXT-AFTER.
           PERFORM READ-AFTER-RECORD.
           PERFORM READ-AFTER-RECORD
               UNTIL aftfil-stat NOT = "00"
                   OR ctl-data-record IN aft-ctl.
           EVALUATE aftfil-stat
               WHEN "00"
                   MOVE sequence-no IN aft-record TO md-after-key
                   IF md-after-key NOT > md-after-prev
                       DISPLAY "MSTDELTA ERROR - LATER MASTER OUT OF "
                           "SEQUENCE-NO ORDER AT " md-after-key
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE md-after-key TO md-after-prev
                   ADD 1 TO md-after-count
                   MOVE dept IN aft-record TO md-look-dept
                   PERFORM FIND-OR-ADD-DEPT
                   ADD 1 TO md-dept-after-head (md-dept-index)
                   ADD salary IN aft-record
                       TO md-dept-after-salary (md-dept-index)
                   ADD salary IN aft-record TO md-total-after-salary
               WHEN "10"
                   MOVE HIGH-VALUES TO md-after-key
               WHEN OTHER
                   MOVE "READ AFTFIL" TO io-operation-desc
                   MOVE aftfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
           END-EVALUATE.
      *
       READ-BEFORE-RECORD.
           READ bfrfil.
           IF bfrfil-stat = "00"
               MOVE "R" TO ctl-function IN bfr-ctl
               CALL "ctltally" USING bfr-ctl, bfr-record
           END-IF.
      *
       READ-AFTER-RECORD.
           READ aftfil.
           IF aftfil-stat = "00"
               MOVE "R" TO ctl-function IN aft-ctl
               CALL "ctltally" USING aft-ctl, aft-record
           END-IF.
      *
      *    the same serial slot search PAYREG's department roll-up
      *    uses - see ACCUMULATE-DEPT-TOTALS there.
       FIND-OR-ADD-DEPT.
           MOVE "N" TO md-dept-found.
           MOVE 0 TO md-dept-index.
           PERFORM FIND-DEPT-SLOT
               UNTIL md-dept-found = "Y"
                   OR md-dept-index = md-dept-used.
           IF md-dept-found = "N"
               IF md-dept-used < 19
                   ADD 1 TO md-dept-used
                   MOVE md-dept-used TO md-dept-index
                   MOVE md-look-dept TO md-dept-code (md-dept-index)
               ELSE
                   MOVE 20 TO md-dept-index
                   MOVE "****" TO md-dept-code (20)
                   IF md-dept-used < 20
                       MOVE 20 TO md-dept-used
                   END-IF
               END-IF
           END-IF.
      *
       FIND-DEPT-SLOT.
           ADD 1 TO md-dept-index.
           IF md-dept-code (md-dept-index) = md-look-dept
               MOVE "Y" TO md-dept-found
           END-IF.
      *
       COMPARE-ONE-EMPLOYEE.
           MOVE "N" TO md-record-changed.
           IF name IN bfr-record NOT = name IN aft-record
               ADD 1 TO md-name-count
               MOVE "NAME" TO md-field-label
               MOVE name IN bfr-record TO md-before-value
               MOVE name IN aft-record TO md-after-value
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF addr IN bfr-record NOT = addr IN aft-record
               ADD 1 TO md-addr-count
               MOVE "ADDR" TO md-field-label
               MOVE addr IN bfr-record TO md-before-value
               MOVE addr IN aft-record TO md-after-value
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF zip IN bfr-record NOT = zip IN aft-record
               ADD 1 TO md-zip-count
               MOVE "ZIP" TO md-field-label
               MOVE zip IN bfr-record TO md-before-value
               MOVE zip IN aft-record TO md-after-value
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF dept IN bfr-record NOT = dept IN aft-record
               ADD 1 TO md-dept-count
               MOVE "DEPT" TO md-field-label
               MOVE dept IN bfr-record TO md-before-value
               MOVE dept IN aft-record TO md-after-value
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF salary IN bfr-record NOT = salary IN aft-record
               ADD 1 TO md-salary-count
               MOVE "SALARY" TO md-field-label
               MOVE salary IN bfr-record TO md-salary-ed
               MOVE md-salary-ed TO md-before-value
               MOVE salary IN aft-record TO md-salary-ed
               MOVE md-salary-ed TO md-after-value
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF md-record-changed = "Y"
               ADD 1 TO md-changed-count
           ELSE
               ADD 1 TO md-same-count
           END-IF.
      *
       WRITE-CHANGE-LINE.
           MOVE "Y" TO md-record-changed.
           INITIALIZE deltarpt-record.
           STRING "CHANGE SEQ=", DELIMITED BY SIZE,
               sequence-no IN aft-record, DELIMITED BY SIZE,
               " FIELD=", DELIMITED BY SIZE,
               md-field-label, DELIMITED BY SIZE,
               " BEFORE=", DELIMITED BY SIZE,
               md-before-value, DELIMITED BY SIZE,
               " AFTER=", DELIMITED BY SIZE,
               md-after-value, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (CHANGE)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-ADD-LINE.
           ADD 1 TO md-add-count.
           MOVE salary IN aft-record TO md-salary-ed.
           INITIALIZE deltarpt-record.
           STRING "ADD    SEQ=", DELIMITED BY SIZE,
               sequence-no IN aft-record, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               name IN aft-record, DELIMITED BY SIZE,
               " ADDR=", DELIMITED BY SIZE,
               addr IN aft-record, DELIMITED BY SIZE,
               " ZIP=", DELIMITED BY SIZE,
               zip IN aft-record, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dept IN aft-record, DELIMITED BY SIZE,
               " SALARY=", DELIMITED BY SIZE,
               md-salary-ed, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (ADD)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-DROP-LINE.
           ADD 1 TO md-drop-count.
           MOVE salary IN bfr-record TO md-salary-ed.
           INITIALIZE deltarpt-record.
           STRING "DROP   SEQ=", DELIMITED BY SIZE,
               sequence-no IN bfr-record, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               name IN bfr-record, DELIMITED BY SIZE,
               " ADDR=", DELIMITED BY SIZE,
               addr IN bfr-record, DELIMITED BY SIZE,
               " ZIP=", DELIMITED BY SIZE,
               zip IN bfr-record, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               dept IN bfr-record, DELIMITED BY SIZE,
               " SALARY=", DELIMITED BY SIZE,
               md-salary-ed, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (DROP)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    one row per DEPT in first-seen order, then the all-DEPT
      *    row.  the net movements add up to the all-DEPT net, which
      *    is the later master's SALARY total less the earlier one's.
       WRITE-DEPT-MOVEMENT.
           MOVE 0 TO md-dept-index.
           PERFORM WRITE-ONE-DEPT-ROW md-dept-used TIMES.
           MOVE "ALL " TO md-row-label.
           MOVE md-before-count TO md-row-before-head.
           MOVE md-after-count TO md-row-after-head.
           MOVE md-total-before-salary TO md-row-before-salary.
           MOVE md-total-after-salary TO md-row-after-salary.
           PERFORM WRITE-MOVEMENT-ROW.
      *
       WRITE-ONE-DEPT-ROW.
           ADD 1 TO md-dept-index.
           MOVE md-dept-code (md-dept-index) TO md-row-label.
           MOVE md-dept-before-head (md-dept-index)
               TO md-row-before-head.
           MOVE md-dept-after-head (md-dept-index)
               TO md-row-after-head.
           MOVE md-dept-before-salary (md-dept-index)
               TO md-row-before-salary.
           MOVE md-dept-after-salary (md-dept-index)
               TO md-row-after-salary.
           PERFORM WRITE-MOVEMENT-ROW.
      *
       WRITE-MOVEMENT-ROW.
           COMPUTE md-net-movement =
               md-row-after-salary - md-row-before-salary.
           MOVE md-row-before-head TO md-head-before-ed.
           MOVE md-row-after-head TO md-head-after-ed.
           MOVE md-row-before-salary TO md-sal-before-ed.
           MOVE md-row-after-salary TO md-sal-after-ed.
           MOVE md-net-movement TO md-net-ed.
           INITIALIZE deltarpt-record.
           STRING "DEPT-MOVEMENT DEPT=", DELIMITED BY SIZE,
               md-row-label, DELIMITED BY SIZE,
               " HEAD-BEFORE=", DELIMITED BY SIZE,
               md-head-before-ed, DELIMITED BY SIZE,
               " HEAD-AFTER=", DELIMITED BY SIZE,
               md-head-after-ed, DELIMITED BY SIZE,
               " SALARY-BEFORE=", DELIMITED BY SIZE,
               md-sal-before-ed, DELIMITED BY SIZE,
               " SALARY-AFTER=", DELIMITED BY SIZE,
               md-sal-after-ed, DELIMITED BY SIZE,
               " NET=", DELIMITED BY SIZE,
               md-net-ed, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (DEPT)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-FIELD-COUNTS.
           MOVE md-name-count TO md-count-1-ed.
           MOVE md-addr-count TO md-count-2-ed.
           MOVE md-zip-count TO md-count-3-ed.
           MOVE md-dept-count TO md-count-4-ed.
           MOVE md-salary-count TO md-count-5-ed.
           INITIALIZE deltarpt-record.
           STRING "FIELDS CHANGED NAME=", DELIMITED BY SIZE,
               md-count-1-ed, DELIMITED BY SIZE,
               " ADDR=", DELIMITED BY SIZE,
               md-count-2-ed, DELIMITED BY SIZE,
               " ZIP=", DELIMITED BY SIZE,
               md-count-3-ed, DELIMITED BY SIZE,
               " DEPT=", DELIMITED BY SIZE,
               md-count-4-ed, DELIMITED BY SIZE,
               " SALARY=", DELIMITED BY SIZE,
               md-count-5-ed, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (FIELDS)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    SUMMARY EARLIER=zzzzzz9 LATER=zzzzzz9 ADDS=zzzzzz9
      *    DROPS=zzzzzz9 CHANGED=zzzzzz9 UNCHANGED=zzzzzz9
       WRITE-DELTA-SUMMARY.
           MOVE md-before-count TO md-count-1-ed.
           MOVE md-after-count TO md-count-2-ed.
           MOVE md-add-count TO md-count-3-ed.
           MOVE md-drop-count TO md-count-4-ed.
           MOVE md-changed-count TO md-count-5-ed.
           MOVE md-same-count TO md-count-6-ed.
           INITIALIZE deltarpt-record.
           STRING "SUMMARY EARLIER=", DELIMITED BY SIZE,
               md-count-1-ed, DELIMITED BY SIZE,
               " LATER=", DELIMITED BY SIZE,
               md-count-2-ed, DELIMITED BY SIZE,
               " ADDS=", DELIMITED BY SIZE,
               md-count-3-ed, DELIMITED BY SIZE,
               " DROPS=", DELIMITED BY SIZE,
               md-count-4-ed, DELIMITED BY SIZE,
               " CHANGED=", DELIMITED BY SIZE,
               md-count-5-ed, DELIMITED BY SIZE,
               " UNCHANGED=", DELIMITED BY SIZE,
               md-count-6-ed, DELIMITED BY SIZE,
               INTO deltarpt-record.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (SUMMARY)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN bfr-ctl.
           MOVE "M" TO ctl-file-type IN aft-ctl.
           MOVE "MSTDELTA" TO ctl-program IN bfr-ctl.
           MOVE "MSTDELTA" TO ctl-program IN aft-ctl.
           MOVE md-before-file TO ctl-file-name IN bfr-ctl.
           MOVE md-after-file TO ctl-file-name IN aft-ctl.
           MOVE "N" TO ctl-log-switch IN bfr-ctl.
           MOVE "N" TO ctl-log-switch IN aft-ctl.
           MOVE "B" TO ctl-function IN bfr-ctl.
           CALL "ctltally" USING bfr-ctl, ctl-image.
           MOVE "B" TO ctl-function IN aft-ctl.
           CALL "ctltally" USING aft-ctl, ctl-image.
      *
       WRITE-CONTROL-LINES.
           MOVE "V" TO ctl-function IN bfr-ctl.
           CALL "ctltally" USING bfr-ctl, ctl-image.
           MOVE "V" TO ctl-function IN aft-ctl.
           CALL "ctltally" USING aft-ctl, ctl-image.
           MOVE "EARLIER" TO md-control-name.
           MOVE ctl-break-switch IN bfr-ctl TO md-control-switch.
           MOVE ctl-break-text IN bfr-ctl TO md-control-text.
           PERFORM WRITE-ONE-CONTROL-LINE.
           MOVE "LATER" TO md-control-name.
           MOVE ctl-break-switch IN aft-ctl TO md-control-switch.
           MOVE ctl-break-text IN aft-ctl TO md-control-text.
           PERFORM WRITE-ONE-CONTROL-LINE.
      *
       WRITE-ONE-CONTROL-LINE.
           INITIALIZE deltarpt-record.
           IF md-control-switch = "Y"
               STRING "CONTROL ", DELIMITED BY SIZE,
                   md-control-name, DELIMITED BY SIZE,
                   " BREAK - ", DELIMITED BY SIZE,
                   md-control-text, DELIMITED BY SIZE,
                   INTO deltarpt-record
           ELSE
               STRING "CONTROL ", DELIMITED BY SIZE,
                   md-control-name, DELIMITED BY SIZE,
                   " IN BALANCE", DELIMITED BY SIZE,
                   INTO deltarpt-record
           END-IF.
           WRITE deltarpt-record.
           MOVE "WRITE DELTARPT (CONTROL)" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CLOSE-DELTA-FILES.
           CLOSE bfrfil.
           CLOSE aftfil.
           CLOSE deltarpt.
           MOVE "CLOSE DELTARPT" TO io-operation-desc.
           MOVE deltarpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "MSTDELTA I/O ERROR ON " io-operation-desc
               DISPLAY "MSTDELTA FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
