      *
       identification division.
       program-id.  tenrpt.
      *    called by LABFILE2 after the period close (and by RERUNRPT
      *    against an archived run) to answer HR's two monthly
      *    questions off HIRE-DATE.  first, which employees reach a
      *    5, 10, 15, 20 or 25-year service anniversary within the
      *    next PARM-ANNIV-WINDOW days of the as-of date, listed by
      *    DEPT in anniversary-date order with a count per DEPT and
      *    per milestone.  second, the tenure mix of every DEPT as of
      *    that date - headcount and average SALARY in each of the
      *    under 1, 1-5, 5-10, 10-20 and 20-plus year bands, with an
      *    all-DEPT row underneath.  writes TENRPT.TXT, ending in the
      *    SUMMARY line RUNSUMM reads back.
      *
      *    the as-of date is the caller's: the generating run's own
      *    date from LABFILE2, the archived run's date from RERUNRPT,
      *    so a rerun reproduces the report exactly as it stood.
      *    tenure is whole years completed - an employee hired on
      *    the as-of date's month and day some years back has just
      *    completed them.  a February 29 hire date celebrates on
      *    February 28 in a common year.  a HIRE-DATE that is not a
      *    date at all (the EDITCHK reject 08 shape) is counted as
      *    UNDATED and left out of both sections.
       environment division.
       input-output section.
       file-control.
           SELECT datfil ASSIGN TO inputfile-name-ws
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS datfil-stat.
      *
           SELECT parmfil ASSIGN TO "PARMFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS parmfil-stat.
      *
           SELECT tenrpt ASSIGN TO "TENRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS tenrpt-stat.
      *
           SELECT tensort ASSIGN TO "TENSORT".
      *
       data division.
       file section.
       fd datfil.
           COPY lab2rec.
      *
       FD parmfil.
           COPY parmrec.
      *
       FD tenrpt.
       01 tenrpt-record.
           05 tenrpt-line  PIC X(132).
      *
      *    one work record per upcoming anniversary, keyed so the
      *    listing comes out DEPT by DEPT in date order.
       sd tensort.
       01 tensort-record.
           05 ts-dept          pic X(04).
           05 ts-anniv-date    pic 9(08).
           05 ts-sequence-no   pic 9(7).
           05 ts-name          pic X(25).
           05 ts-hire-date     pic 9(08).
           05 ts-years         pic 9(02).
           05 ts-days          pic 9(03).
           05 ts-salary        pic 9(7)V99.
      *
       working-storage section.
       77 datfil-stat     PIC xx.
       77 parmfil-stat    PIC xx.
       77 tenrpt-stat     PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 inputfile-name-ws  PIC X(15).
       77 ten-window-days    PIC 9(03).
       77 ten-sort-eof       PIC X(01).
       77 ten-first-record   PIC X(01).
       77 ten-group-dept     PIC X(04).
       77 ten-group-count    PIC 9(7).
       77 ten-employee-count PIC 9(7).
       77 ten-anniv-count    PIC 9(7).
       77 ten-undated-count  PIC 9(7).
      *
      *    date working fields.  the month/day halves are compared
      *    as one 4-digit MMDD to decide whether this year's
      *    anniversary has come round yet.
       01 ten-asof-date      PIC 9(08).
       01 ten-asof-parts REDEFINES ten-asof-date.
           05 ten-asof-yyyy    PIC 9(04).
           05 ten-asof-mmdd    PIC 9(04).
       01 ten-hire-date      PIC 9(08).
       01 ten-hire-parts REDEFINES ten-hire-date.
           05 ten-hire-yyyy    PIC 9(04).
           05 ten-hire-mmdd    PIC 9(04).
           05 ten-hire-md REDEFINES ten-hire-mmdd.
               10 ten-hire-mm      PIC 9(02).
               10 ten-hire-dd      PIC 9(02).
       01 ten-anniv-date     PIC 9(08).
       01 ten-anniv-parts REDEFINES ten-anniv-date.
           05 ten-anniv-yyyy   PIC 9(04).
           05 ten-anniv-mm     PIC 9(02).
           05 ten-anniv-dd     PIC 9(02).
       77 ten-asof-day-no    PIC 9(07).
       77 ten-anniv-day-no   PIC 9(07).
       77 ten-days-until     PIC S9(07).
       77 ten-years          PIC S9(04).
       77 ten-milestone      PIC 9(04).
       77 ten-milestone-index PIC 9(02) COMP.
       77 ten-milestone-rem  PIC 9(02).
       77 ten-band-index     PIC 9(02) COMP.
      *
      *    days in each month; February is corrected for leap years
      *    in SET-MONTH-LENGTH.
       01 ten-month-values   PIC X(24) VALUE
               "312831303130313130313031".
       01 ten-month-table REDEFINES ten-month-values.
           05 ten-month-days OCCURS 12 TIMES PIC 9(02).
       77 ten-month-length   PIC 9(02).
       77 ten-leap-quotient  PIC 9(04).
       77 ten-leap-rem-4     PIC 9(04).
       77 ten-leap-rem-100   PIC 9(04).
       77 ten-leap-rem-400   PIC 9(04).
      *
      *    anniversaries per milestone - entry n is the 5*n year mark.
       01 ten-milestone-table.
           05 ten-milestone-count OCCURS 5 TIMES PIC 9(7).
      *
      *    tenure-band matrix per DEPT - the same 19 real slots plus
      *    the **** catch-all in slot 20 that PAYREG's department
      *    roll-up uses - and the all-DEPT row.  bands 1 thru 5 are
      *    under 1, 1-5, 5-10, 10-20 and 20-plus years.
       77 ten-dept-used      PIC 9(02) COMP.
       77 ten-dept-index     PIC 9(02) COMP.
       77 ten-dept-found     PIC X(01).
       01 ten-dept-table.
           05 ten-dept-entry OCCURS 20 TIMES.
               10 ten-dept-code     PIC X(04).
               10 ten-dept-band OCCURS 5 TIMES.
                   15 ten-dept-band-count  PIC 9(7).
                   15 ten-dept-band-salary PIC 9(14)V99.
       01 ten-all-table.
           05 ten-all-band OCCURS 5 TIMES.
               10 ten-all-band-count  PIC 9(7).
               10 ten-all-band-salary PIC 9(14)V99.
      *
      *    one row of the matrix as it is printed - five cells of
      *    headcount @ average SALARY.
       77 ten-row-label      PIC X(04).
       77 ten-cell-count     PIC 9(7).
       77 ten-cell-salary    PIC 9(14)V99.
       77 ten-cell-avg       PIC 9(7)V99.
       01 ten-row-line.
           05 ten-row-cell OCCURS 5 TIMES.
               10 filler            PIC X(02).
               10 ten-row-count-ed  PIC Z(6)9.
               10 filler            PIC X(02).
               10 ten-row-avg-ed    PIC Z(6)9.99.
      *
       01 ten-count-ed       PIC Z(6)9.
       01 ten-anniv-ed       PIC Z(6)9.
       01 ten-undated-ed     PIC Z(6)9.
       01 ten-years-ed       PIC 99.
       01 ten-days-ed        PIC 999.
       01 ten-salary-ed      PIC Z(6)9.99.
       01 ten-mile-ed-table.
           05 ten-mile-ed OCCURS 5 TIMES PIC Z(6)9.
      *
      *    the master's header and trailer control records are no
      *    employee - they are proved at end of file, a break shown
      *    on the console, logged for RUNSUMM and on the report's
      *    CONTROL line.  a master that would not open is NOT
      *    CHECKED.
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name PIC X(15).
       01 ls-asof-date      PIC 9(08).
      *
       procedure division USING ls-inputfile-name, ls-asof-date.
       main.
           MOVE ls-inputfile-name TO inputfile-name-ws.
           MOVE ls-asof-date TO ten-asof-date.
           PERFORM READ-PARM-FILE.
           PERFORM WRITE-TENURE-REPORT.
           GOBACK.
      *
      *    tolerant of PARMFIL not opening or reading cleanly, the
      *    same as DISTRPT - a missing PARMFILE.DAT, or one written
      *    before the window field existed, just gets the default.
       READ-PARM-FILE.
           MOVE 30 TO ten-window-days.
           OPEN INPUT parmfil.
           IF parmfil-stat = "00"
               READ parmfil
               IF parmfil-stat = "00"
                   AND parm-anniv-window NUMERIC
                   AND parm-anniv-window > 0
                   MOVE parm-anniv-window TO ten-window-days
               END-IF
               CLOSE parmfil
           END-IF.
      *
      *    a report that will not even OPEN is skipped rather than
      *    aborting, the same policy every report program in the
      *    chain uses.  the band matrix is filled while the master is
      *    read in the sort's input procedure, so it is complete by
      *    the time the anniversary listing has been written.
       WRITE-TENURE-REPORT.
           MOVE 0 TO ten-employee-count.
           MOVE 0 TO ten-anniv-count.
           MOVE 0 TO ten-undated-count.
           MOVE 0 TO ten-dept-used.
           INITIALIZE ten-dept-table.
           INITIALIZE ten-all-table.
           INITIALIZE ten-milestone-table.
           COMPUTE ten-asof-day-no =
               FUNCTION INTEGER-OF-DATE (ten-asof-date).
           OPEN OUTPUT tenrpt.
           IF tenrpt-stat NOT = "00"
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           SORT tensort ON ASCENDING KEY ts-dept, ts-anniv-date,
               ts-sequence-no
               INPUT PROCEDURE IS SELECT-ANNIVERSARIES
               OUTPUT PROCEDURE IS LIST-ANNIVERSARIES.
           PERFORM WRITE-MILESTONE-TOTALS.
           PERFORM WRITE-TENURE-MATRIX.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM WRITE-TENURE-SUMMARY.
           CLOSE tenrpt.
      *
       WRITE-REPORT-HEADING.
           MOVE ten-window-days TO ten-days-ed.
           INITIALIZE tenrpt-record.
           STRING "TENURE REPORT AS-OF=", DELIMITED BY SIZE,
               ten-asof-date, DELIMITED BY SIZE,
               " WINDOW-DAYS=", DELIMITED BY SIZE,
               ten-days-ed, DELIMITED BY SIZE,
               " INPUT=", DELIMITED BY SIZE,
               inputfile-name-ws, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (HEADING)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    a master that will not even OPEN releases nothing - the
      *    report still goes out, showing zero employees.
       SELECT-ANNIVERSARIES.
           MOVE "M" TO ctl-file-type.
           MOVE "TENRPT" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           OPEN INPUT datfil.
           IF datfil-stat = "00"
               PERFORM READ-ONE-EMPLOYEE UNTIL datfil-stat = "10"
               CLOSE datfil
               MOVE "V" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
           END-IF.
      *
       READ-ONE-EMPLOYEE.
           READ datfil.
           IF datfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF datfil-stat = "00" AND ctl-data-record
               ADD 1 TO ten-employee-count
               MOVE hire-date IN lab2fil-record TO ten-hire-date
               IF hire-date IN lab2fil-record NOT NUMERIC
                   OR ten-hire-mm < 1 OR ten-hire-mm > 12
                   OR ten-hire-dd < 1 OR ten-hire-dd > 31
                   ADD 1 TO ten-undated-count
               ELSE
                   PERFORM ACCUMULATE-TENURE-BAND
                   IF ten-hire-date NOT > ten-asof-date
                       PERFORM CONSIDER-ANNIVERSARY
                   END-IF
               END-IF
           END-IF.
           IF datfil-stat NOT = "00"
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
                   MOVE datfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    whole years completed as of the as-of date.  a hire date
      *    after the as-of date (an archived run reread with an
      *    earlier date) counts as under one year.
       ACCUMULATE-TENURE-BAND.
           COMPUTE ten-years = ten-asof-yyyy - ten-hire-yyyy.
           IF ten-asof-mmdd < ten-hire-mmdd
               SUBTRACT 1 FROM ten-years
           END-IF.
           EVALUATE TRUE
               WHEN ten-years < 1
                   MOVE 1 TO ten-band-index
               WHEN ten-years < 5
                   MOVE 2 TO ten-band-index
               WHEN ten-years < 10
                   MOVE 3 TO ten-band-index
               WHEN ten-years < 20
                   MOVE 4 TO ten-band-index
               WHEN OTHER
                   MOVE 5 TO ten-band-index
           END-EVALUATE.
           PERFORM FIND-OR-ADD-DEPT.
           ADD 1 TO ten-dept-band-count (ten-dept-index,
               ten-band-index).
           ADD salary IN lab2fil-record
               TO ten-dept-band-salary (ten-dept-index,
                   ten-band-index).
           ADD 1 TO ten-all-band-count (ten-band-index).
           ADD salary IN lab2fil-record
               TO ten-all-band-salary (ten-band-index).
      *
      *    the same serial slot search PAYREG's department roll-up
      *    uses - see ACCUMULATE-DEPT-TOTALS there.
       FIND-OR-ADD-DEPT.
           MOVE "N" TO ten-dept-found.
           MOVE 0 TO ten-dept-index.
           PERFORM FIND-DEPT-SLOT
               UNTIL ten-dept-found = "Y"
                   OR ten-dept-index = ten-dept-used.
           IF ten-dept-found = "N"
               IF ten-dept-used < 19
                   ADD 1 TO ten-dept-used
                   MOVE ten-dept-used TO ten-dept-index
                   MOVE dept IN lab2fil-record
                       TO ten-dept-code (ten-dept-index)
               ELSE
                   MOVE 20 TO ten-dept-index
                   MOVE "****" TO ten-dept-code (20)
                   IF ten-dept-used < 20
                       MOVE 20 TO ten-dept-used
                   END-IF
               END-IF
           END-IF.
      *
       FIND-DEPT-SLOT.
           ADD 1 TO ten-dept-index.
           IF ten-dept-code (ten-dept-index) = dept IN lab2fil-record
               MOVE "Y" TO ten-dept-found
           END-IF.
      *
      *    the next anniversary on or after the as-of date - this
      *    year's if it has not passed yet, otherwise next year's.
      *    only the 5-year marks thru 25 are released to the sort,
      *    and only those falling inside the window.
       CONSIDER-ANNIVERSARY.
           MOVE ten-asof-yyyy TO ten-anniv-yyyy.
           PERFORM SET-ANNIVERSARY-DAY.
           IF ten-anniv-date < ten-asof-date
               ADD 1 TO ten-anniv-yyyy
               PERFORM SET-ANNIVERSARY-DAY
           END-IF.
           COMPUTE ten-milestone = ten-anniv-yyyy - ten-hire-yyyy.
           DIVIDE ten-milestone BY 5 GIVING ten-milestone-index
               REMAINDER ten-milestone-rem.
           IF ten-milestone-rem = 0
               AND ten-milestone NOT < 5
               AND ten-milestone NOT > 25
               COMPUTE ten-anniv-day-no =
                   FUNCTION INTEGER-OF-DATE (ten-anniv-date)
               COMPUTE ten-days-until =
                   ten-anniv-day-no - ten-asof-day-no
               IF ten-days-until NOT > ten-window-days
                   PERFORM RELEASE-ANNIVERSARY
               END-IF
           END-IF.
      *
       SET-ANNIVERSARY-DAY.
           MOVE ten-hire-mm TO ten-anniv-mm.
           PERFORM SET-MONTH-LENGTH.
           IF ten-hire-dd > ten-month-length
               MOVE ten-month-length TO ten-anniv-dd
           ELSE
               MOVE ten-hire-dd TO ten-anniv-dd
           END-IF.
      *
      *    leap years are the multiples of 4, except the century
      *    years that are not multiples of 400.
       SET-MONTH-LENGTH.
           MOVE ten-month-days (ten-anniv-mm) TO ten-month-length.
           IF ten-anniv-mm = 2
               DIVIDE ten-anniv-yyyy BY 4 GIVING ten-leap-quotient
                   REMAINDER ten-leap-rem-4
               DIVIDE ten-anniv-yyyy BY 100 GIVING ten-leap-quotient
                   REMAINDER ten-leap-rem-100
               DIVIDE ten-anniv-yyyy BY 400 GIVING ten-leap-quotient
                   REMAINDER ten-leap-rem-400
               IF ten-leap-rem-4 = 0
                   AND (ten-leap-rem-100 NOT = 0
                       OR ten-leap-rem-400 = 0)
                   MOVE 29 TO ten-month-length
               END-IF
           END-IF.
      *
       RELEASE-ANNIVERSARY.
           MOVE dept IN lab2fil-record TO ts-dept.
           MOVE ten-anniv-date TO ts-anniv-date.
           MOVE sequence-no IN lab2fil-record TO ts-sequence-no.
           MOVE name IN lab2fil-record TO ts-name.
           MOVE ten-hire-date TO ts-hire-date.
           MOVE ten-milestone TO ts-years.
           MOVE ten-days-until TO ts-days.
           MOVE salary IN lab2fil-record TO ts-salary.
           RELEASE tensort-record.
           ADD 1 TO ten-milestone-count (ten-milestone-index).
      *
      *    the anniversary listing, control-broken on DEPT.
       LIST-ANNIVERSARIES.
           MOVE "N" TO ten-sort-eof.
           MOVE "Y" TO ten-first-record.
           PERFORM RETURN-ONE-ANNIVERSARY
               UNTIL ten-sort-eof = "Y".
           IF ten-first-record = "N"
               PERFORM CLOSE-DEPT-GROUP
           END-IF.
      *
       RETURN-ONE-ANNIVERSARY.
           RETURN tensort
               AT END MOVE "Y" TO ten-sort-eof
           END-RETURN.
           IF ten-sort-eof = "N"
               ADD 1 TO ten-anniv-count
               IF ten-first-record = "Y"
                   PERFORM START-DEPT-GROUP
                   MOVE "N" TO ten-first-record
               ELSE
                   IF ts-dept NOT = ten-group-dept
                       PERFORM CLOSE-DEPT-GROUP
                       PERFORM START-DEPT-GROUP
                   END-IF
               END-IF
               ADD 1 TO ten-group-count
               PERFORM WRITE-ANNIVERSARY-LINE
           END-IF.
      *
       START-DEPT-GROUP.
           MOVE ts-dept TO ten-group-dept.
           MOVE 0 TO ten-group-count.
           INITIALIZE tenrpt-record.
           STRING "ANNIVERSARIES DEPT=", DELIMITED BY SIZE,
               ten-group-dept, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (DEPT HEADING)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-ANNIVERSARY-LINE.
           MOVE ts-years TO ten-years-ed.
           MOVE ts-days TO ten-days-ed.
           MOVE ts-salary TO ten-salary-ed.
           INITIALIZE tenrpt-record.
           STRING "  SEQ=", DELIMITED BY SIZE,
               ts-sequence-no, DELIMITED BY SIZE,
               " NAME=", DELIMITED BY SIZE,
               ts-name, DELIMITED BY SIZE,
               " HIRED=", DELIMITED BY SIZE,
               ts-hire-date, DELIMITED BY SIZE,
               " ANNIVERSARY=", DELIMITED BY SIZE,
               ts-anniv-date, DELIMITED BY SIZE,
               " YEARS=", DELIMITED BY SIZE,
               ten-years-ed, DELIMITED BY SIZE,
               " IN-DAYS=", DELIMITED BY SIZE,
               ten-days-ed, DELIMITED BY SIZE,
               " SALARY=", DELIMITED BY SIZE,
               ten-salary-ed, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (ANNIVERSARY)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CLOSE-DEPT-GROUP.
           MOVE ten-group-count TO ten-count-ed.
           INITIALIZE tenrpt-record.
           STRING "DEPT-TOTAL DEPT=", DELIMITED BY SIZE,
               ten-group-dept, DELIMITED BY SIZE,
               " ANNIVERSARIES=", DELIMITED BY SIZE,
               ten-count-ed, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (DEPT TOTAL)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-MILESTONE-TOTALS.
           MOVE 0 TO ten-milestone-index.
           PERFORM EDIT-ONE-MILESTONE 5 TIMES.
           INITIALIZE tenrpt-record.
           STRING "MILESTONES 5-YR=", DELIMITED BY SIZE,
               ten-mile-ed (1), DELIMITED BY SIZE,
               " 10-YR=", DELIMITED BY SIZE,
               ten-mile-ed (2), DELIMITED BY SIZE,
               " 15-YR=", DELIMITED BY SIZE,
               ten-mile-ed (3), DELIMITED BY SIZE,
               " 20-YR=", DELIMITED BY SIZE,
               ten-mile-ed (4), DELIMITED BY SIZE,
               " 25-YR=", DELIMITED BY SIZE,
               ten-mile-ed (5), DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (MILESTONES)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       EDIT-ONE-MILESTONE.
           ADD 1 TO ten-milestone-index.
           MOVE ten-milestone-count (ten-milestone-index)
               TO ten-mile-ed (ten-milestone-index).
      *
      *    column headings, one row per DEPT in first-seen order
      *    (the order PAYREG's roll-up prints in), then the all-DEPT
      *    row.
       WRITE-TENURE-MATRIX.
           INITIALIZE tenrpt-record.
           STRING "TENURE-BANDS AS-OF=", DELIMITED BY SIZE,
               ten-asof-date, DELIMITED BY SIZE,
               " - EACH BAND IS HEADCOUNT @ AVERAGE SALARY",
               DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (BAND TITLE)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           INITIALIZE tenrpt-record.
           STRING "TENURE-COL DEPT=    ", DELIMITED BY SIZE,
               "           UNDER-1-YR", DELIMITED BY SIZE,
               "              1-5-YRS", DELIMITED BY SIZE,
               "             5-10-YRS", DELIMITED BY SIZE,
               "            10-20-YRS", DELIMITED BY SIZE,
               "          20-PLUS-YRS", DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (BAND HEADING)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE 0 TO ten-dept-index.
           PERFORM WRITE-ONE-DEPT-ROW ten-dept-used TIMES.
           MOVE "ALL " TO ten-row-label.
           MOVE 0 TO ten-band-index.
           PERFORM EDIT-ONE-ALL-CELL 5 TIMES.
           PERFORM WRITE-MATRIX-ROW.
      *
       WRITE-ONE-DEPT-ROW.
           ADD 1 TO ten-dept-index.
           MOVE ten-dept-code (ten-dept-index) TO ten-row-label.
           MOVE 0 TO ten-band-index.
           PERFORM EDIT-ONE-DEPT-CELL 5 TIMES.
           PERFORM WRITE-MATRIX-ROW.
      *
       EDIT-ONE-DEPT-CELL.
           ADD 1 TO ten-band-index.
           MOVE ten-dept-band-count (ten-dept-index, ten-band-index)
               TO ten-cell-count.
           MOVE ten-dept-band-salary (ten-dept-index, ten-band-index)
               TO ten-cell-salary.
           PERFORM EDIT-MATRIX-CELL.
      *
       EDIT-ONE-ALL-CELL.
           ADD 1 TO ten-band-index.
           MOVE ten-all-band-count (ten-band-index) TO ten-cell-count.
           MOVE ten-all-band-salary (ten-band-index)
               TO ten-cell-salary.
           PERFORM EDIT-MATRIX-CELL.
      *
       EDIT-MATRIX-CELL.
           IF ten-cell-count > 0
               COMPUTE ten-cell-avg ROUNDED =
                   ten-cell-salary / ten-cell-count
           ELSE
               MOVE 0 TO ten-cell-avg
           END-IF.
           MOVE SPACES TO ten-row-cell (ten-band-index).
           MOVE ten-cell-count TO ten-row-count-ed (ten-band-index).
           MOVE " @" TO ten-row-cell (ten-band-index) (10:2).
           MOVE ten-cell-avg TO ten-row-avg-ed (ten-band-index).
      *
       WRITE-MATRIX-ROW.
           INITIALIZE tenrpt-record.
           STRING "TENURE-ROW DEPT=", DELIMITED BY SIZE,
               ten-row-label, DELIMITED BY SIZE,
               ten-row-line, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (BAND ROW)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-LINE.
           INITIALIZE tenrpt-record.
           EVALUATE TRUE
               WHEN NOT ctl-verify
                   MOVE "CONTROL NOT CHECKED" TO tenrpt-record
               WHEN ctl-break
                   STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                       ctl-break-text, DELIMITED BY SIZE,
                       INTO tenrpt-record
               WHEN OTHER
                   MOVE "CONTROL IN BALANCE" TO tenrpt-record
           END-EVALUATE.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (CONTROL)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    SUMMARY EMPLOYEES=zzzzzz9 ANNIVERSARIES=zzzzzz9
      *    UNDATED=zzzzzz9 - fixed offsets 19, 41 and 57, the ones
      *    RUNSUMM slices.
       WRITE-TENURE-SUMMARY.
           MOVE ten-employee-count TO ten-count-ed.
           MOVE ten-anniv-count TO ten-anniv-ed.
           MOVE ten-undated-count TO ten-undated-ed.
           INITIALIZE tenrpt-record.
           STRING "SUMMARY EMPLOYEES=", DELIMITED BY SIZE,
               ten-count-ed, DELIMITED BY SIZE,
               " ANNIVERSARIES=", DELIMITED BY SIZE,
               ten-anniv-ed, DELIMITED BY SIZE,
               " UNDATED=", DELIMITED BY SIZE,
               ten-undated-ed, DELIMITED BY SIZE,
               INTO tenrpt-record.
           WRITE tenrpt-record.
           MOVE "WRITE TENRPT (SUMMARY)" TO io-operation-desc.
           MOVE tenrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
               DISPLAY "TENRPT I/O ERROR ON " io-operation-desc
               DISPLAY "TENRPT FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
