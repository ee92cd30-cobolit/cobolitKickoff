      *    data LOAD-FILE actually generated - overall SALARY min,
      *    max and average, plus a record count broken down across
      *    ten equal-width ZIP buckets spanning PARM-ZIP-LOW thru
      *    PARM-ZIP-HIGH.  writes DISTRPT.TXT, ending with whether
      *    the file proved against its own header and trailer
      *    control records, which are otherwise left out of the
      *    profile.
       environment division.
       input-output section.
       file-control.
       01 dist-bucket-ed     PIC Z(6)9.
       01 dist-low-ed        PIC Z(9)9.
       01 dist-high-ed       PIC Z(9)9.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name PIC X(15).
      *    truncated data file should not keep the operator from
      *    seeing that fact in DISTRPT.TXT.
       SCAN-DATA-FILE.
           MOVE "M" TO ctl-file-type.
           MOVE "DISTRPT" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           OPEN INPUT datfil.
           IF datfil-stat = "00"
               PERFORM READ-AND-ACCUMULATE-RECORD
                   UNTIL datfil-stat = "10"
               CLOSE datfil
               MOVE "V" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
           END-IF.
      *
       READ-AND-ACCUMULATE-RECORD.
           READ datfil.
           IF datfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF datfil-stat = "00" AND ctl-data-record
               ADD 1 TO dist-record-count
               ADD salary TO dist-salary-total
               IF dist-first-record = "Y"
                   END-IF
               END-IF
               PERFORM BUCKET-THIS-ZIP
           END-IF.
           IF datfil-stat NOT = "00"
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
                   MOVE datfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               MOVE 0 TO zip-bucket-index
               PERFORM WRITE-ONE-BUCKET-LINE 10 TIMES
               PERFORM WRITE-CONTROL-LINE
               CLOSE distrpt
               MOVE "CLOSE DISTRPT" TO io-operation-desc
               MOVE distrpt-stat TO io-status-code
           MOVE distrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO zip-bucket-index.
      *
      *    a data file that never opened was never proved either.
       WRITE-CONTROL-LINE.
           INITIALIZE distrpt-record.
           EVALUATE TRUE
               WHEN NOT ctl-verify
                   MOVE "CONTROL NOT CHECKED" TO distrpt-record
               WHEN ctl-break
                   STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                       ctl-break-text, DELIMITED BY SIZE,
                       INTO distrpt-record
               WHEN OTHER
                   MOVE "CONTROL IN BALANCE" TO distrpt-record
           END-EVALUATE.
           WRITE distrpt-record.
           MOVE "WRITE DISTRPT (CONTROL)" TO io-operation-desc.
           MOVE distrpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
