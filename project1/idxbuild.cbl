      *    an operator can pull any one record straight out of a
      *    multi-million record run instead of reading the sequential
      *    file end to end.  spot-checks a handful of random keys
      *    against it and writes the result to IDXRPT.TXT.  the
      *    header and trailer control records are proved, not
      *    loaded - their SEQUENCE-NO of zero is no employee's key.
       environment division.
       input-output section.
       file-control.
       01 idx-count-ed       PIC Z(6)9.
       01 idx-checks-ed      PIC Z(6)9.
       01 idx-passed-ed      PIC Z(6)9.
      *
      *    LAB2FIL.IDX is rebuilt under the exclusive run lock.  both
      *    callers already hold it, so RUNLOCK lets this one straight
      *    in and only counts the nesting.
           COPY lockreq.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name PIC X(15).
       procedure division USING ls-inputfile-name, ls-record-count.
       main.
           MOVE ls-inputfile-name TO inputfile-name-ws.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "IDXBUILD" TO lock-owner.
           MOVE ls-inputfile-name (1:11) TO lock-run-id.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "IDXBUILD SKIPPED - " lock-message
               GOBACK
           END-IF.
           PERFORM BUILD-INDEXED-FILE.
           IF ls-record-count > 0
               PERFORM SPOT-CHECK-RANDOM-RECORDS
           END-IF.
           PERFORM WRITE-INDEX-REPORT.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           GOBACK.
      *
      *    a fresh LAB2FIL.IDX every run - copy every record off the
      *    never be the reason the rest of that reporting gets lost.
       BUILD-INDEXED-FILE.
           MOVE 0 TO idx-record-count.
           MOVE "M" TO ctl-file-type.
           MOVE "IDXBUILD" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           OPEN INPUT datfil.
           IF datfil-stat = "00"
               OPEN OUTPUT lab2idx
               IF lab2idx-stat = "00"
                   PERFORM COPY-ONE-RECORD UNTIL datfil-stat = "10"
                   CLOSE lab2idx
                   MOVE "V" TO ctl-function
                   CALL "ctltally" USING ctl-totals, ctl-image
               END-IF
               CLOSE datfil
           END-IF.
       COPY-ONE-RECORD.
           READ datfil.
           IF datfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF datfil-stat = "00" AND ctl-data-record
               MOVE lab2fil-record TO lab2idx-record
               WRITE lab2idx-record
               MOVE "WRITE LAB2IDX" TO io-operation-desc
               MOVE lab2idx-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               ADD 1 TO idx-record-count
           END-IF.
           IF datfil-stat NOT = "00"
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
                   MOVE datfil-stat TO io-status-code
      *    STOP RUN here would take both of those out along with it.
           OPEN OUTPUT idxrpt.
           IF idxrpt-stat = "00"
               WRITE idxrpt-record
               INITIALIZE idxrpt-record
               EVALUATE TRUE
                   WHEN NOT ctl-verify
                       MOVE "CONTROL NOT CHECKED" TO idxrpt-record
                   WHEN ctl-break
                       STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                           ctl-break-text, DELIMITED BY SIZE,
                           INTO idxrpt-record
                   WHEN OTHER
                       MOVE "CONTROL IN BALANCE" TO idxrpt-record
               END-EVALUATE
               WRITE idxrpt-record
               CLOSE idxrpt
           END-IF.
