      *    was built with, and that it is really in order on whichever
      *    key PARMFILE.DAT told CITSORT to sort on.  writes a
      *    PASS/FAIL line to RECONRPT.TXT so a truncated or
      *    mis-sorted run does not go unnoticed.  the header and
      *    trailer control records travel through the sort with the
      *    data - wherever the sort key put them - and are proved
      *    here rather than counted or order-checked; a sorted file
      *    that does not prove against its own trailer fails too.
       environment division.
       input-output section.
       file-control.
      *
       FD reconrpt.
       01 reconrpt-record.
           05 reconrpt-line  PIC X(100).
      *
       working-storage section.
       77 sortfil-stat    PIC xx.
       77 recon-pass-fail     PIC X(04).
       01 recon-count-ed      PIC Z(6)9.
       01 recon-expected-ed   PIC Z(6)9.
       77 recon-control-status PIC X(05).
      *
           COPY ctltot.
       01 ctl-image           PIC X(88).
      *
       linkage section.
       01 ls-sortedfile-name PIC X(20).
           MOVE 0 TO recon-record-count.
           MOVE "Y" TO recon-first-record.
           MOVE "Y" TO recon-order-ok.
           MOVE "M" TO ctl-file-type.
           MOVE "RECONCIL" TO ctl-program.
           MOVE sorted-file-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           OPEN INPUT sortfil.
           IF sortfil-stat = "00"
               PERFORM READ-AND-CHECK-RECORD UNTIL sortfil-stat = "10"
               CLOSE sortfil
               MOVE "V" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
               IF ctl-break
                   MOVE "BREAK" TO recon-control-status
               ELSE
                   MOVE "OK" TO recon-control-status
               END-IF
           ELSE
               MOVE "N" TO recon-order-ok
               MOVE "NONE" TO recon-control-status
           END-IF.
      *
       READ-AND-CHECK-RECORD.
           READ sortfil.
           IF sortfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF sortfil-stat = "00" AND ctl-data-record
               ADD 1 TO recon-record-count
               PERFORM EXTRACT-SORT-KEY
               IF recon-first-record = "Y"
                   PERFORM COMPARE-SORT-KEY
               END-IF
               MOVE current-key TO previous-key
           END-IF.
           IF sortfil-stat NOT = "00"
               IF sortfil-stat NOT = "10"
                   MOVE "READ SORTFIL" TO io-operation-desc
                   MOVE sortfil-stat TO io-status-code
       WRITE-RECONCILIATION-REPORT.
           IF recon-record-count = expected-count-ws
                   AND recon-order-ok = "Y"
                   AND recon-control-status = "OK"
               MOVE "PASS" TO recon-pass-fail
           ELSE
               MOVE "FAIL" TO recon-pass-fail
               recon-expected-ed, DELIMITED BY SIZE,
               " ORDER-OK=", DELIMITED BY SIZE,
               recon-order-ok, DELIMITED BY SIZE,
               " CONTROL=", DELIMITED BY SIZE,
               recon-control-status, DELIMITED BY SIZE,
               INTO reconrpt-record.
      *    a RECONRPT.TXT that will not OPEN, WRITE or CLOSE cleanly
      *    is skipped rather than aborting, same policy and same
