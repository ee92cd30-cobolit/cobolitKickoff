      *    so a weird DISTRPT bucket can be traced to the records that
      *    caused it.
      *
      *    the header and trailer control records are not edited -
      *    they are proved, with the result on LAB2REJ.TXT after the
      *    summary, and LAB2CLN.TXT gets a header and trailer of its
      *    own over the records that passed.
      *
      *    reason codes:
      *      01  SEQUENCE-NO not numeric, out of order, or gapped
      *      02  NAME blank
      *
       01 edit-clean-ed      PIC Z(6)9.
       01 edit-reject-ed     PIC Z(6)9.
      *
           COPY ctltot REPLACING ctl-totals BY dat-ctl.
           COPY ctltot REPLACING ctl-totals BY cln-ctl.
           COPY ctlrec.
       01 ctl-image          PIC X(88).
       77 edit-header-written PIC X(01).
      *
       linkage section.
       01 ls-inputfile-name PIC X(15).
           MOVE 1 TO edit-expected-seq.
           MOVE 0 TO edit-clean-count.
           MOVE 0 TO edit-reject-count.
           MOVE "N" TO edit-header-written.
           PERFORM BEGIN-CONTROL-TOTALS.
           OPEN INPUT datfil.
           IF datfil-stat = "00"
               OPEN OUTPUT cleanfil
               OPEN OUTPUT rejectfil
               IF cleanfil-stat = "00" AND rejectfil-stat = "00"
                   PERFORM EDIT-ONE-RECORD UNTIL datfil-stat = "10"
                   PERFORM WRITE-CLEAN-TRAILER
                   PERFORM WRITE-EDIT-SUMMARY
                   PERFORM WRITE-CONTROL-LINE
               END-IF
               IF cleanfil-stat = "00"
                   CLOSE cleanfil
       EDIT-ONE-RECORD.
           READ datfil.
           IF datfil-stat = "00"
               MOVE "R" TO ctl-function IN dat-ctl
               CALL "ctltally" USING dat-ctl, lab2fil-record
               IF ctl-header-record IN dat-ctl
                   AND edit-header-written = "N"
                   MOVE lab2fil-record TO lab2-control-record
                   MOVE lctl-run-id TO ctl-run-id IN cln-ctl
                   MOVE lctl-created TO ctl-created IN cln-ctl
                   PERFORM WRITE-CLEAN-HEADER
               END-IF
           END-IF.
           IF datfil-stat = "00" AND ctl-data-record IN dat-ctl
               MOVE "Y" TO edit-record-ok
               MOVE SPACES TO edit-reason-codes
               PERFORM CHECK-SEQUENCE-FIELD
               ELSE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.
           IF datfil-stat NOT = "00"
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
                   MOVE datfil-stat TO io-status-code
           END-IF.
      *
       WRITE-CLEAN-RECORD.
           IF edit-header-written = "N"
               PERFORM WRITE-CLEAN-HEADER
           END-IF.
           ADD 1 TO edit-clean-count.
           MOVE lab2fil-record TO clean-record.
           WRITE clean-record.
           MOVE "WRITE CLEANFIL" TO io-operation-desc.
           MOVE cleanfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN cln-ctl.
           CALL "ctltally" USING cln-ctl, clean-record.
      *
       BEGIN-CONTROL-TOTALS.
           MOVE "M" TO ctl-file-type IN dat-ctl.
           MOVE "M" TO ctl-file-type IN cln-ctl.
           MOVE "EDITCHK" TO ctl-program IN dat-ctl.
           MOVE "EDITCHK" TO ctl-program IN cln-ctl.
           MOVE inputfile-name-ws TO ctl-file-name IN dat-ctl.
           MOVE "LAB2CLN.TXT" TO ctl-file-name IN cln-ctl.
           MOVE SPACES TO ctl-run-id IN cln-ctl.
           MOVE edit-run-date TO ctl-created IN cln-ctl.
           MOVE 1 TO ctl-part-count IN cln-ctl.
           MOVE "B" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, ctl-image.
           MOVE "B" TO ctl-function IN cln-ctl.
           CALL "ctltally" USING cln-ctl, ctl-image.
      *
      *    the clean file is one whole file however many partitions
      *    the input came in, so it gets one header - off the
      *    input's first header when there is one, ahead of the first
      *    clean record or the trailer when there is not.
       WRITE-CLEAN-HEADER.
           MOVE "Y" TO edit-header-written.
           MOVE "H" TO ctl-function IN cln-ctl.
           CALL "ctltally" USING cln-ctl, ctl-image.
           WRITE clean-record FROM ctl-image.
           MOVE "WRITE CLEANFIL HEADER" TO io-operation-desc.
           MOVE cleanfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CLEAN-TRAILER.
           IF edit-header-written = "N"
               PERFORM WRITE-CLEAN-HEADER
           END-IF.
           MOVE "T" TO ctl-function IN cln-ctl.
           CALL "ctltally" USING cln-ctl, ctl-image.
           WRITE clean-record FROM ctl-image.
           MOVE "WRITE CLEANFIL TRAILER" TO io-operation-desc.
           MOVE cleanfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    REASONS= carries the fired codes in field order, blank
      *    slots squeezed out, followed by the whole record image so
           MOVE "WRITE REJECTFIL (SUMMARY)" TO io-operation-desc.
           MOVE rejectfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-LINE.
           MOVE "V" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, ctl-image.
           INITIALIZE rejectfil-record.
           IF ctl-break IN dat-ctl
               STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                   ctl-break-text IN dat-ctl, DELIMITED BY SIZE,
                   INTO rejectfil-record
           ELSE
               MOVE "CONTROL IN BALANCE" TO rejectfil-record
           END-IF.
           WRITE rejectfil-record.
           MOVE "WRITE REJECTFIL (CONTROL)" TO io-operation-desc.
           MOVE rejectfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
