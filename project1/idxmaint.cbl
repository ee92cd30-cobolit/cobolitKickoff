       77 mnt-reject-count  PIC 9(7).
       01 mnt-applied-ed    PIC Z(6)9.
       01 mnt-reject-ed     PIC Z(6)9.
      *
      *    LAB2FIL.IDX is patched under the exclusive run lock, so
      *    no IDXBUILD can rebuild it and no IDXLOOK read it halfway.
           COPY lockreq.
      *
       procedure division.
       main.
           PERFORM TAKE-RUN-LOCK.
           MOVE 0 TO mnt-applied-count.
           MOVE 0 TO mnt-reject-count.
           PERFORM OPEN-MAINTENANCE-FILES.
           PERFORM APPLY-ONE-TRANSACTION UNTIL tranfil-stat = "10".
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM CLOSE-MAINTENANCE-FILES.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           stop run.
      *
      *    taken before LAB2FIL.IDX is opened.  any other holder -
      *    a LABFILE2 run rebuilding the file, an IDXLOOK reading it -
      *    stops the patch before it starts, with no waiting; the
      *    operator at the menu simply tries again later.
       TAKE-RUN-LOCK.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "IDXMAINT" TO lock-owner.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "IDXMAINT NOT STARTED - " lock-message
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    unlike the report programs LABFILE2 chains together, this
      *    is a standalone operator utility - a transaction file or
      *    index that will not open means the patch session cannot
           IF io-status-code NOT = "00"
               DISPLAY "IDXMAINT I/O ERROR ON " io-operation-desc
               DISPLAY "IDXMAINT FILE STATUS  = " io-status-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
