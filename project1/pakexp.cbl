      *    whose key was Q ascending): EDITCHK's sequence rule would
      *    read any other ordering as a shower of reason-01 rejects
      *    that have nothing to do with transit damage.
      *    the header and trailer control records carry everything
      *    they hold in the NAME and ADDR bytes, so they pack and
      *    unpack like any other record and ship with the data; the
      *    input is proved against them on the way out, and EDITCHK
      *    proves the rebuilt file against them on the way back in.
       environment division.
       input-output section.
       file-control.
       77 inputfile-name-ws  PIC X(20).
       77 pak-export-count   PIC 9(7).
       01 pak-count-ed       PIC Z(6)9.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       procedure division.
       main.
           MOVE "OPEN OUTPUT PACKFIL" TO io-operation-desc.
           MOVE packfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "M" TO ctl-file-type.
           MOVE "PAKEXP" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           PERFORM EXPORT-ONE-RECORD UNTIL datfil-stat = "10".
           MOVE "V" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           CLOSE datfil.
           MOVE "CLOSE DATFIL" TO io-operation-desc.
           MOVE datfil-stat TO io-status-code.
               MOVE "WRITE PACKFIL" TO io-operation-desc
               MOVE packfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
               IF ctl-data-record
                   ADD 1 TO pak-export-count
               END-IF
           ELSE
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
           DISPLAY "PAKEXP EXPORTED " pak-count-ed
               " RECORDS FROM " inputfile-name-ws
               " TO LAB2PACK.DAT".
           IF ctl-break
               DISPLAY "PAKEXP CONTROL BREAK - " ctl-break-text
           ELSE
               DISPLAY "PAKEXP CONTROL TOTALS IN BALANCE"
           END-IF.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
