      *    source - see PAKEXP's own usage note; reason-01 rejects
      *    against a file exported in any other order are the
      *    ordering, not transit damage.
      *    the control records come back with the data.  PAKIMP
      *    checks the packed file's trailer as it reads, so a short
      *    or doubled LAB2PACK.DAT is reported as a control break,
      *    and the EDITCHK pass proves the rebuilt file against the
      *    same records - the count handed to it is of employee
      *    records only.
       environment division.
       input-output section.
       file-control.
       77 dispfile-name-ws   PIC X(15) VALUE "LAB2DISP.TXT".
       77 pak-import-count   PIC 9(7).
       01 pak-count-ed       PIC Z(6)9.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       procedure division.
       main.
           MOVE "OPEN OUTPUT DISPFIL" TO io-operation-desc.
           MOVE dispfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "M" TO ctl-file-type.
           MOVE "PAKIMP" TO ctl-program.
           MOVE "LAB2PACK.DAT" TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           PERFORM IMPORT-ONE-RECORD UNTIL packfil-stat = "10".
           MOVE "V" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           CLOSE packfil.
           MOVE "CLOSE PACKFIL" TO io-operation-desc.
           MOVE packfil-stat TO io-status-code.
               MOVE "WRITE DISPFIL" TO io-operation-desc
               MOVE dispfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
               IF ctl-data-record
                   ADD 1 TO pak-import-count
               END-IF
           ELSE
               IF packfil-stat NOT = "10"
                   MOVE "READ PACKFIL" TO io-operation-desc
           MOVE pak-import-count TO pak-count-ed.
           DISPLAY "PAKIMP IMPORTED " pak-count-ed
               " RECORDS FROM LAB2PACK.DAT TO " dispfile-name-ws.
           IF ctl-break
               DISPLAY "PAKIMP CONTROL BREAK - " ctl-break-text
           ELSE
               DISPLAY "PAKIMP CONTROL TOTALS IN BALANCE"
           END-IF.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
