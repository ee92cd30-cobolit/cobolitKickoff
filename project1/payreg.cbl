      *    called by LABFILE2 after the CITSORT run to print a
      *    payroll-register rehearsal off the sorted output - one
      *    gross-to-net line per employee, using the bracketed
      *    withholding table in PAYBRKT.CPY, with control-break
      *    subtotals per ZIP group, a grand total, and a department
      *    roll-up (headcount, gross, withheld, net per DEPT) at the
      *    bottom.
      *    writes PAYREG.TXT.  the register exists so downstream
      *    payroll logic - including the department-keyed kind - can
      *    be validated against known generated inputs
      *    the breaks line up with the sort when PARMFILE.DAT sorts on
      *    ZIP, and on any other sort key each contiguous cluster of
      *    one leading-five value simply becomes its own group.
      *    the sorted file's header and trailer control records are
      *    left out of the register and proved at the end of it.
       environment division.
       input-output section.
       file-control.
      *
       77 sorted-file-name-ws PIC X(20).
      *
      *    annual withholding brackets - see PAYBRKT.CPY.
           COPY paybrkt.
       77 pay-bracket-index  PIC 9(02) COMP.
       77 pay-bracket-found  PIC X(01).
      *
       01 pay-tot-gross-ed   PIC Z(13)9.99.
       01 pay-tot-withheld-ed PIC Z(13)9.99.
       01 pay-tot-net-ed     PIC Z(13)9.99.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-sortedfile-name PIC X(20).
           OPEN OUTPUT payreg.
           IF payreg-stat = "00"
               PERFORM OPEN-POSTING-FILES
               MOVE "M" TO ctl-file-type
               MOVE "PAYREG" TO ctl-program
               MOVE sorted-file-name-ws TO ctl-file-name
               MOVE "B" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
               OPEN INPUT sortfil
               IF sortfil-stat = "00"
                   PERFORM REGISTER-ONE-RECORD
                   IF pay-post-ok = "Y"
                       PERFORM WRITE-FILE-BALANCE-PROOF
                   END-IF
                   PERFORM WRITE-CONTROL-LINE
               END-IF
               PERFORM CLOSE-POSTING-FILES
               CLOSE payreg
       REGISTER-ONE-RECORD.
           READ sortfil.
           IF sortfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF sortfil-stat = "00" AND ctl-data-record
               IF pay-first-record = "Y"
                   MOVE zip (1:5) TO pay-zip-group
                   PERFORM START-NEW-GROUP
               ADD pay-withheld TO pay-group-withheld
               ADD pay-net TO pay-group-net
               PERFORM ACCUMULATE-DEPT-TOTALS
           END-IF.
           IF sortfil-stat NOT = "00"
               IF sortfil-stat NOT = "10"
                   MOVE "READ SORTFIL" TO io-operation-desc
                   MOVE sortfil-stat TO io-status-code
           MOVE "WRITE PAYREG (GRAND)" TO io-operation-desc.
           MOVE payreg-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-LINE.
           MOVE "V" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           INITIALIZE payreg-record.
           IF ctl-break
               STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                   ctl-break-text, DELIMITED BY SIZE,
                   INTO payreg-record
           ELSE
               MOVE "CONTROL IN BALANCE" TO payreg-record
           END-IF.
           WRITE payreg-record.
           MOVE "WRITE PAYREG (CONTROL)" TO io-operation-desc.
           MOVE payreg-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
