      *    decimal point so nobody mis-places the implied V99 by
      *    hand ever again.  the generated NAME/ADDR pools carry no
      *    quote characters, so no escaping is needed inside the
      *    quoted fields.  the input's header and trailer control
      *    records are no employee's row - they are proved, and any
      *    break shown on the console and logged, but not exported.
       environment division.
       input-output section.
       file-control.
       77 csv-dept-len       PIC 9(02) COMP.
      *
       01 csv-salary-ed      PIC 9(7).99.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name PIC X(20).
           OPEN OUTPUT csvfil.
           IF csvfil-stat = "00"
               PERFORM WRITE-CSV-HEADER
               MOVE "M" TO ctl-file-type
               MOVE "CSVEXP" TO ctl-program
               MOVE inputfile-name-ws TO ctl-file-name
               MOVE "B" TO ctl-function
               CALL "ctltally" USING ctl-totals, ctl-image
               OPEN INPUT datfil
               IF datfil-stat = "00"
                   PERFORM EXPORT-ONE-RECORD
                       UNTIL datfil-stat = "10"
                   CLOSE datfil
                   MOVE "V" TO ctl-function
                   CALL "ctltally" USING ctl-totals, ctl-image
               END-IF
               CLOSE csvfil
           END-IF.
       EXPORT-ONE-RECORD.
           READ datfil.
           IF datfil-stat = "00"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, lab2fil-record
           END-IF.
           IF datfil-stat = "00" AND ctl-data-record
               MOVE name TO csv-trim-field
               PERFORM BUILD-QUOTED-FIELD
               MOVE csv-quoted-work TO csv-quoted-name
               MOVE csv-quoted-work TO csv-quoted-dept
               MOVE csv-quoted-len TO csv-dept-len
               PERFORM WRITE-CSV-DETAIL
           END-IF.
           IF datfil-stat NOT = "00"
               IF datfil-stat NOT = "10"
                   MOVE "READ DATFIL" TO io-operation-desc
                   MOVE datfil-stat TO io-status-code
