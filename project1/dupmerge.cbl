      *    and writes one survivor per group to LAB2SURV.TXT carrying
      *    the combined SALARY and the member count, plus a report of
      *    the largest duplicate groups and the overall group/record/
      *    duplicate counts to LAB2DUPR.TXT.  the master's header and
      *    trailer control records go through the sort with the rest
      *    and are proved as they come back, never grouped.
       environment division.
       input-output section.
       file-control.
       01 dup-records-ed     PIC Z(6)9.
       01 dup-dupes-ed       PIC Z(6)9.
       01 dup-salary-ed      PIC Z(13)9.99.
      *
           COPY ctltot.
       01 ctl-image          PIC X(88).
      *
       linkage section.
       01 ls-inputfile-name PIC X(15).
               CLOSE survfil
               GOBACK
           END-IF.
           MOVE "M" TO ctl-file-type.
           MOVE "DUPMERGE" TO ctl-program.
           MOVE inputfile-name-ws TO ctl-file-name.
           MOVE "B" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           SORT dupsort ON ASCENDING KEY ds-name, ds-addr
               USING datfil
               OUTPUT PROCEDURE IS GROUP-SURVIVORS.
           MOVE "V" TO ctl-function.
           CALL "ctltally" USING ctl-totals, ctl-image.
           PERFORM WRITE-LARGEST-GROUPS.
           PERFORM WRITE-MERGE-SUMMARY.
           PERFORM WRITE-CONTROL-LINE.
           CLOSE duprpt.
           CLOSE survfil.
      *
               AT END MOVE "Y" TO dup-sort-eof
           END-RETURN.
           IF dup-sort-eof = "N"
               MOVE "R" TO ctl-function
               CALL "ctltally" USING ctl-totals, dupsort-record
           END-IF.
           IF dup-sort-eof = "N" AND ctl-data-record
               ADD 1 TO dup-total-records
               IF dup-first-record = "Y"
                   PERFORM START-NEW-GROUP
           MOVE "WRITE DUPRPT (SUMMARY)" TO io-operation-desc.
           MOVE duprpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-LINE.
           INITIALIZE duprpt-record.
           IF ctl-break
               STRING "CONTROL BREAK ", DELIMITED BY SIZE,
                   ctl-break-text, DELIMITED BY SIZE,
                   INTO duprpt-record
           ELSE
               MOVE "CONTROL IN BALANCE" TO duprpt-record
           END-IF.
           WRITE duprpt-record.
           MOVE "WRITE DUPRPT (CONTROL)" TO io-operation-desc.
           MOVE duprpt-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
