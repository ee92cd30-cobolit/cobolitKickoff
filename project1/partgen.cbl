      *    PARTREC.CPY .prm file on the command line:
      *        partgen xxxxxxxxxxxP01.prm
      *    the .prm file says which SEQUENCE-NO to start at, how many
      *    records to write, and which data/transaction/bank-account
      *    chunk files to write them into; everything else (ranges,
      *    pools, transactions per employee, the bank-account mix
      *    BANKGEN draws) comes from PARMFILE.DAT and the shared
      *    subprograms exactly as it does for the single-stream loop,
      *    so a partitioned run generates the same shape of data.
      *    no checkpointing here - rerunning a partition is exactly
      *    as cheap as resuming one, and the reconciliation step
      *    already catches a partition that died short.
      *    each chunk opens with a header and closes with a trailer
      *    control record of its own (see CTLREC.CPY), so the
      *    concatenated file carries one pair per partition and a
      *    reader can tell a partition lost or doubled in the
      *    concatenation.
       environment division.
       input-output section.
       file-control.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS trnfil-stat.
      *
           SELECT bnkfil ASSIGN TO bank-file-name-ws
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bnkfil-stat.
      *
       data division.
       file section.
      *
       fd trnfil.
           COPY paytran.
      *
       fd bnkfil.
           COPY bankrec.
      *
       working-storage section.
       77 partparm-stat  PIC xx.
       77 parmfil-stat   PIC xx.
       77 datfil-stat    PIC xx.
       77 trnfil-stat    PIC xx.
       77 bnkfil-stat    PIC xx.
       77 io-operation-desc PIC X(30).
       77 io-status-code    PIC XX.
      *
       77 part-parm-name    PIC X(24).
       77 data-file-name-ws PIC X(24).
       77 tran-file-name-ws PIC X(24).
       77 bank-file-name-ws PIC X(24).
       77 part-start-seq-ws PIC 9(7).
       77 part-count-ws     PIC 9(7).
       01 time-var.
       77 salary-range     PIC 9(7)V99.
       77 tran-choices      PIC 9(02).
       77 tran-draw-count   PIC 9(02).
       77 tran-ordinal      PIC 9(02).
       77 bank-drawn        PIC X(01).
      *
      *    HIRE-DATE generation working fields - the same draws, in
      *    the same order, as LABFILE2's LOAD-FILE.
       01 gen-run-date-red REDEFINES gen-run-date.
           05 gen-run-yyyymm  PIC 9(06).
           05 gen-run-dd      PIC 9(02).
      *
      *    control totals for the data and transaction chunks - see
      *    CTLTOT.CPY.  CTL-IMAGE receives the header and trailer
      *    images CTLTALLY builds.
           COPY ctltot REPLACING ctl-totals BY dat-ctl.
           COPY ctltot REPLACING ctl-totals BY trn-ctl.
       01 ctl-image         PIC X(88).
      *
       procedure division.
       main.
           MOVE part-record-count TO part-count-ws.
           MOVE part-data-file-name TO data-file-name-ws.
           MOVE part-tran-file-name TO tran-file-name-ws.
           MOVE part-bank-file-name TO bank-file-name-ws.
      *
       READ-PARM-FILE.
           OPEN INPUT parmfil.
           MOVE "OPEN OUTPUT TRNFIL" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           open output bnkfil.
           MOVE "OPEN OUTPUT BNKFIL" TO io-operation-desc.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           PERFORM WRITE-CONTROL-HEADERS.
           MOVE part-start-seq-ws TO sequence-no.
           SUBTRACT 1 FROM sequence-no.
           PERFORM GENERATE-ONE-RECORD part-count-ws TIMES.
           PERFORM WRITE-CONTROL-TRAILERS.
           close datfil.
           MOVE "CLOSE DATFIL" TO io-operation-desc.
           MOVE datfil-stat TO io-status-code.
           MOVE "CLOSE TRNFIL" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           close bnkfil.
           MOVE "CLOSE BNKFIL" TO io-operation-desc.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    one record plus its companion transactions and bank
      *    account - the same
      *    draws, in the same order, as LABFILE2's LOAD-FILE, minus
      *    the checkpointing.
       GENERATE-ONE-RECORD.
           MOVE "WRITE LAB2FIL-RECORD" TO io-operation-desc.
           MOVE datfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, lab2fil-record.
      *
           compute tran-draw-count = FUNCTION RANDOM * tran-choices.
           MOVE 0 TO tran-ordinal.
           PERFORM WRITE-EMPLOYEE-TRANSACTIONS tran-draw-count TIMES.
           PERFORM WRITE-EMPLOYEE-BANK-RECORD.
      *
       WRITE-EMPLOYEE-TRANSACTIONS.
           ADD 1 TO tran-ordinal.
           CALL "trangen" USING sequence-no, tran-ordinal,
               parm-tran-mix, gen-run-yyyymm, paytran-record.
           write paytran-record.
           MOVE "WRITE PAYTRAN-RECORD" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, paytran-record.
      *
      *    a .prm file from before the control fields were added
      *    leaves them blank - the chunk is then stamped as the one
      *    and only partition of an unnamed run.
       WRITE-CONTROL-HEADERS.
           MOVE "M" TO ctl-file-type IN dat-ctl.
           MOVE "P" TO ctl-file-type IN trn-ctl.
           MOVE "PARTGEN" TO ctl-program IN dat-ctl.
           MOVE "PARTGEN" TO ctl-program IN trn-ctl.
           MOVE data-file-name-ws TO ctl-file-name IN dat-ctl.
           MOVE tran-file-name-ws TO ctl-file-name IN trn-ctl.
           MOVE part-run-id TO ctl-run-id IN dat-ctl.
           MOVE part-run-id TO ctl-run-id IN trn-ctl.
           MOVE gen-run-date TO ctl-created IN dat-ctl.
           MOVE gen-run-date TO ctl-created IN trn-ctl.
           IF part-total-parts NUMERIC AND part-total-parts > 0
               MOVE part-total-parts TO ctl-part-count IN dat-ctl
           ELSE
               MOVE 1 TO ctl-part-count IN dat-ctl
           END-IF.
           MOVE ctl-part-count IN dat-ctl TO ctl-part-count IN trn-ctl.
           MOVE "B" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, ctl-image.
           MOVE "B" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           MOVE "H" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, ctl-image.
           WRITE lab2fil-record FROM ctl-image.
           MOVE "WRITE DATFIL (HEADER)" TO io-operation-desc.
           MOVE datfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "H" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           WRITE paytran-record FROM ctl-image (1:30).
           MOVE "WRITE TRNFIL (HEADER)" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CONTROL-TRAILERS.
           MOVE "T" TO ctl-function IN dat-ctl.
           CALL "ctltally" USING dat-ctl, ctl-image.
           WRITE lab2fil-record FROM ctl-image.
           MOVE "WRITE DATFIL (TRAILER)" TO io-operation-desc.
           MOVE datfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "T" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           WRITE paytran-record FROM ctl-image (1:30).
           MOVE "WRITE TRNFIL (TRAILER)" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-EMPLOYEE-BANK-RECORD.
           CALL "bankgen" USING sequence-no, bank-record, bank-drawn.
           IF bank-drawn = "Y"
               write bank-record
               MOVE "WRITE BANK-RECORD" TO io-operation-desc
               MOVE bnkfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       CHECK-FILE-STATUS.
           IF io-status-code NOT = "00"
