           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS trnfil-stat.
      *
           SELECT bnkfil ASSIGN TO bankfile-name
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bnkfil-stat.
      *
           SELECT bnkprev ASSIGN TO "BANKPREV.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS bnkprev-stat.
      *
           SELECT batchfil ASSIGN TO batchfile-name
           ORGANIZATION IS LINE SEQUENTIAL
      *
       fd trnfil.
           COPY paytran.
      *
       fd bnkfil.
           COPY bankrec.
      *
       fd bnkprev.
       01 bnkprev-record  PIC X(65).
      *
       FD batchfil.
       01 batchfil-record.
      *
       working-storage section.
       77 trnfil-stat    PIC xx.
       77 bnkfil-stat    PIC xx.
       77 bnkprev-stat   PIC xx.
       77 sortfil-stat   PIC xx.
       77 certfil-stat   PIC xx.
       77 certrpt-stat   PIC xx.
       77 seqfile-name PIC x(15).
       77 sortedfile-name PIC x(20).
       77 trnfile-name PIC x(20).
       77 bankfile-name PIC x(20).
       77 batchfile-name PIC x(24).
       77 batchfile-ext  PIC X(04).
       77 batchfile-command PIC X(25).
      *    random 0 thru PARM-TRAN-MAX transactions dated within the
      *    run's own month; TRAN-CHOICES is PARM-TRAN-MAX + 1 computed
      *    once up front so the random draw spans the zero case too.
      *    TRAN-ORDINAL numbers the employee's transactions for
      *    TRANGEN, which draws each one.
       77 tran-choices      PIC 9(02).
       77 tran-draw-count   PIC 9(02).
       77 tran-ordinal      PIC 9(02).
      *
      *    companion bank-account generation working fields - see
      *    LOAD-FILE and BANKGEN.  each employee draws its bank
      *    record right behind its transactions; BANK-DRAWN comes
      *    back "N" for the few left with no account on file.  a
      *    cycle run carries the prior period's accounts forward
      *    from the BANKPREV.TXT handoff instead of drawing new
      *    ones, and only draws when there is nothing to carry.
       77 bank-drawn        PIC X(01).
       77 bank-carry-switch PIC X(01).
           88 bank-carried-forward   value "Y".
      *
      *    HIRE-DATE generation working fields - see LOAD-FILE.  each
      *    employee's hire year is drawn up to 30 years back from the
       77 part-next-seq     PIC 9(7).
       77 part-data-name-ws PIC X(24).
       77 part-tran-name-ws PIC X(24).
       77 part-bank-name-ws PIC X(24).
       77 gen-command       PIC X(30).
       77 gen-command2      PIC X(35).
       77 gen-concat-verb   PIC X(05).
      *    period-handoff working fields - see SETUP-CYCLE-MASTER and
      *    SAVE-PERIOD-HANDOFF.  LAB2PREV.TXT is the fixed-name copy
      *    of this run's LAB2UPD.TXT left behind for the next period,
      *    the one per-run artifact deliberately NOT archived;
      *    BANKPREV.TXT is its bank-account counterpart.
       77 cycle-prev-name     PIC X(12) VALUE "LAB2PREV.TXT".
       77 cycle-claim-name    PIC X(15).
       77 ckpt-quotient       PIC 9(07).
       77 run-dir-name         PIC X(30).
       77 archive-command      PIC X(80).
       77 artifact-name-ws     PIC X(24).
      *    the department budget BUDVAR judges the run against.  it
      *    is an operator-maintained master that outlives the run,
      *    so the archive gets a copy of it, not the file itself.
       77 budfile-name         PIC X(60) VALUE "DEPTBUD.DAT".
      *
      *    elapsed-time benchmark working fields - see
      *    BENCHMARK-REPORT.
      *    its 4, FAIL its 8; a hard I/O abort anywhere leaves 16,
      *    so no dead run can ever look like a clean one.
       77 overall-status       PIC X(04).
      *
      *    control totals for the master and transaction files this
      *    program writes - and for the carried-forward master it
      *    reads on a cycle run - see CTLTOT.CPY.  CTL-IMAGE receives
      *    the header and trailer images CTLTALLY builds.  the break
      *    log belongs to the run: a fresh run starts it empty, a
      *    step restart keeps what the steps already done logged.
           COPY ctltot REPLACING ctl-totals BY mst-ctl.
           COPY ctltot REPLACING ctl-totals BY trn-ctl.
       01 ctl-image            PIC X(88).
       77 ctlbrk-delete-name   PIC X(10) VALUE "CTLBRK.TXT".
      *
      *    the run lock - see TAKE-RUN-LOCK.  the whole chain runs
      *    under one exclusive lock, so no operator utility or
      *    RERUNRPT can rewrite a fixed-name file under it.
           COPY lockreq.
      *
       77 io-operation-desc    PIC X(30).
       77 io-status-code       PIC XX.
           CALL "poolload" USING name-pool-table, name-pool-count,
               addr-pool-table, addr-pool-count.
           PERFORM READ-PARM-FILE.
           PERFORM TAKE-RUN-LOCK.
           MOVE parm-record-count TO run-record-count.
      *    a leftover step-control file means a prior run finished
      *    its load but died somewhere in the report chain - resume
      *    recorded done, instead of stranding a multi-hour
      *    generation over one late report program.
           PERFORM CHECK-FOR-STEP-RESTART.
           IF NOT step-restarted
               CALL "CBL_DELETE_FILE" USING ctlbrk-delete-name
           END-IF.
      *    a cycle run opens the prior period's closing master as its
      *    own opening master instead of generating one; a leftover
      *    checkpoint can only belong to an interrupted generate run,
                   END-IF
               END-IF
           END-IF.
           PERFORM IDENTIFY-RUN-LOCK.
           PERFORM CREATE-SORTEDFILE-NAME.
           PERFORM CREATE-TRNFILE-NAME.
           PERFORM CREATE-BANKFILE-NAME.
           PERFORM CREATE-CERTFILE-NAME.
      *    CREATE-BATCHFILE-NAME always runs - it also sets
      *    BATCHFILE-EXT, which the partitioned load's generation
               MOVE 10 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
      *    year-to-date posting follows the same rule - only a
      *    cycle run's opening and closing masters are one period of
      *    the same payroll, so only a cycle run posts to YTDMAST.IDX.
           IF step-last-done < 11
               IF parm-mode-cycle
                   CALL "ytdupd" USING seqfile-name, seqfile-rand-red,
                       gen-run-date
               END-IF
               MOVE 11 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
      *    the anniversary and tenure-band report, dated as of the
      *    run itself.
           IF step-last-done < 12
               CALL "tenrpt" USING seqfile-name, gen-run-date
               MOVE 12 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
      *    the direct-deposit file off the master and its bank-
      *    account file, proved against the PAYREG.TXT step 06 left.
           IF step-last-done < 13
               CALL "dirdep" USING seqfile-name, bankfile-name,
                   gen-run-date
               MOVE 13 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
      *    the department budget-versus-actual variance, off the
      *    same PAYREG.TXT roll-up.
           IF step-last-done < 14
               CALL "budvar" USING gen-run-date, budfile-name
               MOVE 14 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
           IF step-last-done < 15
               PERFORM BENCHMARK-REPORT
               CALL "benchtrnd"
               MOVE elapsed-seconds TO step-elapsed-sec
               MOVE 15 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
           IF step-last-done < 16
               PERFORM WRITE-RUN-CATALOG
               MOVE 16 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
      *    the consolidated verdict - every component report is on
      *    disk by now, so RUNSUMM can judge the whole night and the
      *    scheduler gets the answer in the return code instead of a
      *    human reading five files.
           IF step-last-done < 17
               CALL "runsumm" USING recon-verdict, elapsed-seconds,
                   overall-status
               MOVE overall-status TO step-overall-status
               MOVE 17 TO step-last-done
               PERFORM WRITE-STEP-CONTROL
           END-IF.
           PERFORM SAVE-PERIOD-HANDOFF.
           PERFORM ARCHIVE-RUN-ARTIFACTS.
           PERFORM DELETE-STEP-CONTROL.
           PERFORM RELEASE-RUN-LOCK.
           EVALUATE overall-status
               WHEN "PASS"
                   MOVE 0 TO RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF parm-tran-mix NUMERIC
               AND parm-mix-deduction-pct + parm-mix-adjustment-pct
                   + parm-mix-reversal-pct > 100
               DISPLAY "LABFILE2 PARMFILE ERROR - PARM-TRAN-MIX "
                   "PERCENTAGES MAY NOT TOTAL MORE THAN 100"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT parm-sort-external AND NOT parm-sort-internal
               AND NOT parm-sort-certify
               DISPLAY "LABFILE2 PARMFILE ERROR - PARM-SORT-ENGINE "
               MOVE 8 TO dept-pool-used
           END-IF.
      *
      *    taken before anything in the working directory is touched,
      *    a step restart included - the restart renames files too.
      *    the run id is not known yet; IDENTIFY-RUN-LOCK stamps it
      *    on once the stem is settled.  a run that stops anywhere
      *    short of RELEASE-RUN-LOCK leaves its lock behind, and
      *    RUNLOCK reports it STALE to the next program that asks.
       TAKE-RUN-LOCK.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "LABFILE2" TO lock-owner.
           IF parm-lock-wait-min NUMERIC
               COMPUTE lock-wait-seconds = parm-lock-wait-min * 60
           END-IF.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "LABFILE2 NOT STARTED - " lock-message
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       IDENTIFY-RUN-LOCK.
           MOVE "I" TO lock-function.
           MOVE seqfile-rand-red TO lock-run-id.
           CALL "runlock" USING lock-request.
      *
       RELEASE-RUN-LOCK.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
      *
      *    if LAB2CKPT.DAT is sitting there from an interrupted run,
      *    pick the SEQFILE-NAME back up so the load loop appends to
      *    the same file instead of burning another full multi-million
      *    value.
       RECOUNT-LAB2FIL-RECORDS.
           MOVE 0 TO lab2fil-recount.
           MOVE "M" TO ctl-file-type IN mst-ctl.
           MOVE "B" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           OPEN INPUT lab2fil.
           MOVE "OPEN LAB2FIL FOR RECOUNT" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE lab2fil-recount TO sequence-no IN lab2fil-record.
      *
      *    the header is counted into the control totals but not
      *    into the records - on a restart those totals carry on
      *    into the trailer the resumed load writes.
       COUNT-ONE-LAB2FIL-RECORD.
           READ lab2fil.
           IF file-stat = "00"
               MOVE "R" TO ctl-function IN mst-ctl
               CALL "ctltally" USING mst-ctl, lab2fil-record
               IF ctl-data-record IN mst-ctl
                   ADD 1 TO lab2fil-recount
               END-IF
           ELSE
               IF file-stat NOT = "10"
                   MOVE "READ LAB2FIL RECOUNT" TO io-operation-desc
               END-IF
           END-IF.
      *
      *    the resumed transaction file's totals, picked back up the
      *    same way RECOUNT-LAB2FIL-RECORDS picks up the master's.  a
      *    transaction file that is not there yet tallies nothing,
      *    and SINGLE-STREAM-LOAD then starts it over with a header.
       RETALLY-TRNFIL.
           MOVE "P" TO ctl-file-type IN trn-ctl.
           MOVE "B" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           OPEN INPUT trnfil.
           IF trnfil-stat = "00"
               PERFORM TALLY-ONE-TRNFIL-RECORD
                   UNTIL trnfil-stat NOT = "00"
               CLOSE trnfil
           END-IF.
      *
       TALLY-ONE-TRNFIL-RECORD.
           READ trnfil.
           IF trnfil-stat = "00"
               MOVE "R" TO ctl-function IN trn-ctl
               CALL "ctltally" USING trn-ctl, paytran-record
           ELSE
               IF trnfil-stat NOT = "10"
                   MOVE "READ TRNFIL RETALLY" TO io-operation-desc
                   MOVE trnfil-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    a cycle run's opening master is the prior run's LAB2PREV.
      *    TXT handoff copy.  it keeps that name - and so stays
      *    restartable from scratch - until the fresh transaction
           STRING seqfile-rand-red, DELIMITED BY SIZE,
           "trn.txt", DELIMITED BY SIZE,
           INTO trnfile-name.
      *
       CREATE-BANKFILE-NAME.
      *seqfile-var-bnk.txt
           STRING seqfile-rand-red, DELIMITED BY SIZE,
           "bnk.txt", DELIMITED BY SIZE,
           INTO bankfile-name.
      *
       CREATE-CERTFILE-NAME.
      *seqfile-var-cert.txt
      *    fresh OPEN OUTPUT instead of aborting the resumed run,
      *    the same 05/35 fallback WRITE-BENCHMARK-HISTORY uses.
           IF restarted-run
               PERFORM RETALLY-TRNFIL
               open extend trnfil
               IF trnfil-stat = "05" OR trnfil-stat = "35"
                   open output trnfil
           END-IF.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *    the bank-account file rides along the same way, with the
      *    same fallback for a checkpoint older than the file.
           IF restarted-run
               open extend bnkfil
               IF bnkfil-stat = "05" OR bnkfil-stat = "35"
                   open output bnkfil
               END-IF
               MOVE "OPEN EXTEND BNKFIL" TO io-operation-desc
           ELSE
               open output bnkfil
               MOVE "OPEN OUTPUT BNKFIL" TO io-operation-desc
           END-IF.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *    a fresh load opens both files with their header records.
      *    a resumed one already has them - RECOUNT-LAB2FIL-RECORDS
      *    and RETALLY-TRNFIL picked the totals back up off what is
      *    on disk - unless the transaction file had to be started
      *    over, which needs its header again.  SEQUENCE-NO is still
      *    zero when the master header goes out, and the header's
      *    own key is zero, so the load loop's count is undisturbed.
           PERFORM SET-CONTROL-IDENTITY.
           IF restarted-run
               IF ctl-header-count IN trn-ctl = 0
                   PERFORM WRITE-TRAN-HEADER
               END-IF
           ELSE
               MOVE "B" TO ctl-function IN mst-ctl
               CALL "ctltally" USING mst-ctl, ctl-image
               MOVE "B" TO ctl-function IN trn-ctl
               CALL "ctltally" USING trn-ctl, ctl-image
               PERFORM WRITE-MASTER-HEADER
               PERFORM WRITE-TRAN-HEADER
           END-IF.
           compute remaining-count =
               parm-record-count - sequence-no IN lab2fil-record.
           perform load-file remaining-count times.
      *    a run that died after its trailers went out but before
      *    the checkpoint was deleted resumes with nothing left to
      *    load - it must not close the files a second time.
           IF ctl-trailer-count IN mst-ctl = 0
               PERFORM WRITE-MASTER-TRAILER
           END-IF.
           IF ctl-trailer-count IN trn-ctl = 0
               PERFORM WRITE-TRAN-TRAILER
           END-IF.
           close lab2fil.
           MOVE "CLOSE LAB2FIL" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           MOVE "CLOSE TRNFIL" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           close bnkfil.
           MOVE "CLOSE BNKFIL" TO io-operation-desc.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    the cycle run's only generation - a fresh transaction file
      *    drawn against the carried-forward master, one read per
      *    run's own SEQFILE-NAME is parked aside for the reads and
      *    restored after, and CLAIM-CYCLE-MASTER only renames the
      *    file once the transactions are complete.
      *    the bank-account file is carried, not drawn: the prior
      *    period's accounts are copied across from BANKPREV.TXT
      *    under this run's own name, since a cycle run's master is
      *    the same employees as last period's.  a handoff with no
      *    BANKPREV.TXT beside it (left by a run from before bank
      *    files were kept) draws a fresh set against the master
      *    instead, so the period after it has one to carry.
       GENERATE-CYCLE-TRANSACTIONS.
           MOVE seqfile-name TO cycle-claim-name.
           MOVE cycle-prev-name TO seqfile-name.
           PERFORM SET-CONTROL-IDENTITY.
           MOVE cycle-prev-name TO ctl-file-name IN mst-ctl.
           MOVE "B" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           MOVE "B" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           OPEN INPUT lab2fil.
           MOVE "OPEN INPUT LAB2FIL (CYCLE)" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           MOVE "OPEN OUTPUT TRNFIL" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           OPEN OUTPUT bnkfil.
           MOVE "OPEN OUTPUT BNKFIL" TO io-operation-desc.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "N" TO bank-carry-switch.
           OPEN INPUT bnkprev.
           IF bnkprev-stat = "00"
               MOVE "Y" TO bank-carry-switch
               PERFORM CARRY-ONE-BANK-RECORD UNTIL bnkprev-stat = "10"
               CLOSE bnkprev
           END-IF.
           PERFORM WRITE-TRAN-HEADER.
           PERFORM DRAW-ONE-MASTER-TRANS UNTIL file-stat = "10".
           PERFORM WRITE-TRAN-TRAILER.
           MOVE "V" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           CLOSE lab2fil.
           MOVE "CLOSE LAB2FIL (CYCLE)" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           MOVE "CLOSE TRNFIL" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           CLOSE bnkfil.
           MOVE "CLOSE BNKFIL" TO io-operation-desc.
           MOVE bnkfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE cycle-claim-name TO seqfile-name.
      *
       CARRY-ONE-BANK-RECORD.
           READ bnkprev.
           IF bnkprev-stat = "00"
               MOVE bnkprev-record TO bank-record
               WRITE bank-record
               MOVE "WRITE BNKFIL (CARRY)" TO io-operation-desc
               MOVE bnkfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           ELSE
               IF bnkprev-stat NOT = "10"
                   MOVE "READ BNKPREV" TO io-operation-desc
                   MOVE bnkprev-stat TO io-status-code
                   PERFORM CHECK-FILE-STATUS
               END-IF
           END-IF.
      *
      *    the prior period's header and trailer are proved, not
      *    drawn against.
       DRAW-ONE-MASTER-TRANS.
           READ lab2fil.
           IF file-stat = "00"
               MOVE "R" TO ctl-function IN mst-ctl
               CALL "ctltally" USING mst-ctl, lab2fil-record
           END-IF.
           IF file-stat = "00" AND ctl-data-record IN mst-ctl
               compute tran-draw-count = FUNCTION RANDOM * tran-choices
               MOVE 0 TO tran-ordinal
               PERFORM WRITE-EMPLOYEE-TRANSACTIONS tran-draw-count
                   TIMES
               IF NOT bank-carried-forward
                   PERFORM WRITE-EMPLOYEE-BANK-RECORD
               END-IF
           END-IF.
           IF file-stat NOT = "00"
               IF file-stat NOT = "10"
                   MOVE "READ LAB2FIL (CYCLE)" TO io-operation-desc
                   MOVE file-stat TO io-status-code
             batchfile-ext, DELIMITED BY SPACE,
             INTO genfile-name.
      *
      *    the run stem plus P/T/B and the partition number name the
      *    partition's data chunk, transaction chunk, bank-account
      *    chunk and .prm file - rebuilt from PART-NUMBER wherever a
      *    loop needs them.
       SET-PARTITION-NAMES.
           MOVE part-number TO part-number-text.
           INITIALIZE part-data-name-ws.
             part-number-text, DELIMITED BY SIZE,
             ".txt", DELIMITED BY SIZE,
             INTO part-tran-name-ws.
           INITIALIZE part-bank-name-ws.
           STRING seqfile-rand-red, DELIMITED BY SIZE,
             "B", DELIMITED BY SIZE,
             part-number-text, DELIMITED BY SIZE,
             ".txt", DELIMITED BY SIZE,
             INTO part-bank-name-ws.
           INITIALIZE part-parm-name.
           STRING seqfile-rand-red, DELIMITED BY SIZE,
             "P", DELIMITED BY SIZE,
           MOVE part-this-count TO part-record-count.
           MOVE part-data-name-ws TO part-data-file-name.
           MOVE part-tran-name-ws TO part-tran-file-name.
           MOVE part-bank-name-ws TO part-bank-file-name.
           MOVE seqfile-rand-red TO part-run-id.
           MOVE gen-run-date TO part-created.
           MOVE parm-partition-count TO part-total-parts.
           OPEN OUTPUT partparm.
           MOVE "OPEN OUTPUT PARTPARM" TO io-operation-desc.
           MOVE partparm-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    cat xxP01.txt > seqfile / cat xxP02.txt >> seqfile (and
      *    the same for the T transaction and B bank-account
      *    chunks) - one chunk per
      *    line so no command line ever outgrows the record, however
      *    many partitions the operator asks for.  windows uses
      *    type, whose redirection behaves the same way.
           PERFORM SET-PARTITION-NAMES.
           PERFORM WRITE-DATA-CONCAT-LINE.
           PERFORM WRITE-TRAN-CONCAT-LINE.
           PERFORM WRITE-BANK-CONCAT-LINE.
      *
       WRITE-DATA-CONCAT-LINE.
           INITIALIZE genfil-record.
           MOVE genfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-BANK-CONCAT-LINE.
           INITIALIZE genfil-record.
           STRING gen-concat-verb, DELIMITED BY SPACE,
             " ", DELIMITED BY SIZE,
             part-bank-name-ws, DELIMITED BY SPACE,
             gen-concat-redir, DELIMITED BY SIZE,
             bankfile-name, DELIMITED BY SPACE,
             INTO genfil-record.
           WRITE genfil-record.
           MOVE "WRITE GENFIL (CAT BANK)" TO io-operation-desc.
           MOVE genfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
      *    rm xxP01.txt xxT01.txt xxB01.txt  -or-  del the same -
      *    the chunks are spent once the concatenation has them.
      *    the .prm files stay for ARCHIVE-RUN-ARTIFACTS.
       WRITE-ONE-CLEANUP-LINE.
             part-data-name-ws, DELIMITED BY SPACE,
             " ", DELIMITED BY SIZE,
             part-tran-name-ws, DELIMITED BY SPACE,
             " ", DELIMITED BY SIZE,
             part-bank-name-ws, DELIMITED BY SPACE,
             INTO genfil-record.
           WRITE genfil-record.
           MOVE "WRITE GENFIL (CLEANUP)" TO io-operation-desc.
           MOVE "WRITE LAB2FIL-RECORD" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, lab2fil-record.
      *    display sequence-no line 10 col 10.
      *
           compute tran-draw-count = FUNCTION RANDOM * tran-choices.
           MOVE 0 TO tran-ordinal.
           PERFORM WRITE-EMPLOYEE-TRANSACTIONS tran-draw-count TIMES.
           PERFORM WRITE-EMPLOYEE-BANK-RECORD.
      *
      *    every PARM-CHECKPOINT-INTERVAL records, park SEQUENCE-NO and
      *    SEQFILE-NAME in LAB2CKPT.DAT so a run killed partway through
      *
      *    one companion payroll transaction for the employee just
      *    written - the parent's SEQUENCE-NO as the match key, a day
      *    inside the run's own month, and a type and amount drawn by
      *    TRANGEN to the operator's PARM-TRAN-MIX.
       WRITE-EMPLOYEE-TRANSACTIONS.
           ADD 1 TO tran-ordinal.
           CALL "trangen" USING sequence-no IN lab2fil-record,
               tran-ordinal, parm-tran-mix, gen-run-yyyymm,
               paytran-record.
           write paytran-record.
           MOVE "WRITE PAYTRAN-RECORD" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
           MOVE "R" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, paytran-record.
      *
      *    the employee's bank-account record, if BANKGEN gives it
      *    one - see BANKREC.CPY for the mix.
       WRITE-EMPLOYEE-BANK-RECORD.
           CALL "bankgen" USING sequence-no IN lab2fil-record,
               bank-record, bank-drawn.
           IF bank-drawn = "Y"
               write bank-record
               MOVE "WRITE BANK-RECORD" TO io-operation-desc
               MOVE bnkfil-stat TO io-status-code
               PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      *    who the control records say wrote the run's files - the
      *    run id is the random stem every other artifact carries.
       SET-CONTROL-IDENTITY.
           MOVE "M" TO ctl-file-type IN mst-ctl.
           MOVE "P" TO ctl-file-type IN trn-ctl.
           MOVE "LABFILE2" TO ctl-program IN mst-ctl.
           MOVE "LABFILE2" TO ctl-program IN trn-ctl.
           MOVE seqfile-name TO ctl-file-name IN mst-ctl.
           MOVE trnfile-name TO ctl-file-name IN trn-ctl.
           MOVE seqfile-rand-red TO ctl-run-id IN mst-ctl.
           MOVE seqfile-rand-red TO ctl-run-id IN trn-ctl.
           MOVE gen-run-date TO ctl-created IN mst-ctl.
           MOVE gen-run-date TO ctl-created IN trn-ctl.
           MOVE 1 TO ctl-part-count IN mst-ctl.
           MOVE 1 TO ctl-part-count IN trn-ctl.
      *
       WRITE-MASTER-HEADER.
           MOVE "H" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           WRITE lab2fil-record FROM ctl-image.
           MOVE "WRITE LAB2FIL HEADER" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-MASTER-TRAILER.
           MOVE "T" TO ctl-function IN mst-ctl.
           CALL "ctltally" USING mst-ctl, ctl-image.
           WRITE lab2fil-record FROM ctl-image.
           MOVE "WRITE LAB2FIL TRAILER" TO io-operation-desc.
           MOVE file-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-TRAN-HEADER.
           MOVE "H" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           WRITE paytran-record FROM ctl-image (1:30).
           MOVE "WRITE TRNFIL HEADER" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-TRAN-TRAILER.
           MOVE "T" TO ctl-function IN trn-ctl.
           CALL "ctltally" USING trn-ctl, ctl-image.
           WRITE paytran-record FROM ctl-image (1:30).
           MOVE "WRITE TRNFIL TRAILER" TO io-operation-desc.
           MOVE trnfil-stat TO io-status-code.
           PERFORM CHECK-FILE-STATUS.
      *
       WRITE-CHECKPOINT.
           MOVE sequence-no IN lab2fil-record TO chkpt-sequence-no.
                   INTO archive-command
           END-IF.
           CALL "SYSTEM" USING archive-command.
      *    the bank-account file is handed forward beside the master,
      *    for the next cycle run to carry - see GENERATE-CYCLE-
      *    TRANSACTIONS.
           INITIALIZE archive-command.
           IF parm-platform-windows
               STRING "copy ", DELIMITED BY SIZE,
                   bankfile-name, DELIMITED BY SPACE,
                   " BANKPREV.TXT", DELIMITED BY SIZE,
                   INTO archive-command
           ELSE
               STRING "cp ", DELIMITED BY SIZE,
                   bankfile-name, DELIMITED BY SPACE,
                   " BANKPREV.TXT", DELIMITED BY SIZE,
                   INTO archive-command
           END-IF.
           CALL "SYSTEM" USING archive-command.
      *
      *    moves this run's input file, sorted file, script, timestamp
      *    file and fixed-name reports into a dated RUNS subdirectory
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE trnfile-name TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE bankfile-name TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
      *    no sort script exists to archive on an internal-engine
      *    run - the timestamp file below is written either way.
           IF parm-sort-external OR parm-sort-certify
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "MATCHRPT.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "MATCHREJ.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
      *    the period-close proof and the year-to-date posting only
      *    exist on a cycle run.  YTDMAST.IDX itself carries over
      *    from run to run and stays where it is.
           IF parm-mode-cycle
               MOVE "PERCLOSE.TXT" TO artifact-name-ws
               PERFORM MOVE-ARTIFACT-TO-RUN-DIR
               MOVE "YTDRPT.TXT" TO artifact-name-ws
               PERFORM MOVE-ARTIFACT-TO-RUN-DIR
               MOVE "YTDSTMT.TXT" TO artifact-name-ws
               PERFORM MOVE-ARTIFACT-TO-RUN-DIR
               MOVE "YTDDEPT.TXT" TO artifact-name-ws
               PERFORM MOVE-ARTIFACT-TO-RUN-DIR
           END-IF.
           MOVE "RUNSUMM.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "LAB2DUPR.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "TENRPT.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
      *    DIRDEP.ACH and any DIRDEPnnn.ACH continuation files.
           MOVE "DIRDEP*.ACH" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "DIRDEP.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           MOVE "BUDVAR.TXT" TO artifact-name-ws.
           PERFORM MOVE-ARTIFACT-TO-RUN-DIR.
           PERFORM COPY-BUDGET-TO-RUN-DIR.
      *    a partitioned run also leaves its generation script and
      *    the per-partition .prm files behind (the data/tran chunks
      *    were already removed by the script itself).
           END-IF.
           CALL "SYSTEM" USING archive-command.
      *
      *    the budget stays where it is for the next run and the
      *    next OPERMENU session; the run directory keeps the copy
      *    RERUNRPT judges a rerun against.  no budget file yet means
      *    nothing to copy, and the copy command just says so.
       COPY-BUDGET-TO-RUN-DIR.
           INITIALIZE archive-command.
           IF parm-platform-windows
               STRING "copy ", DELIMITED BY SIZE,
                   budfile-name, DELIMITED BY SPACE,
                   " ", DELIMITED BY SIZE,
                   run-dir-name, DELIMITED BY SPACE,
                   INTO archive-command
           ELSE
               STRING "cp ", DELIMITED BY SIZE,
                   budfile-name, DELIMITED BY SPACE,
                   " ", DELIMITED BY SIZE,
                   run-dir-name, DELIMITED BY SPACE,
                   INTO archive-command
           END-IF.
           CALL "SYSTEM" USING archive-command.
      *
      *    a failed overnight generation run must not look like a
      *    clean one - abort the moment any OPEN/READ/WRITE/CLOSE
      *    comes back with a non-zero status, with enough on DISPLAY
