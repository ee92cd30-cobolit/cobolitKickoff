      *    the report wanted on the command line:
      *        rerunrpt RUNS/20260301_01234567890 PAYREG
      *    the report name is one of RECONCIL, DISTRPT, EDITCHK,
      *    IDXBUILD, PAYREG, CSVEXP, MATCHMRG, DUPMERGE, PERCLOSE,
      *    TENURE, DIRDEP, BUDVAR or ALL.
      *    the run date and id parsed off the directory name look the
      *    run up in RUNCAT.IDX for its input-file name and record
      *    count; the archived input, sorted, transaction, bank-
      *    account and updated-master files
      *    are copied back into the working directory under their
      *    original names and the report program is CALLed exactly
      *    the way LABFILE2's own chain CALLs it, leaving its
      *    fixed-name output in the working directory for the
      *    operator.  nothing is re-archived - the archive directory
      *    itself is never written to.  the one file read in place
      *    is the archived copy of DEPTBUD.DAT: copying it back under
      *    its own name would overwrite the live budget.
       environment division.
       input-output section.
       file-control.
       77 rr-seqfile-name   PIC X(15).
       77 rr-sortedfile-name PIC X(20).
       77 rr-trnfile-name   PIC X(20).
       77 rr-bankfile-name  PIC X(20).
       77 rr-budfile-name   PIC X(60).
       77 rr-record-count   PIC 9(07).
       77 rr-recon-verdict  PIC X(04).
      *
       77 rr-copy-verb      PIC X(05).
       77 rr-artifact-name  PIC X(24).
       77 rr-copy-command   PIC X(100).
      *
      *    the run lock - the restored artifacts and every report go
      *    into the same fixed names a live LABFILE2 run writes, so
      *    the rebuild runs alone, under its own exclusive lock.
           COPY lockreq.
      *
       procedure division.
       main.
           PERFORM READ-PARM-FILE.
           PERFORM PARSE-ARCHIVE-DIR-NAME.
           PERFORM LOOK-UP-RUN-CATALOG.
           PERFORM TAKE-RUN-LOCK.
           PERFORM RESTORE-RUN-ARTIFACTS.
           PERFORM RUN-REQUESTED-REPORT.
           MOVE "R" TO lock-function.
           CALL "runlock" USING lock-request.
           stop run.
      *
      *    both tokens come off the one command line - this is a
                   "<REPORT>"
               DISPLAY "REPORT IS RECONCIL, DISTRPT, EDITCHK, "
                   "IDXBUILD, PAYREG, CSVEXP, MATCHMRG, DUPMERGE, "
                   "PERCLOSE, TENURE, DIRDEP, BUDVAR OR ALL"
               STOP RUN
           END-IF.
           IF rr-report-name NOT = "RECONCIL"
               AND rr-report-name NOT = "MATCHMRG"
               AND rr-report-name NOT = "DUPMERGE"
               AND rr-report-name NOT = "PERCLOSE"
               AND rr-report-name NOT = "TENURE"
               AND rr-report-name NOT = "DIRDEP"
               AND rr-report-name NOT = "BUDVAR"
               AND rr-report-name NOT = "ALL"
               DISPLAY "RERUNRPT ERROR - UNKNOWN REPORT "
                   rr-report-name
               CLOSE parmfil
           END-IF.
      *
      *    taken once the request has proved good, so a mistyped
      *    command line never waits on anybody.  a lock that does
      *    not come free inside PARM-LOCK-WAIT-MIN minutes stops the
      *    rebuild before a single file is copied back.
       TAKE-RUN-LOCK.
           INITIALIZE lock-request.
           MOVE "X" TO lock-function.
           MOVE "RERUNRPT" TO lock-owner.
           MOVE rr-run-id TO lock-run-id.
           IF parm-lock-wait-min NUMERIC
               COMPUTE lock-wait-seconds = parm-lock-wait-min * 60
           END-IF.
           CALL "runlock" USING lock-request.
           IF NOT lock-granted
               DISPLAY "RERUNRPT NOT STARTED - " lock-message
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    RUNS/<date>_<run-id> - the run id is always the last 11
      *    characters and the date the 8 before the underscore, the
      *    exact shape SET-ARCHIVE-PATH builds.  anything shorter or
           MOVE runcat-seqfile-name TO rr-seqfile-name.
           MOVE runcat-record-count TO rr-record-count.
           CLOSE runcatfil.
      *    the sorted, transaction and bank-account names are the
      *    run stem plus the same suffixes CREATE-SORTEDFILE-NAME,
      *    CREATE-TRNFILE-NAME and CREATE-BANKFILE-NAME append.
           INITIALIZE rr-sortedfile-name.
           STRING rr-run-id, DELIMITED BY SIZE,
               "sort.txt", DELIMITED BY SIZE,
           STRING rr-run-id, DELIMITED BY SIZE,
               "trn.txt", DELIMITED BY SIZE,
               INTO rr-trnfile-name.
           INITIALIZE rr-bankfile-name.
           STRING rr-run-id, DELIMITED BY SIZE,
               "bnk.txt", DELIMITED BY SIZE,
               INTO rr-bankfile-name.
      *    the budget the run was judged against, read straight out
      *    of the archive directory - see the note at the top.
           INITIALIZE rr-budfile-name.
           IF parm-platform-windows
               STRING rr-dir-name (1:rr-dir-len), DELIMITED BY SIZE,
                   "\DEPTBUD.DAT", DELIMITED BY SIZE,
                   INTO rr-budfile-name
           ELSE
               STRING rr-dir-name (1:rr-dir-len), DELIMITED BY SIZE,
                   "/DEPTBUD.DAT", DELIMITED BY SIZE,
                   INTO rr-budfile-name
           END-IF.
      *
      *    copy the run's data files back out of the archive under
      *    their original names - copies, not moves, so the archive
      *    directory stays whole.  LAB2UPD.TXT and MATCHREJ.TXT ride
      *    along for the PERCLOSE proof.
       RESTORE-RUN-ARTIFACTS.
           IF parm-platform-windows
               MOVE "copy" TO rr-copy-verb
           PERFORM COPY-ONE-ARTIFACT.
           MOVE rr-trnfile-name TO rr-artifact-name.
           PERFORM COPY-ONE-ARTIFACT.
           MOVE rr-bankfile-name TO rr-artifact-name.
           PERFORM COPY-ONE-ARTIFACT.
           MOVE "LAB2UPD.TXT" TO rr-artifact-name.
           PERFORM COPY-ONE-ARTIFACT.
           MOVE "MATCHREJ.TXT" TO rr-artifact-name.
           PERFORM COPY-ONE-ARTIFACT.
      *
       COPY-ONE-ARTIFACT.
           INITIALIZE rr-copy-command.
           IF rr-report-name = "IDXBUILD" OR rr-report-name = "ALL"
               CALL "idxbuild" USING rr-seqfile-name, rr-record-count
           END-IF.
      *    DIRDEP proves itself against the register and BUDVAR
      *    reads its department roll-up, so asking for either alone
      *    reruns PAYREG first rather than working from whatever
      *    PAYREG.TXT some other run left behind.
           IF rr-report-name = "PAYREG" OR rr-report-name = "ALL"
               OR rr-report-name = "DIRDEP"
               OR rr-report-name = "BUDVAR"
               CALL "payreg" USING rr-sortedfile-name
           END-IF.
           IF rr-report-name = "CSVEXP" OR rr-report-name = "ALL"
           IF rr-report-name = "PERCLOSE" OR rr-report-name = "ALL"
               CALL "perclose" USING rr-seqfile-name, rr-trnfile-name
           END-IF.
      *    dated as of the archived run, not today, so the listing and
      *    the band matrix come out exactly as that run's did.
           IF rr-report-name = "TENURE" OR rr-report-name = "ALL"
               CALL "tenrpt" USING rr-seqfile-name, rr-run-date
           END-IF.
      *    the deposit file is dated as of the archived run too.
           IF rr-report-name = "DIRDEP" OR rr-report-name = "ALL"
               CALL "dirdep" USING rr-seqfile-name, rr-bankfile-name,
                   rr-run-date
           END-IF.
           IF rr-report-name = "BUDVAR" OR rr-report-name = "ALL"
               CALL "budvar" USING rr-run-date, rr-budfile-name
           END-IF.
           DISPLAY "RERUNRPT DONE - " rr-report-name
               " REGENERATED FROM " rr-dir-name (1:rr-dir-len).
