      *
       identification division.
       program-id.  runlock.
      *    called by LABFILE2, IDXBUILD, IDXMAINT, BUDMAINT, RERUNRPT
      *    and OPERMENU to take, give back and look after the one run
      *    lock that keeps them from colliding in the working
      *    directory - an IDXMAINT patching LAB2FIL.IDX while the
      *    nightly IDXBUILD rebuilds it, a RERUNRPT rewriting a live
      *    run's PAYREG.TXT.  the request block is LOCKREQ.CPY; the
      *    holders are kept one per line in RUNLOCK.DAT (LOCKREC.CPY)
      *    and every grant, refusal, release and clear is appended to
      *    LOCKLOG.TXT.
      *
      *    readers share the lock, updaters hold it alone.  a request
      *    the holders allow is granted at once; one they do not
      *    allow tries again every 5 seconds until the caller's
      *    WAIT-SECONDS run out and then comes back B with the
      *    holder named in LOCK-MESSAGE, so the caller can stop
      *    cleanly with a nonzero return code.
      *
      *    each holder carries its process id.  a holder whose
      *    process is gone died holding the lock - the run crashed or
      *    was cancelled, or a chain program's hard stop took the run
      *    down.  such a STALE lock is reported on the console and in
      *    LOCKLOG.TXT every time it is found and is never removed
      *    here on the quiet: one that stands in the way comes back
      *    S straight away (waiting would never help), and it stays
      *    until an operator has looked at what the dead run left
      *    behind and clears it through OPERMENU.  a process id the
      *    system has since handed to another process makes a dead
      *    holder look alive - the safe way round, it only blocks.
      *
      *    a program CALLed inside a run that already holds the lock
      *    (IDXBUILD in the LABFILE2 chain or under RERUNRPT) is let
      *    straight in - this program's working-storage lives as long
      *    as the run unit, so it knows the run holds the lock and
      *    only counts the nesting; the lock is given back when the
      *    outermost holder releases it.
      *
      *    RUNLOCK.DAT is rewritten whole by whichever process holds
      *    the gate - the RUNLOCK.GATE directory, which only one
      *    process can create, and which is held only for the moment
      *    it takes to read and rewrite the file.  a gate that stays
      *    put for 30 seconds was left by a process that died inside
      *    that moment; it is reported, never removed here.
       environment division.
       input-output section.
       file-control.
           SELECT lockfil ASSIGN TO "RUNLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS lockfil-stat.
      *
           SELECT locklog ASSIGN TO "LOCKLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS locklog-stat.
      *
           SELECT parmfil ASSIGN TO "PARMFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS parmfil-stat.
      *
       data division.
       file section.
       fd lockfil.
           COPY lockrec.
      *
       FD locklog.
       01 locklog-record.
           05 locklog-line  PIC X(132).
      *
       FD parmfil.
           COPY parmrec.
      *
       working-storage section.
       77 lockfil-stat    PIC xx.
       77 locklog-stat    PIC xx.
       77 parmfil-stat    PIC xx.
      *
      *    what this run unit holds - kept across calls.  the process
      *    id is looked up once, on the first call.
       77 rl-my-pid         PIC 9(09) VALUE 0.
       77 rl-held-mode      PIC X(01) VALUE SPACE.
       77 rl-hold-depth     PIC 9(03) COMP VALUE 0.
       77 rl-parm-read      PIC X(01) VALUE "N".
      *
      *    the holders as read from RUNLOCK.DAT.  a holder given up
      *    or cleared has its mode blanked and is left out of the
      *    rewrite.
       77 rl-holder-count   PIC 9(02) COMP.
       77 rl-index          PIC 9(02) COMP.
       01 rl-holder-table.
           05 rl-holder OCCURS 50 TIMES.
               10 rl-hold-mode      PIC X(01).
               10 rl-hold-owner     PIC X(08).
               10 rl-hold-run-id    PIC X(11).
               10 rl-hold-date      PIC 9(08).
               10 rl-hold-time      PIC 9(08).
               10 rl-hold-pid       PIC 9(09).
      *
      *    what one pass over the holders found.
       77 rl-own-index      PIC 9(02) COMP.
       77 rl-live-index     PIC 9(02) COMP.
       77 rl-stale-index    PIC 9(02) COMP.
       77 rl-subject-index  PIC 9(02) COMP.
       77 rl-holder-alive   PIC X(01).
      *
       77 rl-gate-name      PIC X(12) VALUE "RUNLOCK.GATE".
       77 rl-gate-status    PIC S9(09) COMP-5.
       77 rl-gate-tries     PIC 9(02) COMP.
       77 rl-gate-open      PIC X(01).
       77 rl-waited         PIC 9(05) COMP.
       77 rl-wait-limit     PIC 9(05) COMP.
       77 rl-sleep-seconds  PIC 9(04) COMP-5.
      *
      *    the holder-alive test - the process id with its leading
      *    zeros taken off, so the same command works on both
      *    platforms.
       01 rl-pid-ed         PIC Z(8)9.
       77 rl-pid-lead       PIC 9(02) COMP.
       77 rl-pid-text       PIC X(09).
       77 rl-check-command  PIC X(80).
       77 rl-system-status  PIC S9(09) COMP-5.
      *
       77 rl-now-date       PIC 9(08).
       77 rl-now-time       PIC 9(08).
       77 rl-log-event      PIC X(08).
       77 rl-list-status    PIC X(05).
      *    what a STALE message tells the operator to do - nothing,
      *    once the operator is the one clearing it.
       77 rl-stale-advice   PIC X(25).
      *
       linkage section.
           COPY lockreq.
      *
       procedure division USING lock-request.
       main.
           IF rl-my-pid = 0
               CALL "C$GETPID" RETURNING rl-my-pid
           END-IF.
           IF rl-parm-read = "N"
               PERFORM READ-PARM-FILE
           END-IF.
           MOVE SPACES TO lock-message.
           IF lock-clear
               MOVE SPACES TO rl-stale-advice
           ELSE
               MOVE " - CLEAR IT FROM OPERMENU" TO rl-stale-advice
           END-IF.
           EVALUATE TRUE
               WHEN lock-take-shared OR lock-take-exclusive
                   PERFORM TAKE-RUN-LOCK
               WHEN lock-release
                   PERFORM RELEASE-RUN-LOCK
               WHEN lock-identify
                   PERFORM IDENTIFY-RUN-LOCK
               WHEN lock-list
                   PERFORM LIST-RUN-LOCK
               WHEN lock-clear
                   PERFORM CLEAR-STALE-LOCK
               WHEN OTHER
                   MOVE "F" TO lock-result
                   MOVE "UNKNOWN RUN LOCK FUNCTION" TO lock-message
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *
      *    tolerant of PARMFIL not opening or reading cleanly - a
      *    missing PARMFILE.DAT just leaves PARM-PLATFORM blank and
      *    the unix process check is the default.
       READ-PARM-FILE.
           OPEN INPUT parmfil.
           IF parmfil-stat = "00"
               READ parmfil
               CLOSE parmfil
           END-IF.
           MOVE "Y" TO rl-parm-read.
      *
      *    a run already holding the lock exclusive - or shared, for
      *    another shared request - is let straight in.  a shared
      *    holder asking for exclusive goes through the holders like
      *    anyone else, its own line aside, and is upgraded in place.
       TAKE-RUN-LOCK.
           IF rl-hold-depth > 0
               AND (rl-held-mode = "X" OR lock-take-shared)
               ADD 1 TO rl-hold-depth
               MOVE "G" TO lock-result
               MOVE "TAKEN INSIDE THIS RUN'S OWN LOCK" TO lock-message
           ELSE
               IF lock-wait-seconds NUMERIC
                   MOVE lock-wait-seconds TO rl-wait-limit
               ELSE
                   MOVE 0 TO rl-wait-limit
               END-IF
               MOVE 0 TO rl-waited
               PERFORM TRY-TAKE-RUN-LOCK
               PERFORM WAIT-AND-RETRY
                   UNTIL NOT lock-busy OR rl-waited NOT < rl-wait-limit
           END-IF.
      *
       WAIT-AND-RETRY.
           IF rl-waited = 0
               DISPLAY "RUNLOCK - " lock-owner " WAITING - "
                   lock-message
           END-IF.
           MOVE 5 TO rl-sleep-seconds.
           CALL "C$SLEEP" USING rl-sleep-seconds.
           ADD 5 TO rl-waited.
           PERFORM TRY-TAKE-RUN-LOCK.
      *
       TRY-TAKE-RUN-LOCK.
           PERFORM OPEN-LOCK-GATE.
           IF rl-gate-open = "Y"
               PERFORM LOAD-HOLDER-TABLE
               PERFORM SCAN-HOLDERS
               EVALUATE TRUE
                   WHEN rl-stale-index > 0
                       MOVE "S" TO lock-result
                       MOVE rl-stale-index TO rl-subject-index
                       MOVE "N" TO rl-holder-alive
                       PERFORM BUILD-HOLDER-MESSAGE
                       MOVE "REFUSED" TO rl-log-event
                       PERFORM WRITE-LOCK-LOG
                   WHEN rl-live-index > 0
                       MOVE "B" TO lock-result
                       MOVE rl-live-index TO rl-subject-index
                       MOVE "Y" TO rl-holder-alive
                       PERFORM BUILD-HOLDER-MESSAGE
                       IF rl-waited NOT < rl-wait-limit
                           MOVE "REFUSED" TO rl-log-event
                           PERFORM WRITE-LOCK-LOG
                       END-IF
                   WHEN OTHER
                       PERFORM GRANT-RUN-LOCK
               END-EVALUATE
               PERFORM CLOSE-LOCK-GATE
           END-IF.
      *
      *    a fresh holder goes on the end; a shared holder upgrading
      *    to exclusive has its own line changed.
       GRANT-RUN-LOCK.
           IF rl-own-index > 0
               MOVE rl-own-index TO rl-subject-index
           ELSE
               IF rl-holder-count = 50
                   MOVE "F" TO lock-result
                   MOVE "RUNLOCK.DAT ALREADY HOLDS 50 HOLDERS"
                       TO lock-message
               ELSE
                   ADD 1 TO rl-holder-count
                   MOVE rl-holder-count TO rl-subject-index
                   MOVE lock-owner TO rl-hold-owner (rl-subject-index)
                   MOVE lock-run-id
                       TO rl-hold-run-id (rl-subject-index)
                   ACCEPT rl-hold-date (rl-subject-index)
                       FROM DATE YYYYMMDD
                   ACCEPT rl-hold-time (rl-subject-index) FROM TIME
                   MOVE rl-my-pid TO rl-hold-pid (rl-subject-index)
               END-IF
           END-IF.
           IF NOT lock-failed
               MOVE SPACES TO lock-message
               MOVE lock-function TO rl-hold-mode (rl-subject-index)
               PERFORM WRITE-HOLDER-TABLE
               MOVE "G" TO lock-result
               MOVE lock-function TO rl-held-mode
               ADD 1 TO rl-hold-depth
               MOVE "GRANTED" TO rl-log-event
               PERFORM WRITE-LOCK-LOG
           END-IF.
      *
      *    every other process's line is checked for life; only the
      *    lines that stand in the way of this request can refuse it,
      *    but a stale line is reported whether it is in the way or
      *    not.
       SCAN-HOLDERS.
           MOVE 0 TO rl-own-index.
           MOVE 0 TO rl-live-index.
           MOVE 0 TO rl-stale-index.
           MOVE 0 TO rl-index.
           PERFORM SCAN-ONE-HOLDER rl-holder-count TIMES.
      *
       SCAN-ONE-HOLDER.
           ADD 1 TO rl-index.
           IF rl-hold-pid (rl-index) = rl-my-pid
               MOVE rl-index TO rl-own-index
           ELSE
               MOVE rl-index TO rl-subject-index
               PERFORM CHECK-HOLDER-ALIVE
               IF rl-holder-alive = "N"
                   PERFORM BUILD-HOLDER-MESSAGE
                   DISPLAY "RUNLOCK - " lock-message
                   MOVE "STALE" TO rl-log-event
                   PERFORM WRITE-LOCK-LOG
               END-IF
               IF lock-take-exclusive OR rl-hold-mode (rl-index) = "X"
                   IF rl-holder-alive = "Y"
                       IF rl-live-index = 0
                           MOVE rl-index TO rl-live-index
                       END-IF
                   ELSE
                       IF rl-stale-index = 0
                           MOVE rl-index TO rl-stale-index
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    ps on unix, tasklist on windows - either way a zero status
      *    means the process is still there.
       CHECK-HOLDER-ALIVE.
           MOVE rl-hold-pid (rl-subject-index) TO rl-pid-ed.
           MOVE 0 TO rl-pid-lead.
           INSPECT rl-pid-ed TALLYING rl-pid-lead FOR LEADING SPACE.
           MOVE rl-pid-ed (rl-pid-lead + 1:) TO rl-pid-text.
           INITIALIZE rl-check-command.
           IF parm-platform-windows
               STRING "tasklist /NH /FI ""PID eq ", DELIMITED BY SIZE,
                   rl-pid-text, DELIMITED BY SPACE,
                   """ | find "" ", DELIMITED BY SIZE,
                   rl-pid-text, DELIMITED BY SPACE,
                   " "" > nul", DELIMITED BY SIZE,
                   INTO rl-check-command
           ELSE
               STRING "ps -p ", DELIMITED BY SIZE,
                   rl-pid-text, DELIMITED BY SPACE,
                   " > /dev/null 2>&1", DELIMITED BY SIZE,
                   INTO rl-check-command
           END-IF.
           CALL "SYSTEM" USING rl-check-command
               RETURNING rl-system-status.
           IF rl-system-status = 0
               MOVE "Y" TO rl-holder-alive
           ELSE
               MOVE "N" TO rl-holder-alive
           END-IF.
      *
       BUILD-HOLDER-MESSAGE.
           MOVE SPACES TO lock-message.
           IF rl-holder-alive = "N"
               STRING "STALE LOCK LEFT BY ", DELIMITED BY SIZE,
                   rl-hold-owner (rl-subject-index),
                   DELIMITED BY SPACE,
                   " RUN ", DELIMITED BY SIZE,
                   rl-hold-run-id (rl-subject-index),
                   DELIMITED BY SPACE,
                   " PID ", DELIMITED BY SIZE,
                   rl-hold-pid (rl-subject-index), DELIMITED BY SIZE,
                   " SINCE ", DELIMITED BY SIZE,
                   rl-hold-date (rl-subject-index), DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   rl-hold-time (rl-subject-index), DELIMITED BY SIZE,
                   rl-stale-advice, DELIMITED BY SIZE,
                   INTO lock-message
           ELSE
               STRING "RUN LOCK HELD BY ", DELIMITED BY SIZE,
                   rl-hold-owner (rl-subject-index),
                   DELIMITED BY SPACE,
                   " RUN ", DELIMITED BY SIZE,
                   rl-hold-run-id (rl-subject-index),
                   DELIMITED BY SPACE,
                   " PID ", DELIMITED BY SIZE,
                   rl-hold-pid (rl-subject-index), DELIMITED BY SIZE,
                   " SINCE ", DELIMITED BY SIZE,
                   rl-hold-date (rl-subject-index), DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   rl-hold-time (rl-subject-index), DELIMITED BY SIZE,
                   INTO lock-message
           END-IF.
      *
      *    the outermost holder gives it back; a nested release only
      *    counts down.
       RELEASE-RUN-LOCK.
           MOVE "G" TO lock-result.
           IF rl-hold-depth > 1
               SUBTRACT 1 FROM rl-hold-depth
           ELSE
               IF rl-hold-depth = 1
                   PERFORM OPEN-LOCK-GATE
                   IF rl-gate-open = "Y"
                       PERFORM LOAD-HOLDER-TABLE
                       PERFORM SCAN-OWN-LINE
                       IF rl-own-index > 0
                           MOVE rl-own-index TO rl-subject-index
                           MOVE "RELEASED" TO rl-log-event
                           PERFORM WRITE-LOCK-LOG
                           MOVE SPACE TO rl-hold-mode (rl-own-index)
                           PERFORM WRITE-HOLDER-TABLE
                       END-IF
                       PERFORM CLOSE-LOCK-GATE
                       MOVE 0 TO rl-hold-depth
                       MOVE SPACE TO rl-held-mode
                   END-IF
               END-IF
           END-IF.
      *
       IDENTIFY-RUN-LOCK.
           MOVE "G" TO lock-result.
           IF rl-hold-depth > 0
               PERFORM OPEN-LOCK-GATE
               IF rl-gate-open = "Y"
                   PERFORM LOAD-HOLDER-TABLE
                   PERFORM SCAN-OWN-LINE
                   IF rl-own-index > 0
                       MOVE lock-run-id TO rl-hold-run-id (rl-own-index)
                       PERFORM WRITE-HOLDER-TABLE
                   END-IF
                   PERFORM CLOSE-LOCK-GATE
               END-IF
           END-IF.
      *
       SCAN-OWN-LINE.
           MOVE 0 TO rl-own-index.
           MOVE 0 TO rl-index.
           PERFORM CHECK-ONE-OWN-LINE rl-holder-count TIMES.
      *
       CHECK-ONE-OWN-LINE.
           ADD 1 TO rl-index.
           IF rl-hold-pid (rl-index) = rl-my-pid
               AND rl-hold-mode (rl-index) NOT = SPACE
               MOVE rl-index TO rl-own-index
           END-IF.
      *
      *    the operator's view - every holder with whether its process
      *    is still running.
       LIST-RUN-LOCK.
           MOVE "G" TO lock-result.
           PERFORM OPEN-LOCK-GATE.
           IF rl-gate-open = "Y"
               PERFORM LOAD-HOLDER-TABLE
               PERFORM CLOSE-LOCK-GATE
               IF rl-holder-count = 0
                   DISPLAY "NO PROGRAM HOLDS THE RUN LOCK"
               ELSE
                   DISPLAY "MODE OWNER    RUN-ID      PID       "
                       "SINCE             STATUS"
                   MOVE 0 TO rl-index
                   PERFORM LIST-ONE-HOLDER rl-holder-count TIMES
               END-IF
           END-IF.
      *
       LIST-ONE-HOLDER.
           ADD 1 TO rl-index.
           MOVE rl-index TO rl-subject-index.
           PERFORM CHECK-HOLDER-ALIVE.
           IF rl-holder-alive = "Y"
               MOVE "ALIVE" TO rl-list-status
           ELSE
               MOVE "STALE" TO rl-list-status
           END-IF.
           DISPLAY "  " rl-hold-mode (rl-index) "  "
               rl-hold-owner (rl-index) "  "
               rl-hold-run-id (rl-index) " "
               rl-hold-pid (rl-index) " "
               rl-hold-date (rl-index) " "
               rl-hold-time (rl-index) " "
               rl-list-status.
      *
      *    only a holder whose process is gone can be cleared - a
      *    live one is still using the files it locked.
       CLEAR-STALE-LOCK.
           MOVE "F" TO lock-result.
           MOVE "NO RUN LOCK IS HELD BY THAT PID" TO lock-message.
           PERFORM OPEN-LOCK-GATE.
           IF rl-gate-open = "Y"
               PERFORM LOAD-HOLDER-TABLE
               MOVE 0 TO rl-index
               PERFORM CLEAR-ONE-HOLDER rl-holder-count TIMES
               IF lock-granted
                   PERFORM WRITE-HOLDER-TABLE
               END-IF
               PERFORM CLOSE-LOCK-GATE
           END-IF.
      *
       CLEAR-ONE-HOLDER.
           ADD 1 TO rl-index.
           IF rl-hold-pid (rl-index) = lock-clear-pid
               AND rl-hold-mode (rl-index) NOT = SPACE
               MOVE rl-index TO rl-subject-index
               PERFORM CHECK-HOLDER-ALIVE
               IF rl-holder-alive = "Y"
                   MOVE "B" TO lock-result
                   PERFORM BUILD-HOLDER-MESSAGE
               ELSE
                   MOVE "G" TO lock-result
                   PERFORM BUILD-HOLDER-MESSAGE
                   MOVE "CLEARED" TO rl-log-event
                   PERFORM WRITE-LOCK-LOG
                   MOVE SPACE TO rl-hold-mode (rl-index)
               END-IF
           END-IF.
      *
      *    CBL_CREATE_DIR fails for everyone but the one process that
      *    creates the directory, so holding it means holding the
      *    file.  a second a try, 30 tries.
       OPEN-LOCK-GATE.
           MOVE 0 TO rl-gate-tries.
           CALL "CBL_CREATE_DIR" USING rl-gate-name
               RETURNING rl-gate-status.
           PERFORM RETRY-LOCK-GATE
               UNTIL rl-gate-status = 0 OR rl-gate-tries = 30.
           IF rl-gate-status = 0
               MOVE "Y" TO rl-gate-open
           ELSE
               MOVE "N" TO rl-gate-open
               MOVE "F" TO lock-result
               MOVE SPACES TO lock-message
               STRING "RUNLOCK.GATE LEFT BEHIND - ", DELIMITED BY SIZE,
                   "REMOVE IT ONLY WHEN NO PROGRAM IS RUNNING",
                   DELIMITED BY SIZE,
                   INTO lock-message
               DISPLAY "RUNLOCK - " lock-message
           END-IF.
      *
       RETRY-LOCK-GATE.
           MOVE 1 TO rl-sleep-seconds.
           CALL "C$SLEEP" USING rl-sleep-seconds.
           ADD 1 TO rl-gate-tries.
           CALL "CBL_CREATE_DIR" USING rl-gate-name
               RETURNING rl-gate-status.
      *
       CLOSE-LOCK-GATE.
           CALL "CBL_DELETE_DIR" USING rl-gate-name.
      *
      *    no RUNLOCK.DAT means nobody holds the lock.
       LOAD-HOLDER-TABLE.
           MOVE 0 TO rl-holder-count.
           OPEN INPUT lockfil.
           IF lockfil-stat = "00"
               PERFORM LOAD-ONE-HOLDER
                   UNTIL lockfil-stat NOT = "00" OR rl-holder-count = 50
               CLOSE lockfil
           END-IF.
      *
       LOAD-ONE-HOLDER.
           READ lockfil.
           IF lockfil-stat = "00"
               ADD 1 TO rl-holder-count
               MOVE lock-entry TO rl-holder (rl-holder-count)
           END-IF.
      *
       WRITE-HOLDER-TABLE.
           OPEN OUTPUT lockfil.
           IF lockfil-stat = "00"
               MOVE 0 TO rl-index
               PERFORM WRITE-ONE-HOLDER rl-holder-count TIMES
               CLOSE lockfil
           ELSE
               MOVE "F" TO lock-result
               MOVE "RUNLOCK.DAT WILL NOT OPEN FOR OUTPUT"
                   TO lock-message
           END-IF.
      *
       WRITE-ONE-HOLDER.
           ADD 1 TO rl-index.
           IF rl-hold-mode (rl-index) NOT = SPACE
               MOVE rl-holder (rl-index) TO lock-entry
               WRITE lock-entry
           END-IF.
      *
      *    the log accumulates across runs, the same way BENCHHIST.TXT
      *    does - EXTEND, falling back to OUTPUT the first time
      *    through.  a log that will not open at all is not worth
      *    refusing a lock over.
       WRITE-LOCK-LOG.
           ACCEPT rl-now-date FROM DATE YYYYMMDD.
           ACCEPT rl-now-time FROM TIME.
           OPEN EXTEND locklog.
           IF locklog-stat = "05" OR locklog-stat = "35"
               OPEN OUTPUT locklog
           END-IF.
           IF locklog-stat = "00"
               INITIALIZE locklog-record
               STRING rl-now-date, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   rl-now-time, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   rl-log-event, DELIMITED BY SIZE,
                   " MODE=", DELIMITED BY SIZE,
                   rl-hold-mode (rl-subject-index), DELIMITED BY SIZE,
                   " OWNER=", DELIMITED BY SIZE,
                   rl-hold-owner (rl-subject-index), DELIMITED BY SIZE,
                   " RUN=", DELIMITED BY SIZE,
                   rl-hold-run-id (rl-subject-index),
                   DELIMITED BY SIZE,
                   " PID=", DELIMITED BY SIZE,
                   rl-hold-pid (rl-subject-index), DELIMITED BY SIZE,
                   " SINCE=", DELIMITED BY SIZE,
                   rl-hold-date (rl-subject-index), DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   rl-hold-time (rl-subject-index), DELIMITED BY SIZE,
                   " REQUESTED-BY=", DELIMITED BY SIZE,
                   lock-owner, DELIMITED BY SIZE,
                   " ", DELIMITED BY SIZE,
                   lock-function, DELIMITED BY SIZE,
                   INTO locklog-record
               WRITE locklog-record
               CLOSE locklog
           END-IF.
