      *================================================================*
      *  LOCKREC.CPY                                                   *
      *  One holder of the run lock - one line per holder in the       *
      *  line-sequential RUNLOCK.DAT, which only RUNLOCK rewrites.     *
      *  MODE is S for a shared (reading) holder or X for the one      *
      *  exclusive (updating) holder.  OWNER is the program that took  *
      *  it, RUN-ID the run it was taken for (the LABFILE2 random      *
      *  stem, or the archived run RERUNRPT is rebuilding - blank for  *
      *  an operator utility), DATE and TIME when it was taken, and    *
      *  PID the holding process, which is how RUNLOCK tells a run     *
      *  still going from one that died holding the lock.              *
      *================================================================*
       01  lock-entry.
           05  lock-entry-mode      pic X(01).
               88  lock-entry-shared     value "S".
               88  lock-entry-exclusive  value "X".
           05  lock-entry-owner     pic X(08).
           05  lock-entry-run-id    pic X(11).
           05  lock-entry-date      pic 9(08).
           05  lock-entry-time      pic 9(08).
           05  lock-entry-pid       pic 9(09).
