      *================================================================*
      *  LOCKREQ.CPY                                                   *
      *  Request block every program passes to RUNLOCK, the shared     *
      *  run-lock keeper, before it touches the fixed-name files the   *
      *  working directory is full of (LAB2UPD.TXT, PAYREG.TXT,        *
      *  LAB2FIL.IDX, LAB2STEP.DAT, ...).  A program that only reads   *
      *  takes the lock SHARED and can run beside other readers; a     *
      *  program that writes takes it EXCLUSIVE and runs alone.        *
      *  RELEASE gives it back; IDENTIFY stamps the run id on a lock   *
      *  taken before the run id was known; LIST shows the holders on  *
      *  the console and CLEAR removes the lock left by a run whose    *
      *  process is gone - both operator functions, from OPERMENU.     *
      *                                                                *
      *  WAIT-SECONDS is how long a blocked request keeps trying       *
      *  before it gives up (zero gives up at once).  RESULT comes     *
      *  back G granted, B busy - held by a live run, S stale - held   *
      *  by a run that is no longer running, which only an operator    *
      *  CLEAR removes, or F failed - the lock file itself is in       *
      *  trouble.  MESSAGE says who holds it and since when.           *
      *================================================================*
       01  lock-request.
           05  lock-function        pic X(01).
               88  lock-take-shared      value "S".
               88  lock-take-exclusive   value "X".
               88  lock-release          value "R".
               88  lock-identify         value "I".
               88  lock-list             value "L".
               88  lock-clear            value "C".
           05  lock-owner           pic X(08).
           05  lock-run-id          pic X(11).
           05  lock-wait-seconds    pic 9(05).
           05  lock-clear-pid       pic 9(09).
           05  lock-result          pic X(01).
               88  lock-granted          value "G".
               88  lock-busy             value "B".
               88  lock-stale            value "S".
               88  lock-failed           value "F".
           05  lock-message         pic X(100).
