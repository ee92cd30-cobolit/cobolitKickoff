      *  Step-control record for the post-load report chain in         *
      *  LABFILE2.  Rewritten to LAB2STEP.DAT as each step of the      *
      *  chain (sort, reconcil, distrpt, editchk, idxbuild, payreg,    *
      *  csvexp, matchmrg, dupmerge, perclose, ytdupd, tenrpt,         *
      *  dirdep, budvar, benchmark, catalog, runsumm) completes,       *
      *  and deleted once the run's archival is done - so a run that   *
      *  dies in one late report program can be rerun and pick up at   *
      *  the failed step instead of burning another multi-hour         *
