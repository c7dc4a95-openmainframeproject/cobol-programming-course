      *    record nobody can date is how money disappears.  HISTRTRV
      *    pulls an account's archived activity back on request.
      *
      *    The keyed history index HISTIDX still holds everything
      *    the roll archived, so HISTBLD rebuilds it from NEWHIST
      *    before the next night's posting.
      *
      *    The calendar gate refuses a cycle that already rolled
      *    (the ACCTPURG discipline), and the run logs to RUNLOG
      *    for JOBSTATS.
