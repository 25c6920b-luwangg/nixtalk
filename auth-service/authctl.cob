      *append-only, so the alert history survives); UNBLOCK lifts
      *the temporary AUTHBLK login block early when an alert proves
      *a false positive, rather than waiting out the cool-down.
      *LOGROLL is still accepted but asks nothing of the workers: they
      *open the live audit log afresh for every record, so the logroll
      *batch job's rename needs no signal.
      *STATUS writes nothing: it reads the WRKSTAT heartbeat file the
      *workers maintain and prints a fleet summary - one line per
      *worker with its request counters and last heartbeat, flagging
