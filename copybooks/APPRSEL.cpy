      *Select clause for the APPREG registered-applications file.
      *One line per client application allowed to talk to the
      *authenticate service: its AR-CLIENT-ID value, a free-text
      *description, and the application's own access policy - the
      *request types it may send, a role required to log in through
      *it, and its session TTL (see APPRFD.cpy; blank columns mean
      *no restriction). Ops-editable the way authsvc.cfg is; lines
      *starting with '*' and blank lines are ignored. Workers load
      *it at startup and again on every RELOAD.
           SELECT APPREG-FILE ASSIGN TO "APPREG.DAT"
