      *Select clause for the SESSHIST session history file.
      *Append-only line sequential record of every session that
      *ends - logged off, bumped by the session limit, killed by
      *usrmaint KILLSESS or purged as expired by tokpurge - written
      *through authshst, so session lengths and end causes can be
      *studied (see sessrpt) after the SESSTOK record is gone.
           SELECT SESSHIST-FILE ASSIGN TO "SESSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSHIST-STATUS.
