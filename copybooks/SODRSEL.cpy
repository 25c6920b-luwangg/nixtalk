      *Select clause for the SODRULE separation-of-duties table.
      *One line per pair of role codes no single username may hold
      *together (say, the role that raises payments and the one that
      *approves them), with the reason the auditors gave. A pair is
      *a conflict whichever way round it is held. Ops-editable the
      *way APPREG.DAT is; lines starting with '*' and blank lines
      *are ignored.
           SELECT SODRULE-FILE ASSIGN TO "SODRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRULE-STATUS.
