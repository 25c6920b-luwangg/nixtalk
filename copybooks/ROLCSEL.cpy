      *Select clause for the ROLECAT role catalog.
      *One line per role code the shop recognizes: the code, what it
      *is for, and the department that owns (and answers for) it.
      *Ops-editable the way APPREG.DAT is; lines starting with '*'
      *and blank lines are ignored. usrmaint GRANT refuses a role
      *that is not in the catalog, and rolerpt reports holdings of
      *one.
           SELECT ROLECAT-FILE ASSIGN TO "ROLECAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLECAT-STATUS.
