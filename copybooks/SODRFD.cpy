      *FD and record layout for the SODRULE separation-of-duties
      *table.
       FD  SODRULE-FILE.
       01  SODRULE-RECORD.
           02 SR-ROLE-A                 PIC X(8).
           02 FILLER                    PIC X(1).
           02 SR-ROLE-B                 PIC X(8).
           02 FILLER                    PIC X(1).
           02 SR-REASON                 PIC X(40).
