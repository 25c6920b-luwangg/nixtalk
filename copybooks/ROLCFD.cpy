      *FD and record layout for the ROLECAT role catalog.
       FD  ROLECAT-FILE.
       01  ROLECAT-RECORD.
           02 RC-ROLE-CODE              PIC X(8).
           02 FILLER                    PIC X(1).
           02 RC-DESCRIPTION            PIC X(40).
           02 FILLER                    PIC X(1).
           02 RC-OWNER-DEPT             PIC X(12).
