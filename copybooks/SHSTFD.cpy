      *FD and record layout for the SESSHIST session history file.
       FD  SESSHIST-FILE.
       01  SESSHIST-RECORD.
           02 SH-USERNAME               PIC X(12).
           02 SH-CLIENT-ID              PIC X(8).
           02 SH-CREATED-TS             PIC X(21).
      *        When the session stopped being usable: the moment of
      *        the LOGO, bump or kill, or for EXPIRED the expiry
      *        itself rather than the later purge run.
           02 SH-ENDED-TS               PIC X(21).
           02 SH-RENEW-COUNT            PIC 9(5).
      *        LOGOFF / BUMPED / KILLED / EXPIRED
           02 SH-END-REASON             PIC X(8).
