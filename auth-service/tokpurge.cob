      *the past, and appends the purged records to a date-stamped
      *archive (SESSTOK.ccyymmdd) so session history stays available
      *for investigations without the live index bloating forever.
      *Each purged session is also written to the SESSHIST history
      *(see authshst) as EXPIRED, ending at its expiry time rather
      *than at the purge run, so sessrpt measures how long it was
      *actually usable.
      *
      *Safe to run while workers are up: expired tokens are exactly
      *the ones para-validate-session would refuse anyway, so
      *    Archived records keep the exact SESSTOK-RECORD layout so
      *    an investigation can read them with the same picture
      *    clauses the live file uses.
       01  SESSARCH-RECORD             PIC X(96).

       WORKING-STORAGE SECTION.
       01 ws-sesstok-status            PIC X(2).
       01 ws-now-ts                    PIC X(21).
       01 ws-now-seconds               PIC 9(18).

       01 ws-session-end-reason        PIC X(8) VALUE "EXPIRED".
       01 ws-expired-ts                PIC X(21).
       01 ws-exp-dayno                 PIC 9(9).
       01 ws-exp-date8                 PIC 9(8).
       01 ws-exp-day-secs              PIC 9(5).
       01 ws-exp-hh                    PIC 9(2).
       01 ws-exp-mm                    PIC 9(2).
       01 ws-exp-ss                    PIC 9(2).

       01 ws-purged-count              PIC 9(9) VALUE 0.
       01 ws-kept-count                PIC 9(9) VALUE 0.

                       WRITE SESSARCH-RECORD
                       DELETE SESSTOK-FILE
                       ADD 1 TO ws-purged-count
                       PERFORM para-record-expired-session
                   ELSE
                       ADD 1 TO ws-kept-count
                   END-IF
           END-READ
           .

       para-record-expired-session.
      *    ST-EXPIRES-SECS is on the authtime scale (day number times
      *    86400 plus seconds into the day); turned back into a
      *    CURRENT-DATE style stamp, carrying this run's UTC offset.
           DIVIDE ST-EXPIRES-SECS BY 86400 GIVING ws-exp-dayno
               REMAINDER ws-exp-day-secs
           COMPUTE ws-exp-date8 = FUNCTION DATE-OF-INTEGER(ws-exp-dayno)
           DIVIDE ws-exp-day-secs BY 3600 GIVING ws-exp-hh
               REMAINDER ws-exp-day-secs
           DIVIDE ws-exp-day-secs BY 60 GIVING ws-exp-mm
               REMAINDER ws-exp-ss
           MOVE SPACES TO ws-expired-ts
           STRING ws-exp-date8 ws-exp-hh ws-exp-mm ws-exp-ss "00"
                  ws-now-ts(17:5)
               DELIMITED BY SIZE INTO ws-expired-ts
           CALL "authshst" USING ST-USERNAME ST-CLIENT-ID
                                  ST-CREATED-TS ST-RENEW-COUNT
                                  ws-session-end-reason ws-expired-ts
           .
