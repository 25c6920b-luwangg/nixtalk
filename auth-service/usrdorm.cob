       WORKING-STORAGE SECTION.
       01 ws-usrmast-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-exempt-status             PIC X(2).
       01 ws-dormrpt-status            PIC X(2).

           CALL "authtime" USING ws-now-ts ws-now-seconds

           PERFORM para-identify-operator

           MOVE LOW-VALUES TO UM-USERNAME
           START USRMAST-FILE KEY IS GREATER THAN OR EQUAL TO
           DISPLAY "  REPORT: USRDORM.RPT"

           PERFORM para-log-run-summary
           GOBACK
           .

           END-IF
           .

       para-write-maint-log.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "DORMANT" TO MT-VERB
           MOVE UM-USERNAME TO MT-TARGET
           MOVE ws-mnt-outcome TO MT-OUTCOME
           PERFORM para-write-sealed-mntlog
           .

       para-log-run-summary.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "DORMSWEEP" TO MT-VERB
           MOVE SPACES TO MT-TARGET
           MOVE SPACES TO ws-mnt-outcome
           STRING "WARNED " ws-warned-count
                  " DISABLED " ws-disabled-count
               DELIMITED BY SIZE INTO ws-mnt-outcome
           MOVE ws-mnt-outcome TO MT-OUTCOME
           PERFORM para-write-sealed-mntlog
           .

       para-write-sealed-mntlog.
      *    Sealed into the MNTLOG audit chain around the WRITE; see
      *    authchn. The file is opened here, after SEAL, so that
      *    whoever has to create it does so holding the chain lock
      *    and every other writer finds it and extends it. It is
      *    closed again before COMMIT, because a line sequential
      *    WRITE is only sure to be on disk once the file is closed,
      *    and the next number must not go out until this line is
      *    there. A failed OPEN or WRITE gives its number back with
      *    ABANDON rather than leaving a hole in the chain.
           MOVE MT-ENTRY TO ws-chain-body
           MOVE "SEAL" TO ws-chain-action
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body MT-CHAIN-SEQ
                                 MT-CHAIN-DIGEST
           OPEN EXTEND MNTLOG-FILE
           IF ws-mntlog-status IS EQUAL TO "35" THEN
               OPEN OUTPUT MNTLOG-FILE
           END-IF
           IF ws-mntlog-status IS EQUAL TO "00" THEN
               WRITE MNTLOG-RECORD
               MOVE ws-mntlog-status TO ws-chain-write-status
               CLOSE MNTLOG-FILE
               IF ws-chain-write-status IS EQUAL TO "00" THEN
                   MOVE ws-mntlog-status TO ws-chain-write-status
               END-IF
               IF ws-chain-write-status IS NOT EQUAL TO "00" THEN
                   DISPLAY "WARNING: CANNOT WRITE MNTLOG.DAT, STATUS "
                           ws-chain-write-status ", RECORD LOST"
               END-IF
           ELSE
               MOVE ws-mntlog-status TO ws-chain-write-status
               DISPLAY "WARNING: CANNOT OPEN MNTLOG.DAT, STATUS "
                       ws-mntlog-status ", ENTRY NOT AUDITED"
           END-IF
           IF ws-chain-write-status IS EQUAL TO "00" THEN
               MOVE "COMMIT" TO ws-chain-action
           ELSE
               MOVE "ABANDON" TO ws-chain-action
           END-IF
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body MT-CHAIN-SEQ
                                 MT-CHAIN-DIGEST
           .
