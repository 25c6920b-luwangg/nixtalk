      *USRTRAN.DAT transaction file the HR system exports, validates
      *the whole file first (unknown verbs, blank or duplicate
      *usernames, ADD of an existing username, REMOVE/DISABLE/ENABLE
      *of a missing one, passwords that fail the authpchk policy,
      *contractor end dates that are malformed or past or lack a
      *sponsoring account) and writes every bad transaction to the
      *USRLOAD.REJ rejects report, then applies the clean
      *transactions to USRMAST.
      *
      *A checkpoint record (USRLOAD.CKP, the sequence number of the
      *last completed input record) is rewritten after every
       01 ws-usrtran-status            PIC X(2).
       01 ws-usrmast-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-operator                  PIC X(12).
       01 ws-required-role             PIC X(8).
       01 ws-access-allowed            PIC X(1).
       01 ws-reject-reason             PIC X(40).
       01 ws-pswd-check-reason         PIC X(8).
       01 ws-new-salt                  PIC X(8).
       01 ws-expiry-num                PIC 9(8).
       01 ws-today-date                PIC X(8).
       01 ws-sponsor-exists            PIC X(1).

       01 ws-ckp-name-z                PIC X(12).
       01 ws-remove-rc                 PIC S9(9) COMP-5.
           DISPLAY "VALIDATION: " ws-clean-count " CLEAN, "
                   ws-reject-count " REJECTED (SEE USRLOAD.REJ)"


           OPEN INPUT USRTRAN-FILE
           MOVE 0 TO ws-txn-seq
               UNTIL ws-usrtran-status IS EQUAL TO "10"
           CLOSE USRTRAN-FILE

           CLOSE USRMAST-FILE

           PERFORM para-finish-run
                   IF ws-cur-exists IS EQUAL TO 'Y' AND
                      ws-waiver-active IS EQUAL TO 'N' THEN
                       MOVE "USER ALREADY EXISTS" TO ws-reject-reason
                   ELSE
                       PERFORM para-validate-expiry
                   END-IF
                   IF ws-reject-reason IS NOT EQUAL TO SPACES THEN
                       PERFORM para-write-reject
                   ELSE
                       CALL "authpchk" USING TR-USERNAME TR-PASSWORD
           END-EVALUATE
           .

       para-validate-expiry.
      *    Contractor and temp adds carry a last day of access and the
      *    employee who sponsors them. Leaves ws-reject-reason blank
      *    when the pair is acceptable. Blank date and sponsor is an
      *    ordinary open-ended account.
           MOVE SPACES TO ws-reject-reason
           IF TR-EXPIRY-DATE IS EQUAL TO SPACES THEN
               IF TR-SPONSOR IS NOT EQUAL TO SPACES THEN
                   MOVE "SPONSOR GIVEN WITHOUT EXPIRY DATE"
                       TO ws-reject-reason
               END-IF
           ELSE
               IF TR-EXPIRY-DATE IS NOT NUMERIC THEN
                   MOVE "EXPIRY DATE MUST BE CCYYMMDD"
                       TO ws-reject-reason
               ELSE
                   MOVE TR-EXPIRY-DATE TO ws-expiry-num
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today-date
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-expiry-num)
                      IS NOT EQUAL TO 0 THEN
                       MOVE "EXPIRY DATE MUST BE CCYYMMDD"
                           TO ws-reject-reason
                   ELSE
                       IF TR-EXPIRY-DATE IS LESS THAN ws-today-date
                           MOVE "EXPIRY DATE ALREADY PASSED"
                               TO ws-reject-reason
                       ELSE
                           PERFORM para-validate-sponsor
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       para-validate-sponsor.
      *    The sponsor must be a real account - projected through the
      *    feed so far, or on USRMAST - and not the contractor.
      *    Existence is waived with the other existence checks on a
      *    restarted run's tail.
           IF TR-SPONSOR IS EQUAL TO SPACES THEN
               MOVE "SPONSOR REQUIRED WITH EXPIRY DATE"
                   TO ws-reject-reason
           ELSE
               IF TR-SPONSOR IS EQUAL TO TR-USERNAME THEN
                   MOVE "USER CANNOT SPONSOR THEMSELVES"
                       TO ws-reject-reason
               ELSE
                   PERFORM para-sponsor-lookup
                   IF ws-sponsor-exists IS EQUAL TO 'N' AND
                      ws-waiver-active IS EQUAL TO 'N' THEN
                       MOVE "SPONSOR NOT FOUND" TO ws-reject-reason
                   END-IF
               END-IF
           END-IF
           .

       para-sponsor-lookup.
      *    Projection table first, so a sponsor added or removed
      *    earlier in this feed is judged as it will stand; otherwise
      *    USRMAST as it is now.
           MOVE SPACES TO ws-sponsor-exists
           PERFORM VARYING ws-proj-idx FROM 1 BY 1
                   UNTIL ws-proj-idx IS GREATER THAN ws-proj-count
               IF ws-proj-name(ws-proj-idx) IS EQUAL TO TR-SPONSOR
                   MOVE ws-proj-exists(ws-proj-idx)
                       TO ws-sponsor-exists
               END-IF
           END-PERFORM

           IF ws-sponsor-exists IS EQUAL TO SPACES THEN
               MOVE TR-SPONSOR TO UM-USERNAME
               READ USRMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO ws-sponsor-exists
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-sponsor-exists
                       UNLOCK USRMAST-FILE
               END-READ
           END-IF
           .

       para-mark-clean.
           MOVE 'Y' TO ws-txn-flag(ws-txn-seq)
           ADD 1 TO ws-clean-count
           MOVE "N" TO UM-MUST-CHANGE
           MOVE SPACES TO UM-RESET-TS
           MOVE SPACES TO UM-LAST-LOGIN-TS
           MOVE TR-EXPIRY-DATE TO UM-EXPIRY-DATE
           MOVE TR-SPONSOR TO UM-SPONSOR

           WRITE USRMAST-RECORD
               INVALID KEY
           .

       para-log-denied.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "USRLOAD" TO MT-VERB
           MOVE SPACES TO MT-TARGET
           MOVE SPACES TO ws-mnt-outcome
           STRING "DENIED: NEEDS " ws-required-role
               DELIMITED BY SIZE INTO ws-mnt-outcome
           MOVE ws-mnt-outcome TO MT-OUTCOME
           PERFORM para-write-sealed-mntlog
           .

       para-write-maint-log.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE ws-verb TO MT-VERB
           MOVE TR-USERNAME TO MT-TARGET
           MOVE ws-mnt-outcome TO MT-OUTCOME
           PERFORM para-write-sealed-mntlog
           .

       para-write-checkpoint.
           DISPLAY "WORKERS SIGNALLED: RELOAD (SEQUENCE "
                   CTL-SEQUENCE ")"
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
