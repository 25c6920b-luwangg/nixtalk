      *    usrmaint ROLES   username
      *    usrmaint SESS    username
      *    usrmaint KILLSESS username
      *    usrmaint EXPIRE  username ccyymmdd|NONE
      *    usrmaint SPONSOR username sponsor|NONE
      *RESET is the forgotten-password path: it stores a temporary
      *password and flags the record must-change, so the user's role
      *grants and password history survive (a REMOVE-then-ADD
      *operator needs USRADM for the user-administration verbs and
      *SECADM for GRANT/REVOKE (see para-check-admin-role); refusals
      *are written to MNTLOG with a DENIED outcome.
      *GRANT also has to pass the role catalog and the
      *separation-of-duties table (see authrchk): an unknown role,
      *or one that conflicts with a role the username already holds,
      *is refused and logged with a DENIED outcome.
      *SESS lists every live SESSTOK session the username holds
      *(created and expiry), so a suspected shared or stolen account
      *can be inspected without dumping the file by hand; KILLSESS
      *logs them all off at once for incident response; each killed
      *session is written to the SESSHIST history (see authshst).
      *EXPIRE sets the last day a contractor or temp account may log
      *in (NONE removes the end date); SPONSOR names the employee
      *usrexpn sends the upcoming-expiry notice to. An end date is
      *only accepted on an account that already has a sponsor, so
      *every expiring account has someone to extend it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrmaint.

       01 ws-usrmast-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-sesstok-status            PIC X(2).
       01 ws-session-scan-done         PIC X(1).
       01 ws-session-count             PIC 9(5).
       01 ws-now-seconds               PIC 9(18).
       01 ws-sess-left-secs            PIC 9(18).
       01 ws-sess-state                PIC X(7).
       01 ws-session-end-reason        PIC X(8) VALUE "KILLED".
       01 ws-operator                  PIC X(12).
       01 ws-required-role             PIC X(8).
       01 ws-access-allowed            PIC X(1).
       01 ws-mnt-outcome               PIC X(30).
       01 ws-arg-role                  PIC X(8).
       01 ws-grant-verdict             PIC X(8).
       01 ws-conflict-role             PIC X(8).
       01 ws-role-count                PIC 9(3).
       01 ws-arg-expiry                PIC X(8).
       01 ws-arg-sponsor               PIC X(12).
       01 ws-expiry-num                PIC 9(8).
       01 ws-today-date                PIC X(8).

       01 ws-arg-count                 PIC 9(4).
       01 ws-command                   PIC X(10).
           IF ws-arg-count IS LESS THAN 2 THEN
               DISPLAY "USAGE: usrmaint ADD|DISABLE|ENABLE|REMOVE"
                       "|UNLOCK|RESET|GRANT|REVOKE|ROLES|SESS"
                       "|KILLSESS|EXPIRE|SPONSOR username"
                       " [password|role|ccyymmdd|sponsor]"
               GOBACK
           END-IF

                       PERFORM para-list-sessions
                   WHEN "KILLSESS"
                       PERFORM para-kill-sessions
                   WHEN "EXPIRE"
                       PERFORM para-set-expiry
                   WHEN "SPONSOR"
                       PERFORM para-set-sponsor
                   WHEN OTHER
                       DISPLAY "UNKNOWN COMMAND: " ws-command
                       MOVE "UNKNOWN COMMAND" TO ws-mnt-outcome
               WHEN "ROLES"
               WHEN "SESS"
               WHEN "KILLSESS"
               WHEN "EXPIRE"
               WHEN "SPONSOR"
                   MOVE "USRADM" TO ws-required-role
               WHEN OTHER
                   MOVE SPACES TO ws-required-role
           .

       para-write-maint-log.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE ws-command TO MT-VERB
           MOVE ws-arg-username TO MT-TARGET
           MOVE ws-mnt-outcome TO MT-OUTCOME
           PERFORM para-write-sealed-mntlog
           .

       para-add-user.
               MOVE "N" TO UM-MUST-CHANGE
               MOVE SPACES TO UM-RESET-TS
               MOVE SPACES TO UM-LAST-LOGIN-TS
               MOVE SPACES TO UM-EXPIRY-DATE
               MOVE SPACES TO UM-SPONSOR

               WRITE USRMAST-RECORD
                   INVALID KEY
                       MOVE "USER NOT FOUND" TO ws-mnt-outcome
                   NOT INVALID KEY
                       UNLOCK USRMAST-FILE
                       PERFORM para-check-grant-rules
                       IF ws-grant-verdict IS EQUAL TO "OK" THEN
                           PERFORM para-write-role-grant
                       END-IF
               END-READ
           END-IF
           .

       para-check-grant-rules.
      *    A role missing from the ROLECAT catalog, or one that
      *    would sit alongside a role SODRULE says it must never be
      *    held with, is refused with a DENIED outcome the same way
      *    a missing SECADM is, so mntrpt and the auditors see the
      *    attempt. See authrchk.
           CALL "authrchk" USING ws-arg-username ws-arg-role
                                  ws-grant-verdict ws-conflict-role
           EVALUATE ws-grant-verdict
               WHEN "UNKNOWN"
                   DISPLAY "GRANT DENIED: " ws-arg-role
                           " IS NOT IN THE ROLE CATALOG"
                   MOVE SPACES TO ws-mnt-outcome
                   STRING "DENIED: UNKNOWN ROLE " ws-arg-role
                       DELIMITED BY SIZE INTO ws-mnt-outcome
               WHEN "CONFLICT"
                   DISPLAY "GRANT DENIED: " ws-arg-role
                           " CONFLICTS WITH " ws-conflict-role
                           " ALREADY HELD BY " ws-arg-username
                   MOVE SPACES TO ws-mnt-outcome
                   STRING "DENIED: SOD CONFLICT " ws-conflict-role
                       DELIMITED BY SIZE INTO ws-mnt-outcome
           END-EVALUATE
           .

       para-take-role-argument.
           MOVE ws-arg-password TO ws-arg-role
           INSPECT ws-arg-role CONVERTING
                   ELSE
                       DELETE SESSTOK-FILE
                       ADD 1 TO ws-killed-count
                       MOVE FUNCTION CURRENT-DATE TO ws-now-ts
                       CALL "authshst" USING ST-USERNAME ST-CLIENT-ID
                                              ST-CREATED-TS
                                              ST-RENEW-COUNT
                                              ws-session-end-reason
                                              ws-now-ts
                   END-IF
           END-READ
           .
                   MOVE "USER UNLOCKED" TO ws-mnt-outcome
           END-READ
           .

       para-set-expiry.
      *    The date rides in on the third command-line slot. A date
      *    already past is refused - DISABLE is the way to cut an
      *    account off today.
           MOVE ws-arg-password(1:8) TO ws-arg-expiry
           INSPECT ws-arg-expiry CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-arg-expiry IS EQUAL TO SPACES THEN
               DISPLAY "USAGE: usrmaint EXPIRE username ccyymmdd|NONE"
               MOVE "MISSING DATE ARGUMENT" TO ws-mnt-outcome
           ELSE
               IF ws-arg-expiry IS EQUAL TO "NONE" THEN
                   MOVE SPACES TO ws-arg-expiry
                   PERFORM para-apply-expiry
               ELSE
                   PERFORM para-check-expiry-argument
                   IF ws-mnt-outcome IS EQUAL TO SPACES THEN
                       PERFORM para-apply-expiry
                   END-IF
               END-IF
           END-IF
           .

       para-check-expiry-argument.
           IF ws-arg-expiry IS NOT NUMERIC OR
              ws-arg-password(9:12) IS NOT EQUAL TO SPACES THEN
               DISPLAY "EXPIRY DATE MUST BE CCYYMMDD: " ws-arg-password
               MOVE "INVALID EXPIRY DATE" TO ws-mnt-outcome
           ELSE
               MOVE ws-arg-expiry TO ws-expiry-num
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today-date
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-expiry-num)
                  IS NOT EQUAL TO 0 THEN
                   DISPLAY "EXPIRY DATE MUST BE CCYYMMDD: "
                           ws-arg-expiry
                   MOVE "INVALID EXPIRY DATE" TO ws-mnt-outcome
               ELSE
                   IF ws-arg-expiry IS LESS THAN ws-today-date THEN
                       DISPLAY "EXPIRY DATE ALREADY PASSED: "
                               ws-arg-expiry
                       MOVE "EXPIRY DATE ALREADY PASSED"
                           TO ws-mnt-outcome
                   END-IF
               END-IF
           END-IF
           .

       para-apply-expiry.
           MOVE ws-arg-username TO UM-USERNAME
           READ USRMAST-FILE
               INVALID KEY
                   DISPLAY "USER NOT FOUND: " ws-arg-username
                   MOVE "USER NOT FOUND" TO ws-mnt-outcome
               NOT INVALID KEY
                   IF ws-arg-expiry IS NOT EQUAL TO SPACES AND
                      UM-SPONSOR IS EQUAL TO SPACES THEN
                       UNLOCK USRMAST-FILE
                       DISPLAY "NO SPONSOR ON RECORD FOR "
                               ws-arg-username
                               ", SET ONE WITH SPONSOR FIRST"
                       MOVE "NO SPONSOR ON RECORD"
                           TO ws-mnt-outcome
                   ELSE
                       MOVE ws-arg-expiry TO UM-EXPIRY-DATE
                       REWRITE USRMAST-RECORD
                       MOVE "REWRITE" TO ws-jrnl-action
                       PERFORM para-journal-usrmast
                       MOVE SPACES TO ws-mnt-outcome
                       IF ws-arg-expiry IS EQUAL TO SPACES THEN
                           DISPLAY "EXPIRY CLEARED FOR: "
                                   ws-arg-username
                           MOVE "EXPIRY CLEARED" TO ws-mnt-outcome
                       ELSE
                           DISPLAY "USER " ws-arg-username
                                   " EXPIRES AFTER " ws-arg-expiry
                           STRING "EXPIRY SET TO " ws-arg-expiry
                               DELIMITED BY SIZE INTO ws-mnt-outcome
                       END-IF
                   END-IF
           END-READ
           .

       para-set-sponsor.
      *    The sponsor has to be an account of its own, and not the
      *    account it sponsors. It cannot be cleared while an end
      *    date stands, or the expiry notice would have nobody to go
      *    to.
           MOVE ws-arg-password(1:12) TO ws-arg-sponsor
           IF ws-arg-sponsor IS EQUAL TO SPACES THEN
               DISPLAY "USAGE: usrmaint SPONSOR username sponsor|NONE"
               MOVE "MISSING SPONSOR ARGUMENT" TO ws-mnt-outcome
           ELSE
               IF ws-arg-sponsor IS EQUAL TO "NONE" OR
                  ws-arg-sponsor IS EQUAL TO "none" THEN
                   MOVE SPACES TO ws-arg-sponsor
               ELSE
                   PERFORM para-check-sponsor-argument
               END-IF
               IF ws-mnt-outcome IS EQUAL TO SPACES THEN
                   PERFORM para-apply-sponsor
               END-IF
           END-IF
           .

       para-check-sponsor-argument.
           IF ws-arg-sponsor IS EQUAL TO ws-arg-username THEN
               DISPLAY "USER CANNOT SPONSOR THEMSELVES: "
                       ws-arg-username
               MOVE "CANNOT SPONSOR SELF" TO ws-mnt-outcome
           ELSE
               MOVE ws-arg-sponsor TO UM-USERNAME
               READ USRMAST-FILE
                   INVALID KEY
                       DISPLAY "SPONSOR NOT FOUND: " ws-arg-sponsor
                       MOVE "SPONSOR NOT FOUND" TO ws-mnt-outcome
                   NOT INVALID KEY
                       UNLOCK USRMAST-FILE
               END-READ
           END-IF
           .

       para-apply-sponsor.
           MOVE ws-arg-username TO UM-USERNAME
           READ USRMAST-FILE
               INVALID KEY
                   DISPLAY "USER NOT FOUND: " ws-arg-username
                   MOVE "USER NOT FOUND" TO ws-mnt-outcome
               NOT INVALID KEY
                   IF ws-arg-sponsor IS EQUAL TO SPACES AND
                      UM-EXPIRY-DATE IS NOT EQUAL TO SPACES THEN
                       UNLOCK USRMAST-FILE
                       DISPLAY "USER " ws-arg-username
                               " HAS AN EXPIRY DATE, CLEAR IT FIRST"
                       MOVE "EXPIRY DATE NEEDS SPONSOR"
                           TO ws-mnt-outcome
                   ELSE
                       MOVE ws-arg-sponsor TO UM-SPONSOR
                       REWRITE USRMAST-RECORD
                       MOVE "REWRITE" TO ws-jrnl-action
                       PERFORM para-journal-usrmast
                       MOVE SPACES TO ws-mnt-outcome
                       IF ws-arg-sponsor IS EQUAL TO SPACES THEN
                           DISPLAY "SPONSOR CLEARED FOR: "
                                   ws-arg-username
                           MOVE "SPONSOR CLEARED" TO ws-mnt-outcome
                       ELSE
                           DISPLAY "USER " ws-arg-username
                                   " SPONSORED BY " ws-arg-sponsor
                           STRING "SPONSOR SET TO " ws-arg-sponsor
                               DELIMITED BY SIZE INTO ws-mnt-outcome
                       END-IF
                   END-IF
           END-READ
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
                       ws-mntlog-status ", COMMAND NOT AUDITED"
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
