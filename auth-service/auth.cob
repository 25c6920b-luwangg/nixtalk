           COPY WSTASEL.
           COPY APPRSEL.
           COPY BLKFSEL.
           COPY OTPPSEL.
           COPY NOTFSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY WSTAFD.
           COPY APPRFD.
           COPY BLKFFD.
           COPY OTPPFD.
           COPY NOTFFD.

       WORKING-STORAGE SECTION.
       01 ws-usrmast-status            PIC X(2).
       01 ws-authlog-status            PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "AUTHLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-sesstok-status            PIC X(2).
       01 ws-authctl-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-wrkstat-status            PIC X(2).
       01 ws-appreg-status             PIC X(2).
       01 ws-authblk-status            PIC X(2).
       01 ws-otppin-status             PIC X(2).
       01 ws-notify-status             PIC X(2).

      *Cached copy of the AUTHBLK login-block record, refreshed on
      *every control poll the way AUTHCTL commands are, so honoring
      *check stays off (enforcing an empty registry would refuse
      *every caller on upgrade day); the moment the file is there,
      *a request whose AR-CLIENT-ID is not in it is refused.
      *Each entry also carries the application's own policy: the
      *request types it may send (blank allows all), a role its
      *users must hold to log in through it (blank for none), and a
      *session TTL that replaces SESSION_TTL_SECS for sessions it
      *issues or renews (0 keeps the global value).
       01 ws-app-enforced              PIC X(1) VALUE 'N'.
       01 ws-app-count                 PIC 9(3) VALUE 0.
       01 ws-app-table.
           02 ws-app-entry OCCURS 50 TIMES INDEXED BY ws-app-idx.
               03 ws-app-id            PIC X(8).
               03 ws-app-types         PIC X(40).
               03 ws-app-login-role    PIC X(8).
               03 ws-app-ttl           PIC 9(9).
       01 ws-app-ok                    PIC X(1).
      *Table slot of the calling application, 0 when the registry
      *is not enforced (and there is no per-application policy).
       01 ws-app-found                 PIC 9(3).
       01 ws-type-ok                   PIC X(1).
       01 ws-type-tally                PIC 9(3).
       01 ws-app-role-ok               PIC X(1).

       01 ws-getpid                    PIC S9(9) COMP-5.
       01 ws-worker-pid                PIC 9(9).
       01 ws-temp-expire-hours         PIC 9(3) VALUE 24.
       01 ws-temp-expired              PIC X(1).

       01 ws-account-expired           PIC X(1).
       01 ws-today-date                PIC X(8).

       01 ws-jrnl-file-id              PIC X(8).
       01 ws-jrnl-action               PIC X(8).
       01 ws-jrnl-image                PIC X(200).
       01 ws-computed-hash             PIC X(32).

       01 ws-session-ttl-secs          PIC 9(9) VALUE 3600.
      *The TTL in force for this request: the calling application's
      *own, or SESSION_TTL_SECS when it sets none.
       01 ws-effective-ttl             PIC 9(9).
       01 ws-session-max-life          PIC 9(9) VALUE 43200.
       01 ws-created-seconds           PIC 9(18).
       01 ws-renewed-expiry            PIC 9(18).
       01 ws-session-scan-done         PIC X(1).
       01 ws-oldest-created-ts         PIC X(21).
       01 ws-oldest-token              PIC X(32).
       01 ws-session-end-reason        PIC X(8).
       01 ws-session-end-ts            PIC X(21).
       01 ws-session-refused           PIC X(1).
       01 ws-token-seed                PIC X(8).
       01 ws-token-plaintext           PIC X(20).

      *Second factor for privileged accounts: a password that
      *verifies for a holder of any MFA_ROLES role buys a one-time
      *PIN, sent out through the notification gateway, instead of a
      *session, and an OTPV request trades the username and PIN for
      *the session. No roles listed turns the second factor off.
       01 ws-mfa-role-list             PIC X(100).
       01 ws-mfa-role-word             PIC X(100).
       01 ws-mfa-role-ptr              PIC 9(3).
       01 ws-mfa-role-count            PIC 9(2) VALUE 0.
       01 ws-mfa-role-table.
           02 ws-mfa-role OCCURS 10 TIMES PIC X(8).
       01 ws-mfa-role-idx              PIC 9(2).
       01 ws-mfa-required              PIC X(1).
      *Set once the PIN has verified, so the login finished on
      *behalf of an OTPV request does not ask for a PIN again.
       01 ws-mfa-passed                PIC X(1).
       01 ws-pin-ttl-secs              PIC 9(9) VALUE 300.
       01 ws-pin-draw                  PIC X(8).
       01 ws-pin-plain                 PIC X(20).
       01 ws-pin-salt                  PIC X(8).
       01 ws-pin-on-file               PIC X(1).
       01 ws-pin-sent                  PIC X(1).
       01 ws-prior-failed-count        PIC 9(3).

       PROCEDURE DIVISION.
       para-entry.
           MOVE "BACKEND_ADDRESS" TO ws-config-key
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

      *    Role codes are separated by spaces; only the first ten
      *    are taken.
           MOVE "MFA_ROLES" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           MOVE FUNCTION TRIM(ws-config-value) TO ws-mfa-role-list
           INSPECT ws-mfa-role-list CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO ws-mfa-role-ptr
           PERFORM UNTIL ws-mfa-role-ptr IS GREATER THAN 100 OR
                         ws-mfa-role-count IS EQUAL TO 10
               MOVE SPACES TO ws-mfa-role-word
               UNSTRING ws-mfa-role-list DELIMITED BY ALL SPACE
                   INTO ws-mfa-role-word
                   WITH POINTER ws-mfa-role-ptr
               END-UNSTRING
               IF ws-mfa-role-word IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO ws-mfa-role-count
                   MOVE ws-mfa-role-word TO
                       ws-mfa-role(ws-mfa-role-count)
               END-IF
           END-PERFORM

           MOVE "MFA_PIN_TTL_SECS" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           IF ws-config-value IS NOT EQUAL TO SPACES THEN
               COMPUTE ws-pin-ttl-secs =
                   FUNCTION NUMVAL(FUNCTION TRIM(ws-config-value))
           END-IF

           CALL "zmq_ctx_new" GIVING ws-zmq
           CALL "zmq_socket" USING VALUE ws-zmq
                                   VALUE ws-zmq-rep
               STOP RUN
           END-IF

      *    Only a check that the audit trail can be written: each
      *    record opens and closes AUTHLOG itself, see
      *    para-write-sealed-authlog.
           OPEN EXTEND AUTHLOG-FILE
           IF ws-authlog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN AUTHLOG.DAT, STATUS "
                       ws-authlog-status
               STOP RUN
           END-IF
           CLOSE AUTHLOG-FILE

           OPEN I-O SESSTOK-FILE
           IF ws-sesstok-status IS EQUAL TO "35" THEN
               STOP RUN
           END-IF

           OPEN I-O OTPPIN-FILE
           IF ws-otppin-status IS EQUAL TO "35" THEN
               OPEN OUTPUT OTPPIN-FILE
               CLOSE OTPPIN-FILE
               OPEN I-O OTPPIN-FILE
           END-IF
           IF ws-otppin-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN OTPPIN.DAT, STATUS "
                       ws-otppin-status
               STOP RUN
           END-IF

           PERFORM para-load-app-registry

           CALL "getpid" RETURNING ws-getpid
           END-IF

           CLOSE USRMAST-FILE
           CLOSE SESSTOK-FILE
           CLOSE USRROLE-FILE
           CLOSE OTPPIN-FILE
           CALL "zmq_close" USING VALUE ws-socket
           CALL "zmq_ctx_destroy" USING VALUE ws-zmq

                           MOVE 'Y' TO ws-stop-requested
                       WHEN "RELOAD"
                           PERFORM para-reload-user-file
      *                Nothing to reopen after a roll: every audit
      *                record opens the live AUTHLOG.DAT afresh.
                       WHEN "LOGROLL"
                       WHEN "RUN"
                           CONTINUE
                   END-EVALUATE
                      ws-app-count IS LESS THAN 50 THEN
                       ADD 1 TO ws-app-count
                       MOVE AP-CLIENT-ID TO ws-app-id(ws-app-count)
                       PERFORM para-load-app-policy
                   END-IF
           END-READ
           .

       para-load-app-policy.
      *    Registry lines written before the policy columns existed
      *    read as blank, which is the no-restriction default.
           MOVE AP-ALLOWED-TYPES TO ws-app-types(ws-app-count)
           MOVE AP-LOGIN-ROLE TO ws-app-login-role(ws-app-count)
           INSPECT ws-app-types(ws-app-count) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-app-login-role(ws-app-count) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO ws-app-ttl(ws-app-count)
           IF AP-SESSION-TTL IS NOT EQUAL TO SPACES THEN
               COMPUTE ws-app-ttl(ws-app-count) =
                   FUNCTION NUMVAL(FUNCTION TRIM(AP-SESSION-TTL))
           END-IF
           .

       para-check-client-id.
           MOVE 'Y' TO ws-app-ok
           MOVE 0 TO ws-app-found
           IF ws-app-enforced IS EQUAL TO 'Y' THEN
               MOVE 'N' TO ws-app-ok
               PERFORM VARYING ws-app-idx FROM 1 BY 1
                   IF ws-app-id(ws-app-idx) IS EQUAL TO
                      AR-CLIENT-ID
                       MOVE 'Y' TO ws-app-ok
                       SET ws-app-found TO ws-app-idx
                   END-IF
               END-PERFORM
           END-IF

           MOVE ws-session-ttl-secs TO ws-effective-ttl
           IF ws-app-found IS GREATER THAN 0 THEN
               IF ws-app-ttl(ws-app-found) IS GREATER THAN 0 THEN
                   MOVE ws-app-ttl(ws-app-found) TO ws-effective-ttl
               END-IF
           END-IF
           .

       para-check-request-type.
      *    An application registered for, say, token validation
      *    only has no business sending LOGN or PCHG; its allowed
      *    list is a run of four-letter codes, so a tally of the
      *    request type in it says whether the type is listed.
           MOVE 'Y' TO ws-type-ok
           IF ws-app-found IS GREATER THAN 0 THEN
               IF ws-app-types(ws-app-found) IS NOT EQUAL TO SPACES
                   MOVE 0 TO ws-type-tally
                   INSPECT ws-app-types(ws-app-found)
                       TALLYING ws-type-tally FOR ALL AR-REQUEST-TYPE
                   IF ws-type-tally IS EQUAL TO 0 THEN
                       MOVE 'N' TO ws-type-ok
                   END-IF
               END-IF
           END-IF
           .

       para-check-app-login-role.
           MOVE 'Y' TO ws-app-role-ok
           IF ws-app-found IS GREATER THAN 0 THEN
               IF ws-app-login-role(ws-app-found) IS NOT EQUAL TO
                  SPACES THEN
                   MOVE UM-USERNAME TO UR-USERNAME
                   MOVE ws-app-login-role(ws-app-found)
                       TO UR-ROLE-CODE
                   READ USRROLE-FILE
                       INVALID KEY
                           MOVE 'N' TO ws-app-role-ok
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF
           .

       para-dispatch-request.
      *    Default to the success code; each failure path overwrites
      *    it with its specific cause.
           MOVE "NONE" TO AS-REASON-CODE
           MOVE 'N' TO ws-mfa-passed

      *    The caller has to say which registered application it is
      *    before any request type is even looked at; an unknown
               MOVE "CLIENT NOT REGISTERED" TO AS-DETAIL
               MOVE "BADCLNT" TO AS-REASON-CODE
           ELSE
      *        A registered application is then held to its own
      *        APPREG policy: only the request types listed for it.
               PERFORM para-check-request-type
           END-IF
           IF ws-app-ok IS EQUAL TO 'Y' AND
              ws-type-ok IS EQUAL TO 'N' THEN
               MOVE 'ERROR' TO AS-RESULT
               MOVE "REQUEST TYPE NOT ALLOWED FOR CLIENT"
                   TO AS-DETAIL
               MOVE "APPTYPE" TO AS-REASON-CODE
           END-IF
           IF ws-app-ok IS EQUAL TO 'Y' AND
              ws-type-ok IS EQUAL TO 'Y' THEN
               EVALUATE AR-REQUEST-TYPE
                   WHEN "LOGN"
      *                A live AUTHBLK block from authmon turns LOGN
      *                still flows.
                       PERFORM para-check-login-block
                       IF ws-login-blocked IS EQUAL TO 'Y' THEN
                           PERFORM para-refuse-blocked-login
                       ELSE
                           PERFORM para-check-credentials
                       END-IF
                   WHEN "OTPV"
      *                Guessing PINs is an attack on the login path
      *                like any other, so the same block applies.
                       PERFORM para-check-login-block
                       IF ws-login-blocked IS EQUAL TO 'Y' THEN
                           PERFORM para-refuse-blocked-login
                       ELSE
                           PERFORM para-verify-otp
                       END-IF
                   WHEN "PCHG"
                       PERFORM para-change-password
                   WHEN "LKUP"
           END-IF
           .

       para-refuse-blocked-login.
           MOVE 'ERROR' TO AS-RESULT
      *    Naming the alert that raised the block tells ops (and the
      *    refused client's own logs) which condition to chase.
           MOVE SPACES TO AS-DETAIL
           STRING "LOGINS BLOCKED BY "
                  ws-block-code " ALERT"
               DELIMITED BY SIZE INTO AS-DETAIL
           MOVE "BLOCKED" TO AS-REASON-CODE
           .

       para-check-credentials.
           MOVE AR-USERNAME TO UM-USERNAME
           READ USRMAST-FILE

       para-renew-session.
      *    Extends a still-valid token's expiry by another
      *    SESSION_TTL_SECS (or the renewing application's own TTL
      *    from APPREG), so a session kept active renews quietly
      *    instead of dying mid-transaction when its original hour is
      *    up. An expired or unknown token is refused the way VALD
      *    refuses it - renewal is not a back door around logging in
           MOVE ws-ts-out TO ws-created-seconds

           COMPUTE ws-renewed-expiry =
               ws-now-seconds + ws-effective-ttl
           IF ws-session-max-life IS GREATER THAN 0 AND
              ws-renewed-expiry IS GREATER THAN
              ws-created-seconds + ws-session-max-life THEN
               MOVE "RENEWCAP" TO AS-REASON-CODE
           ELSE
               MOVE ws-renewed-expiry TO ST-EXPIRES-SECS
               IF ST-RENEW-COUNT IS NOT NUMERIC THEN
                   MOVE 0 TO ST-RENEW-COUNT
               END-IF
               IF ST-RENEW-COUNT IS LESS THAN 99999 THEN
                   ADD 1 TO ST-RENEW-COUNT
               END-IF
               REWRITE SESSTOK-RECORD
               MOVE 'OK' TO AS-RESULT
               MOVE "SESSION RENEWED" TO AS-DETAIL
      *    immediately, rather than leaving it usable until
      *    ST-EXPIRES-SECS passes. A token that is already gone
      *    (never issued, purged, or logged off twice) is reported
      *    the same way VALD reports it. The record is read first
      *    so the session's history entry has what it needs.
           MOVE AR-SESSION-TOKEN TO ST-TOKEN
           READ SESSTOK-FILE
               INVALID KEY
                   MOVE 'ERROR' TO AS-RESULT
                   MOVE "TOKEN NOT FOUND" TO AS-DETAIL
                   MOVE "TOKENNF" TO AS-REASON-CODE
               NOT INVALID KEY
                   DELETE SESSTOK-FILE
                       INVALID KEY
                           MOVE 'ERROR' TO AS-RESULT
                           MOVE "TOKEN NOT FOUND" TO AS-DETAIL
                           MOVE "TOKENNF" TO AS-REASON-CODE
                       NOT INVALID KEY
                           MOVE "LOGOFF" TO ws-session-end-reason
                           PERFORM para-record-session-end
                           MOVE 'OK' TO AS-RESULT
                           MOVE "SESSION LOGGED OFF" TO AS-DETAIL
                   END-DELETE
           END-READ
           .

       para-record-session-end.
      *    The SESSTOK record area holds the session just deleted;
      *    ws-session-end-reason is set by the caller.
           MOVE FUNCTION CURRENT-DATE TO ws-session-end-ts
           CALL "authshst" USING ST-USERNAME ST-CLIENT-ID
                                  ST-CREATED-TS ST-RENEW-COUNT
                                  ws-session-end-reason
                                  ws-session-end-ts
           .

       para-change-password.
           .

       para-check-active-user.
           PERFORM para-check-account-expiry
           IF UM-STATUS IS NOT EQUAL TO "A" OR
              ws-account-expired IS EQUAL TO 'Y' THEN
               MOVE 'ERROR' TO AS-RESULT
               IF UM-STATUS IS NOT EQUAL TO "A" THEN
                   MOVE "USER DISABLED" TO AS-DETAIL
                   MOVE "DISABLED" TO AS-REASON-CODE
               ELSE
                   MOVE "ACCOUNT EXPIRED" TO AS-DETAIL
                   MOVE "ACCTEXP" TO AS-REASON-CODE
               END-IF
               UNLOCK USRMAST-FILE
           ELSE
               PERFORM para-check-lockout
      *                counters clear either way; whether a session
      *                is issued depends on the reset and rotation
      *                policies.
                       MOVE UM-FAILED-COUNT TO ws-prior-failed-count
                       MOVE 0 TO UM-FAILED-COUNT
                       MOVE 'N' TO UM-LOCKED-FLAG
                       IF UM-MUST-CHANGE IS EQUAL TO 'Y' THEN
           END-IF
           .

       para-check-account-expiry.
      *    UM-EXPIRY-DATE is the last day the account may log in, so
      *    it is refused from the day after. Checked before the
      *    password so a contractor past their end date learns
      *    nothing from trying one, and no failure is counted
      *    against an account that is closed anyway.
           MOVE 'N' TO ws-account-expired
           IF UM-EXPIRY-DATE IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today-date
               IF ws-today-date IS GREATER THAN UM-EXPIRY-DATE THEN
                   MOVE 'Y' TO ws-account-expired
               END-IF
           END-IF
           .

       para-check-password-age.
      *    Runs only after the presented password has verified, with
      *    the USRMAST record still held for the caller's REWRITE.

       para-finish-good-login.
      *    The password verified and is current; all that stands
      *    between the user and a session now is the calling
      *    application's login role and the concurrent-session
      *    limit, so those are judged before the last-login stamp
      *    goes on: the stamp marks sessions actually issued, and a
      *    login refused with APPROLE, MFAREQ or MAXSESS must not make a
      *    session-capped account look active to the dormancy
      *    sweep. The REWRITE lands either way - the cleared
      *    failure counters belong on file regardless of how the
      *    limit falls.
           MOVE 'N' TO ws-session-refused
      *    An application that insists on a role refuses everyone
      *    else before the session limit gets to bump anything.
           PERFORM para-check-app-login-role
           IF ws-app-role-ok IS EQUAL TO 'N' THEN
               MOVE 'ERROR' TO AS-RESULT
               MOVE "ROLE REQUIRED BY THIS CLIENT NOT HELD"
                   TO AS-DETAIL
               MOVE "APPROLE" TO AS-REASON-CODE
               MOVE 'Y' TO ws-session-refused
           END-IF
      *    A privileged account's password alone is not enough: it
      *    buys a one-time PIN sent to the holder, and the session
      *    waits for the OTPV request that proves they got it. This
      *    comes before the session limit so a PIN that is never
      *    used cannot have bumped a live session.
           IF ws-session-refused IS EQUAL TO 'N' AND
              ws-mfa-passed IS EQUAL TO 'N' THEN
               PERFORM para-check-mfa-required
               IF ws-mfa-required IS EQUAL TO 'Y' THEN
      *            The failure count stands until the PIN verifies;
      *            otherwise logging in again after each run of bad
      *            PINs would buy a fresh set of guesses every time.
                   MOVE ws-prior-failed-count TO UM-FAILED-COUNT
                   PERFORM para-issue-otp-pin
                   MOVE 'Y' TO ws-session-refused
               END-IF
           END-IF
           IF ws-max-sessions-per-user IS GREATER THAN 0 AND
              ws-session-refused IS EQUAL TO 'N' THEN
               PERFORM para-enforce-session-limit
           END-IF
           IF ws-session-refused IS NOT EQUAL TO 'Y' THEN
           END-IF
           .

       para-check-mfa-required.
           MOVE 'N' TO ws-mfa-required
           MOVE UM-USERNAME TO UR-USERNAME
           PERFORM VARYING ws-mfa-role-idx FROM 1 BY 1
                   UNTIL ws-mfa-role-idx IS GREATER THAN
                         ws-mfa-role-count OR
                         ws-mfa-required IS EQUAL TO 'Y'
               MOVE ws-mfa-role(ws-mfa-role-idx) TO UR-ROLE-CODE
               READ USRROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-mfa-required
               END-READ
           END-PERFORM
           .

       para-issue-otp-pin.
      *    A new PIN replaces any the user still had outstanding, so
      *    only the latest one sent is ever good. The digits come
      *    from authsalt's random stream, the same non-guessable
      *    source session token seeds use; its letters fold onto
      *    digits, which leaves a six-digit PIN an attacker still
      *    has to guess inside MAX_FAILED_ATTEMPTS tries.
           CALL "authsalt" USING ws-pin-draw
           INSPECT ws-pin-draw CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "01234567890123456789012345"
           MOVE SPACES TO ws-pin-plain
           MOVE ws-pin-draw(1:6) TO ws-pin-plain

           CALL "authsalt" USING ws-pin-salt
           MOVE UM-USERNAME TO OP-USERNAME
           MOVE ws-pin-salt TO OP-PIN-SALT
           CALL "authhash" USING OP-PIN-SALT ws-pin-plain
                                  OP-PIN-HASH
           MOVE FUNCTION CURRENT-DATE TO OP-ISSUED-TS
           MOVE OP-ISSUED-TS TO ws-ts-in
           PERFORM para-timestamp-to-seconds
           COMPUTE OP-EXPIRES-SECS = ws-ts-out + ws-pin-ttl-secs
           MOVE AR-CLIENT-ID TO OP-CLIENT-ID
           WRITE OTPPIN-RECORD
               INVALID KEY
                   REWRITE OTPPIN-RECORD
           END-WRITE

           PERFORM para-send-otp-notice
           MOVE 'ERROR' TO AS-RESULT
           IF ws-pin-sent IS EQUAL TO 'Y' THEN
               MOVE "ONE-TIME PIN SENT, VERIFY WITH OTPV"
                   TO AS-DETAIL
           ELSE
               MOVE "ONE-TIME PIN COULD NOT BE SENT" TO AS-DETAIL
           END-IF
           MOVE "MFAREQ" TO AS-REASON-CODE
           .

       para-send-otp-notice.
      *    Opened per message, like the journal, so the gateway can
      *    take the file away between PINs and several workers can
      *    append to it.
           MOVE 'N' TO ws-pin-sent
           OPEN EXTEND NOTIFY-FILE
           IF ws-notify-status IS EQUAL TO "35" THEN
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF ws-notify-status IS NOT EQUAL TO "00" THEN
               DISPLAY "WARNING: CANNOT OPEN NOTIFY.DAT, STATUS "
                       ws-notify-status ", PIN FOR " UM-USERNAME
                       " NOT SENT"
           ELSE
               MOVE OP-ISSUED-TS TO NT-TIMESTAMP
               MOVE UM-USERNAME TO NT-USERNAME
               MOVE "OTPPIN" TO NT-KIND
               MOVE SPACES TO NT-TEXT
               MOVE ws-pin-plain TO NT-TEXT
               MOVE ws-pin-ttl-secs TO NT-VALID-SECS
               MOVE AR-CLIENT-ID TO NT-CLIENT-ID
               WRITE NOTIFY-RECORD
               CLOSE NOTIFY-FILE
               MOVE 'Y' TO ws-pin-sent
           END-IF
           .

       para-verify-otp.
      *    AR-USERNAME and the PIN (in AR-PASSWORD) from the MFAREQ
      *    login. The account is held to everything a LOGN is held
      *    to again, since it may have been disabled, locked or
      *    reset in the minutes since the PIN went out.
           MOVE AR-USERNAME TO UM-USERNAME
           READ USRMAST-FILE
               INVALID KEY
                   MOVE 'ERROR' TO AS-RESULT
                   MOVE "USER NOT FOUND" TO AS-DETAIL
                   MOVE "NOTFOUND" TO AS-REASON-CODE
               NOT INVALID KEY
                   PERFORM para-check-otp-user
           END-READ
           .

       para-check-otp-user.
           PERFORM para-check-account-expiry
           IF UM-STATUS IS NOT EQUAL TO "A" OR
              ws-account-expired IS EQUAL TO 'Y' THEN
               MOVE 'ERROR' TO AS-RESULT
               IF UM-STATUS IS NOT EQUAL TO "A" THEN
                   MOVE "USER DISABLED" TO AS-DETAIL
                   MOVE "DISABLED" TO AS-REASON-CODE
               ELSE
                   MOVE "ACCOUNT EXPIRED" TO AS-DETAIL
                   MOVE "ACCTEXP" TO AS-REASON-CODE
               END-IF
               UNLOCK USRMAST-FILE
           ELSE
               PERFORM para-check-lockout
               IF ws-account-locked IS EQUAL TO 'Y' THEN
                   MOVE 'ERROR' TO AS-RESULT
                   MOVE "ACCOUNT LOCKED OUT" TO AS-DETAIL
                   MOVE "LOCKED" TO AS-REASON-CODE
                   UNLOCK USRMAST-FILE
               ELSE
                   IF ws-lockout-cleared IS EQUAL TO 'Y' THEN
                       PERFORM para-reacquire-user-lock
                   END-IF
                   IF UM-MUST-CHANGE IS EQUAL TO 'Y' THEN
      *                Reset since the PIN went out; the temporary
      *                password has to go through PCHG first.
                       MOVE 'ERROR' TO AS-RESULT
                       MOVE "TEMP PASSWORD, CHANGE REQUIRED"
                           TO AS-DETAIL
                       MOVE "MUSTCHG" TO AS-REASON-CODE
                       UNLOCK USRMAST-FILE
                   ELSE
                       PERFORM para-check-otp-pin
                   END-IF
               END-IF
           END-IF
           .

       para-check-otp-pin.
           MOVE UM-USERNAME TO OP-USERNAME
           READ OTPPIN-FILE
               INVALID KEY
                   MOVE 'N' TO ws-pin-on-file
               NOT INVALID KEY
                   MOVE 'Y' TO ws-pin-on-file
           END-READ
           MOVE FUNCTION CURRENT-DATE TO ws-ts-in
           PERFORM para-timestamp-to-seconds
           MOVE ws-ts-out TO ws-now-seconds

      *    No PIN outstanding is not counted as a failure: there is
      *    nothing to guess, and the password that would have to
      *    come first is what the lockout already guards.
           IF ws-pin-on-file IS EQUAL TO 'N' OR
              OP-EXPIRES-SECS IS LESS THAN ws-now-seconds THEN
               MOVE 'ERROR' TO AS-RESULT
               MOVE "ONE-TIME PIN EXPIRED OR NOT ISSUED"
                   TO AS-DETAIL
               MOVE "PINEXP" TO AS-REASON-CODE
               IF ws-pin-on-file IS EQUAL TO 'Y' THEN
                   PERFORM para-delete-otp-pin
               END-IF
               UNLOCK USRMAST-FILE
           ELSE
               CALL "authhash" USING OP-PIN-SALT AR-PASSWORD
                                      ws-computed-hash
               IF OP-PIN-HASH IS EQUAL TO ws-computed-hash THEN
      *            A PIN is good once. The rest of the login - the
      *            client's login role, the session limit and the
      *            last-login stamp - is judged now, for the
      *            application the OTPV came through.
                   PERFORM para-delete-otp-pin
                   MOVE 0 TO UM-FAILED-COUNT
                   MOVE 'N' TO UM-LOCKED-FLAG
                   MOVE 'Y' TO ws-mfa-passed
                   PERFORM para-finish-good-login
               ELSE
                   MOVE 'ERROR' TO AS-RESULT
                   MOVE "ONE-TIME PIN INCORRECT" TO AS-DETAIL
                   MOVE "BADPIN" TO AS-REASON-CODE
                   PERFORM para-record-failed-attempt
      *            Locking the account out also kills its PIN, so
      *            the lockout cannot be waited out and the same
      *            PIN guessed again.
                   IF UM-LOCKED-FLAG IS EQUAL TO 'Y' THEN
                       PERFORM para-delete-otp-pin
                   END-IF
               END-IF
           END-IF
           .

       para-delete-otp-pin.
           DELETE OTPPIN-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           .

       para-enforce-session-limit.
      *    One username holding an unbounded pile of live SESSTOK
      *    records is how a shared or stolen account hides in plain

       para-bump-oldest-session.
           MOVE ws-oldest-token TO ST-TOKEN
           READ SESSTOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE SESSTOK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "BUMPED" TO ws-session-end-reason
                           PERFORM para-record-session-end
                   END-DELETE
           END-READ
      *    Recounting (rather than just decrementing) refreshes which
      *    surviving session is now the oldest, in case the limit was
      *    lowered and more than one has to go.
           MOVE AS-SESSION-TOKEN TO ST-TOKEN
           MOVE AR-USERNAME TO ST-USERNAME
           MOVE FUNCTION CURRENT-DATE TO ST-CREATED-TS
           MOVE AR-CLIENT-ID TO ST-CLIENT-ID
           MOVE 0 TO ST-RENEW-COUNT

           MOVE FUNCTION CURRENT-DATE TO ws-ts-in
           PERFORM para-timestamp-to-seconds
           COMPUTE ST-EXPIRES-SECS = ws-ts-out + ws-effective-ttl

           WRITE SESSTOK-RECORD
               INVALID KEY
           MOVE AR-REQUEST-TYPE TO AL-REQUEST-TYPE
           MOVE AS-REASON-CODE TO AL-REASON-CODE
           MOVE AR-CLIENT-ID TO AL-CLIENT-ID
           PERFORM para-write-sealed-authlog
           .

       para-write-sealed-authlog.
      *    Sealed into the AUTHLOG audit chain around the WRITE; see
      *    authchn. AUTHLOG is opened for each record rather than
      *    held for the life of the worker, and opened here, after
      *    SEAL: whoever has to create the file after a roll does so
      *    holding the chain lock, so no other writer can create it
      *    over them, and a fresh open always finds the live file
      *    logroll has just started. It is closed again before
      *    COMMIT, because a line sequential WRITE is only sure to be
      *    on disk once the file is closed, and the next number must
      *    not go out until this line is there. A failed WRITE gives
      *    its number back with ABANDON rather than leaving a hole in
      *    the chain.
           MOVE AL-ENTRY TO ws-chain-body
           MOVE "SEAL" TO ws-chain-action
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body AL-CHAIN-SEQ
                                 AL-CHAIN-DIGEST
           OPEN EXTEND AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "35" THEN
               OPEN OUTPUT AUTHLOG-FILE
           END-IF
           IF ws-authlog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN AUTHLOG.DAT, STATUS "
                       ws-authlog-status
               MOVE "ABANDON" TO ws-chain-action
               CALL "authchn" USING ws-chain-action ws-chain-log
                                     ws-chain-body AL-CHAIN-SEQ
                                     AL-CHAIN-DIGEST
               STOP RUN
           END-IF
           WRITE AUTHLOG-RECORD
           MOVE ws-authlog-status TO ws-chain-write-status
           CLOSE AUTHLOG-FILE
           IF ws-chain-write-status IS EQUAL TO "00" THEN
               MOVE ws-authlog-status TO ws-chain-write-status
           END-IF
           IF ws-chain-write-status IS EQUAL TO "00" THEN
               MOVE "COMMIT" TO ws-chain-action
           ELSE
               DISPLAY "WARNING: CANNOT WRITE AUTHLOG.DAT, STATUS "
                       ws-chain-write-status ", RECORD LOST"
               MOVE "ABANDON" TO ws-chain-action
           END-IF
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body AL-CHAIN-SEQ
                                 AL-CHAIN-DIGEST
           .
