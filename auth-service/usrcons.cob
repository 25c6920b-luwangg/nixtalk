      *Nightly cross-file consistency check of the user master and
      *its satellite files.
      *USRMAST, USRROLE, PSWDHIST and SESSTOK are kept by different
      *programs - usrmaint, usrload, usrdorm, jrnlrply and the
      *workers - and a bad restore or a job that died half way can
      *leave them disagreeing. This job walks them and reports, to
      *USRCONS.RPT:
      *    ORPHROLE  a USRROLE grant for a username not on USRMAST
      *    ORPHHIST  a PSWDHIST generation for a username not on
      *              USRMAST
      *    SESSUSER  a live SESSTOK session for a username not on
      *              USRMAST
      *    SESSDISA  a live session held by a disabled account
      *    SESSEXPD  a live session held by an account past its end
      *              date
      *    SESSLOCK  a live session held by a locked-out account
      *    LOCKNOTS  UM-LOCKED-FLAG set with no UM-LOCK-TS, so the
      *              lockout window cannot be measured
      *    MUSTNOTS  UM-MUST-CHANGE set with no UM-RESET-TS, so the
      *              temporary password never lapses
      *    JRNLDIFF  a USRMAST record that differs from the last
      *              image USRJRNL holds for it, is missing though
      *              the journal has it, or is present though the
      *              journal deleted it
      *The journal comparison can only judge usernames the journal
      *has seen, and a record a worker changes while the job runs
      *can show a difference that is gone by morning, so it is best
      *run in the quiet hours and is never corrected automatically.
      *
      *With FIX, the safe cases are corrected the way the
      *maintenance jobs would: orphan grants and password history
      *are deleted (the grant deletes journaled, as authurmv does),
      *sessions of missing, disabled and expired accounts are
      *killed and recorded in SESSHIST, and a missing lock or reset
      *stamp is set to now so the normal window runs from today.
      *Sessions of locked accounts are only reported - a lockout
      *from someone else's failed guesses is no reason to throw the
      *real user off. Every correction is written to MNTLOG.
      *
      *FIX needs the USRADM role; deleting grants also needs SECADM,
      *and without it orphan grants are reported but left in place.
      *The run itself is logged to MNTLOG (verb CONSCHK).
      *
      *Invocation:
      *    usrcons [FIX]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrcons.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USRMSEL.
           COPY USRRSEL.
           COPY PSWHSEL.
           COPY SESTSEL.
           COPY JRNLSEL.
           COPY MNTLSEL.
           SELECT JRNL-SORT ASSIGN TO "USRCONS.SRT".
           SELECT CONSRPT-FILE ASSIGN TO "USRCONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-consrpt-status.

       DATA DIVISION.
       FILE SECTION.
           COPY USRMFD.
           COPY USRRFD.
           COPY PSWHFD.
           COPY SESTFD.
           COPY JRNLFD.
           COPY MNTLFD.
       SD  JRNL-SORT.
       01  JRNL-SORT-RECORD.
           02 JS-USERNAME               PIC X(12).
           02 JS-SEQ                    PIC 9(9).
           02 JS-TIMESTAMP              PIC X(21).
           02 JS-ACTION                 PIC X(8).
           02 JS-IMAGE                  PIC X(200).
       FD  CONSRPT-FILE.
       01  CONSRPT-RECORD.
           02 CN-KIND                   PIC X(8).
           02 FILLER                    PIC X(1).
           02 CN-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 CN-DETAIL                 PIC X(44).
           02 FILLER                    PIC X(1).
           02 CN-ACTION                 PIC X(8).

       WORKING-STORAGE SECTION.
       01 ws-usrmast-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-pswdhist-status           PIC X(2).
       01 ws-sesstok-status            PIC X(2).
       01 ws-usrjrnl-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-consrpt-status            PIC X(2).

       01 ws-arg-count                 PIC 9(4).
       01 ws-arg-mode                  PIC X(8).
       01 ws-fix-wanted                PIC X(1) VALUE 'N'.
       01 ws-role-fix-allowed          PIC X(1) VALUE 'N'.

       01 ws-operator                  PIC X(12).
       01 ws-required-role             PIC X(8).
       01 ws-access-allowed            PIC X(1).
       01 ws-mnt-verb                  PIC X(10).
       01 ws-mnt-target                PIC X(12).
       01 ws-mnt-outcome               PIC X(30).

       01 ws-now-ts                    PIC X(21).
       01 ws-now-seconds               PIC 9(18).
       01 ws-today-date                PIC X(8).

      *Result of the last USRMAST lookup by username, cached so a
      *sweep over a file keyed by username reads each master record
      *once.
       01 ws-lookup-name               PIC X(12).
       01 ws-cached-name               PIC X(12) VALUE LOW-VALUES.
       01 ws-lookup-found              PIC X(1).
       01 ws-lookup-status             PIC X(1).
       01 ws-lookup-locked             PIC X(1).
       01 ws-lookup-expiry             PIC X(8).

       01 ws-session-end-reason        PIC X(8) VALUE "KILLED".

       01 ws-jrnl-file-id              PIC X(8).
       01 ws-jrnl-action               PIC X(8).
       01 ws-jrnl-image                PIC X(200).

       01 ws-jrnl-seq                  PIC 9(9) VALUE 0.
       01 ws-sort-done                 PIC X(1).
       01 ws-last-username             PIC X(12).
       01 ws-last-ts                   PIC X(21).
       01 ws-last-action               PIC X(8).
       01 ws-last-image                PIC X(200).
       01 ws-cur-status                PIC X(1).
       01 ws-cur-hash                  PIC X(32).
       01 ws-cur-locked                PIC X(1).
       01 ws-cur-failed                PIC 9(3).
       01 ws-cur-image                 PIC X(200).
       01 ws-diff-list                 PIC X(44).
       01 ws-diff-ptr                  PIC 9(3).

       01 ws-found-count               PIC 9(7) VALUE 0.
       01 ws-fixed-count               PIC 9(7) VALUE 0.
       01 ws-users-checked             PIC 9(7) VALUE 0.
       01 ws-journal-users             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER
           MOVE SPACES TO ws-arg-mode
           IF ws-arg-count IS GREATER THAN OR EQUAL TO 1 THEN
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ws-arg-mode FROM ARGUMENT-VALUE
               INSPECT ws-arg-mode CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ws-arg-mode IS NOT EQUAL TO "FIX" THEN
                   DISPLAY "USAGE: usrcons [FIX]"
                   GOBACK
               END-IF
               MOVE 'Y' TO ws-fix-wanted
           END-IF

           PERFORM para-identify-operator

           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               MOVE "USRADM" TO ws-required-role
               CALL "authachk" USING ws-operator ws-required-role
                                      ws-access-allowed
               IF ws-access-allowed IS EQUAL TO 'N' THEN
                   DISPLAY "ACCESS DENIED: usrcons FIX NEEDS THE "
                           ws-required-role " ROLE"
                   PERFORM para-log-denied
                   GOBACK
               END-IF
               MOVE "SECADM" TO ws-required-role
               CALL "authachk" USING ws-operator ws-required-role
                                      ws-role-fix-allowed
               IF ws-role-fix-allowed IS EQUAL TO 'N' THEN
                   DISPLAY "NOTE: NO SECADM ROLE, ORPHAN GRANTS WILL "
                           "BE REPORTED BUT NOT DELETED"
               END-IF
               OPEN I-O USRMAST-FILE
           ELSE
               OPEN INPUT USRMAST-FILE
           END-IF
           IF ws-usrmast-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRMAST.DAT, STATUS "
                       ws-usrmast-status
               GOBACK
           END-IF

           OPEN OUTPUT CONSRPT-FILE
           MOVE FUNCTION CURRENT-DATE TO ws-now-ts
           CALL "authtime" USING ws-now-ts ws-now-seconds
           MOVE ws-now-ts(1:8) TO ws-today-date

           PERFORM para-check-master
           PERFORM para-check-role-grants
           PERFORM para-check-password-history
           PERFORM para-check-sessions
           PERFORM para-check-journal

           CLOSE USRMAST-FILE
           CLOSE CONSRPT-FILE

           DISPLAY "CONSISTENCY CHECK COMPLETE"
           DISPLAY "  USERS CHECKED:        " ws-users-checked
           DISPLAY "  USERS IN JOURNAL:     " ws-journal-users
           DISPLAY "  PROBLEMS FOUND:       " ws-found-count
           DISPLAY "  CORRECTED:            " ws-fixed-count
           DISPLAY "  REPORT: USRCONS.RPT"

           MOVE "CONSCHK" TO ws-mnt-verb
           MOVE SPACES TO ws-mnt-target
           MOVE SPACES TO ws-mnt-outcome
           STRING "FOUND " ws-found-count " FIXED " ws-fixed-count
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           GOBACK
           .

      *----------------------------------------------------------------
      *USRMAST itself: lock and reset flags without their stamps.
      *----------------------------------------------------------------
       para-check-master.
           MOVE LOW-VALUES TO UM-USERNAME
           START USRMAST-FILE KEY IS GREATER THAN OR EQUAL TO
                 UM-USERNAME
               INVALID KEY
                   MOVE "10" TO ws-usrmast-status
           END-START
           PERFORM para-check-one-master
               UNTIL ws-usrmast-status IS NOT EQUAL TO "00"
           MOVE "00" TO ws-usrmast-status
           .

       para-check-one-master.
           READ USRMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-usrmast-status
               NOT AT END
                   ADD 1 TO ws-users-checked
                   IF UM-LOCKED-FLAG IS EQUAL TO 'Y' AND
                      UM-LOCK-TS IS EQUAL TO SPACES THEN
                       PERFORM para-fix-lock-stamp
                   END-IF
                   IF UM-MUST-CHANGE IS EQUAL TO 'Y' AND
                      UM-RESET-TS IS EQUAL TO SPACES THEN
                       PERFORM para-fix-reset-stamp
                   END-IF
           END-READ
           .

       para-fix-lock-stamp.
           ADD 1 TO ws-found-count
           MOVE SPACES TO CONSRPT-RECORD
           MOVE "LOCKNOTS" TO CN-KIND
           MOVE UM-USERNAME TO CN-USERNAME
           MOVE "LOCKED WITH NO LOCK TIMESTAMP" TO CN-DETAIL
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               MOVE ws-now-ts TO UM-LOCK-TS
               REWRITE USRMAST-RECORD
               PERFORM para-journal-usrmast
               MOVE "STAMPED" TO CN-ACTION
               ADD 1 TO ws-fixed-count
               MOVE "LOCK TIMESTAMP SET TO NOW" TO ws-mnt-outcome
               PERFORM para-log-user-fix
           END-IF
           WRITE CONSRPT-RECORD
           .

       para-fix-reset-stamp.
           ADD 1 TO ws-found-count
           MOVE SPACES TO CONSRPT-RECORD
           MOVE "MUSTNOTS" TO CN-KIND
           MOVE UM-USERNAME TO CN-USERNAME
           MOVE "MUST-CHANGE WITH NO RESET TIMESTAMP" TO CN-DETAIL
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               MOVE ws-now-ts TO UM-RESET-TS
               REWRITE USRMAST-RECORD
               PERFORM para-journal-usrmast
               MOVE "STAMPED" TO CN-ACTION
               ADD 1 TO ws-fixed-count
               MOVE "RESET TIMESTAMP SET TO NOW" TO ws-mnt-outcome
               PERFORM para-log-user-fix
           END-IF
           WRITE CONSRPT-RECORD
           .

      *----------------------------------------------------------------
      *USRROLE grants whose username is gone.
      *----------------------------------------------------------------
       para-check-role-grants.
           IF ws-fix-wanted IS EQUAL TO 'Y' AND
              ws-role-fix-allowed IS EQUAL TO 'Y' THEN
               OPEN I-O USRROLE-FILE
           ELSE
               OPEN INPUT USRROLE-FILE
           END-IF
           IF ws-usrrole-status IS EQUAL TO "00" THEN
               MOVE LOW-VALUES TO UR-KEY
               START USRROLE-FILE KEY IS GREATER THAN OR EQUAL TO
                     UR-KEY
                   INVALID KEY
                       MOVE "10" TO ws-usrrole-status
               END-START
               PERFORM para-check-one-grant
                   UNTIL ws-usrrole-status IS NOT EQUAL TO "00"
               CLOSE USRROLE-FILE
           END-IF
           .

       para-check-one-grant.
           READ USRROLE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-usrrole-status
               NOT AT END
                   MOVE UR-USERNAME TO ws-lookup-name
                   PERFORM para-lookup-user
                   IF ws-lookup-found IS EQUAL TO 'N' THEN
                       PERFORM para-fix-orphan-grant
                   END-IF
           END-READ
           .

       para-fix-orphan-grant.
           ADD 1 TO ws-found-count
           MOVE SPACES TO CONSRPT-RECORD
           MOVE "ORPHROLE" TO CN-KIND
           MOVE UR-USERNAME TO CN-USERNAME
           STRING "GRANT OF " UR-ROLE-CODE " WITH NO USRMAST RECORD"
               DELIMITED BY SIZE INTO CN-DETAIL
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               IF ws-role-fix-allowed IS EQUAL TO 'Y' THEN
                   DELETE USRROLE-FILE
                   MOVE "USRROLE" TO ws-jrnl-file-id
                   MOVE "DELETE" TO ws-jrnl-action
                   MOVE SPACES TO ws-jrnl-image
                   MOVE USRROLE-RECORD TO ws-jrnl-image
                   PERFORM para-write-journal
                   MOVE "DELETED" TO CN-ACTION
                   ADD 1 TO ws-fixed-count
                   MOVE SPACES TO ws-mnt-outcome
                   STRING "ORPHAN GRANT " UR-ROLE-CODE " DELETED"
                       DELIMITED BY SIZE INTO ws-mnt-outcome
                   MOVE UR-USERNAME TO ws-mnt-target
                   PERFORM para-log-fix
               ELSE
                   MOVE "NOSECADM" TO CN-ACTION
               END-IF
           END-IF
           WRITE CONSRPT-RECORD
           .

      *----------------------------------------------------------------
      *PSWDHIST generations whose username is gone.
      *----------------------------------------------------------------
       para-check-password-history.
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               OPEN I-O PSWDHIST-FILE
           ELSE
               OPEN INPUT PSWDHIST-FILE
           END-IF
           IF ws-pswdhist-status IS EQUAL TO "00" THEN
               MOVE LOW-VALUES TO PH-KEY
               START PSWDHIST-FILE KEY IS GREATER THAN OR EQUAL TO
                     PH-KEY
                   INVALID KEY
                       MOVE "10" TO ws-pswdhist-status
               END-START
               PERFORM para-check-one-history
                   UNTIL ws-pswdhist-status IS NOT EQUAL TO "00"
               CLOSE PSWDHIST-FILE
           END-IF
           .

       para-check-one-history.
           READ PSWDHIST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-pswdhist-status
               NOT AT END
                   MOVE PH-USERNAME TO ws-lookup-name
                   PERFORM para-lookup-user
                   IF ws-lookup-found IS EQUAL TO 'N' THEN
                       PERFORM para-fix-orphan-history
                   END-IF
           END-READ
           .

       para-fix-orphan-history.
           ADD 1 TO ws-found-count
           MOVE SPACES TO CONSRPT-RECORD
           MOVE "ORPHHIST" TO CN-KIND
           MOVE PH-USERNAME TO CN-USERNAME
           STRING "PASSWORD HISTORY GENERATION " PH-GENERATION
                  " WITH NO USER"
               DELIMITED BY SIZE INTO CN-DETAIL
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               DELETE PSWDHIST-FILE
               MOVE "DELETED" TO CN-ACTION
               ADD 1 TO ws-fixed-count
               MOVE SPACES TO ws-mnt-outcome
               STRING "ORPHAN PSWDHIST GEN " PH-GENERATION
                      " PURGED"
                   DELIMITED BY SIZE INTO ws-mnt-outcome
               MOVE PH-USERNAME TO ws-mnt-target
               PERFORM para-log-fix
           END-IF
           WRITE CONSRPT-RECORD
           .

      *----------------------------------------------------------------
      *Live SESSTOK sessions whose owner should not have one.
      *----------------------------------------------------------------
       para-check-sessions.
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               OPEN I-O SESSTOK-FILE
           ELSE
               OPEN INPUT SESSTOK-FILE
           END-IF
           IF ws-sesstok-status IS EQUAL TO "00" THEN
               MOVE LOW-VALUES TO ST-TOKEN
               START SESSTOK-FILE KEY IS GREATER THAN OR EQUAL TO
                     ST-TOKEN
                   INVALID KEY
                       MOVE "10" TO ws-sesstok-status
               END-START
               PERFORM para-check-one-session
                   UNTIL ws-sesstok-status IS NOT EQUAL TO "00"
               CLOSE SESSTOK-FILE
           END-IF
           .

       para-check-one-session.
      *    Expired tokens are tokpurge's business; only a session
      *    that would still pass VALD matters here.
           READ SESSTOK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-sesstok-status
               NOT AT END
                   IF ST-EXPIRES-SECS IS NOT LESS THAN
                      ws-now-seconds THEN
                       MOVE ST-USERNAME TO ws-lookup-name
                       PERFORM para-lookup-user
                       PERFORM para-judge-session
                   END-IF
           END-READ
           .

       para-judge-session.
           MOVE SPACES TO CONSRPT-RECORD
           MOVE ST-USERNAME TO CN-USERNAME
           EVALUATE TRUE
               WHEN ws-lookup-found IS EQUAL TO 'N'
                   MOVE "SESSUSER" TO CN-KIND
                   MOVE "LIVE SESSION, NO USRMAST RECORD"
                       TO CN-DETAIL
                   PERFORM para-fix-session
               WHEN ws-lookup-status IS NOT EQUAL TO "A"
                   MOVE "SESSDISA" TO CN-KIND
                   MOVE "LIVE SESSION ON A DISABLED ACCOUNT"
                       TO CN-DETAIL
                   PERFORM para-fix-session
               WHEN ws-lookup-expiry IS NOT EQUAL TO SPACES AND
                    ws-lookup-expiry IS LESS THAN ws-today-date
                   MOVE "SESSEXPD" TO CN-KIND
                   MOVE "LIVE SESSION PAST THE ACCOUNT END DATE"
                       TO CN-DETAIL
                   PERFORM para-fix-session
               WHEN ws-lookup-locked IS EQUAL TO 'Y'
                   MOVE "SESSLOCK" TO CN-KIND
                   MOVE "LIVE SESSION ON A LOCKED-OUT ACCOUNT"
                       TO CN-DETAIL
                   ADD 1 TO ws-found-count
                   WRITE CONSRPT-RECORD
           END-EVALUATE
           .

       para-fix-session.
           ADD 1 TO ws-found-count
           IF ws-fix-wanted IS EQUAL TO 'Y' THEN
               DELETE SESSTOK-FILE
               CALL "authshst" USING ST-USERNAME ST-CLIENT-ID
                                      ST-CREATED-TS ST-RENEW-COUNT
                                      ws-session-end-reason ws-now-ts
               MOVE "KILLED" TO CN-ACTION
               ADD 1 TO ws-fixed-count
               MOVE SPACES TO ws-mnt-outcome
               STRING "SESSION KILLED: " CN-KIND
                   DELIMITED BY SIZE INTO ws-mnt-outcome
               MOVE ST-USERNAME TO ws-mnt-target
               PERFORM para-log-fix
           END-IF
           WRITE CONSRPT-RECORD
           .

      *----------------------------------------------------------------
      *USRMAST against the last USRJRNL image of each username. The
      *journal is sorted by username, keeping journal order within
      *one username, so the last record of each group is the state
      *a replay would leave.
      *----------------------------------------------------------------
       para-check-journal.
           SORT JRNL-SORT
               ON ASCENDING KEY JS-USERNAME JS-SEQ
               INPUT PROCEDURE IS para-release-journal
               OUTPUT PROCEDURE IS para-compare-journal
           .

       para-release-journal.
           OPEN INPUT USRJRNL-FILE
           IF ws-usrjrnl-status IS EQUAL TO "00" THEN
               PERFORM para-release-one-journal
                   UNTIL ws-usrjrnl-status IS NOT EQUAL TO "00"
               CLOSE USRJRNL-FILE
           END-IF
           .

       para-release-one-journal.
           READ USRJRNL-FILE
               AT END
                   MOVE "10" TO ws-usrjrnl-status
               NOT AT END
                   IF JR-FILE-ID IS EQUAL TO "USRMAST" THEN
                       ADD 1 TO ws-jrnl-seq
                       MOVE JR-IMAGE(1:12) TO JS-USERNAME
                       MOVE ws-jrnl-seq TO JS-SEQ
                       MOVE JR-TIMESTAMP TO JS-TIMESTAMP
                       MOVE JR-ACTION TO JS-ACTION
                       MOVE JR-IMAGE TO JS-IMAGE
                       RELEASE JRNL-SORT-RECORD
                   END-IF
           END-READ
           .

       para-compare-journal.
           MOVE SPACES TO ws-last-username
           MOVE 'N' TO ws-sort-done
           PERFORM para-return-one-journal
               UNTIL ws-sort-done IS EQUAL TO 'Y'
           IF ws-last-username IS NOT EQUAL TO SPACES THEN
               PERFORM para-compare-one-user
           END-IF
           .

       para-return-one-journal.
           RETURN JRNL-SORT
               AT END
                   MOVE 'Y' TO ws-sort-done
               NOT AT END
                   IF JS-USERNAME IS NOT EQUAL TO ws-last-username AND
                      ws-last-username IS NOT EQUAL TO SPACES THEN
                       PERFORM para-compare-one-user
                   END-IF
                   MOVE JS-USERNAME TO ws-last-username
                   MOVE JS-TIMESTAMP TO ws-last-ts
                   MOVE JS-ACTION TO ws-last-action
                   MOVE JS-IMAGE TO ws-last-image
           END-RETURN
           .

       para-compare-one-user.
           ADD 1 TO ws-journal-users
           MOVE SPACES TO CONSRPT-RECORD
           MOVE "JRNLDIFF" TO CN-KIND
           MOVE ws-last-username TO CN-USERNAME
           MOVE ws-last-username TO UM-USERNAME
           READ USRMAST-FILE
               INVALID KEY
                   IF ws-last-action IS NOT EQUAL TO "DELETE" THEN
                       STRING "MISSING, JOURNAL HAS IT AS OF "
                              ws-last-ts(1:14)
                           DELIMITED BY SIZE INTO CN-DETAIL
                       ADD 1 TO ws-found-count
                       WRITE CONSRPT-RECORD
                   END-IF
               NOT INVALID KEY
                   IF ws-last-action IS EQUAL TO "DELETE" THEN
                       STRING "PRESENT, JOURNAL DELETED AT "
                              ws-last-ts(1:14)
                           DELIMITED BY SIZE INTO CN-DETAIL
                       ADD 1 TO ws-found-count
                       WRITE CONSRPT-RECORD
                   ELSE
                       IF USRMAST-RECORD IS NOT EQUAL TO
                          ws-last-image(1:LENGTH OF USRMAST-RECORD)
                           PERFORM para-describe-difference
                           ADD 1 TO ws-found-count
                           WRITE CONSRPT-RECORD
                       END-IF
                   END-IF
                   UNLOCK USRMAST-FILE
           END-READ
           .

       para-describe-difference.
      *    Names the fields that matter most to an investigation;
      *    anything else that differs reads as OTHER. The master's
      *    own values are kept aside and the journal image laid over
      *    the record area to name its fields.
           MOVE UM-STATUS TO ws-cur-status
           MOVE UM-PASSWORD-HASH TO ws-cur-hash
           MOVE UM-LOCKED-FLAG TO ws-cur-locked
           MOVE UM-FAILED-COUNT TO ws-cur-failed
           MOVE SPACES TO ws-cur-image
           MOVE USRMAST-RECORD TO ws-cur-image
           MOVE ws-last-image(1:LENGTH OF USRMAST-RECORD)
               TO USRMAST-RECORD

           MOVE SPACES TO ws-diff-list
           MOVE 1 TO ws-diff-ptr
           STRING "JOURNAL DIFF:" DELIMITED BY SIZE
               INTO ws-diff-list WITH POINTER ws-diff-ptr
           IF UM-STATUS IS NOT EQUAL TO ws-cur-status THEN
               STRING " STATUS" DELIMITED BY SIZE
                   INTO ws-diff-list WITH POINTER ws-diff-ptr
           END-IF
           IF UM-PASSWORD-HASH IS NOT EQUAL TO ws-cur-hash THEN
               STRING " PASSWORD" DELIMITED BY SIZE
                   INTO ws-diff-list WITH POINTER ws-diff-ptr
           END-IF
           IF UM-LOCKED-FLAG IS NOT EQUAL TO ws-cur-locked THEN
               STRING " LOCK" DELIMITED BY SIZE
                   INTO ws-diff-list WITH POINTER ws-diff-ptr
           END-IF
           IF UM-FAILED-COUNT IS NOT EQUAL TO ws-cur-failed THEN
               STRING " FAILS" DELIMITED BY SIZE
                   INTO ws-diff-list WITH POINTER ws-diff-ptr
           END-IF
           IF ws-diff-ptr IS EQUAL TO 14 THEN
               STRING " OTHER" DELIMITED BY SIZE
                   INTO ws-diff-list WITH POINTER ws-diff-ptr
           END-IF
           MOVE ws-diff-list TO CN-DETAIL
           MOVE ws-cur-image(1:LENGTH OF USRMAST-RECORD)
               TO USRMAST-RECORD
           .

      *----------------------------------------------------------------
      *Shared helpers.
      *----------------------------------------------------------------
       para-lookup-user.
           IF ws-lookup-name IS NOT EQUAL TO ws-cached-name THEN
               MOVE ws-lookup-name TO ws-cached-name
               MOVE ws-lookup-name TO UM-USERNAME
               READ USRMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO ws-lookup-found
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-lookup-found
                       MOVE UM-STATUS TO ws-lookup-status
                       MOVE UM-LOCKED-FLAG TO ws-lookup-locked
                       MOVE UM-EXPIRY-DATE TO ws-lookup-expiry
                       UNLOCK USRMAST-FILE
               END-READ
           END-IF
           .

       para-journal-usrmast.
           MOVE "USRMAST" TO ws-jrnl-file-id
           MOVE "REWRITE" TO ws-jrnl-action
           MOVE SPACES TO ws-jrnl-image
           MOVE USRMAST-RECORD TO ws-jrnl-image
           PERFORM para-write-journal
           .

       para-write-journal.
           CALL "authjrnl" USING ws-jrnl-file-id ws-jrnl-action
                                  ws-jrnl-image
           .

       para-identify-operator.
           MOVE SPACES TO ws-operator
           ACCEPT ws-operator FROM ENVIRONMENT "USER"
           IF ws-operator IS EQUAL TO SPACES THEN
               ACCEPT ws-operator FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF ws-operator IS EQUAL TO SPACES THEN
               MOVE "UNKNOWN" TO ws-operator
           END-IF
           .

       para-log-denied.
           MOVE "CONSCHK" TO ws-mnt-verb
           MOVE SPACES TO ws-mnt-target
           MOVE SPACES TO ws-mnt-outcome
           STRING "DENIED: NEEDS " ws-required-role
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           .

       para-log-user-fix.
           MOVE UM-USERNAME TO ws-mnt-target
           PERFORM para-log-fix
           .

       para-log-fix.
           MOVE "CONSFIX" TO ws-mnt-verb
           PERFORM para-write-maint-log
           .

       para-write-maint-log.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE ws-mnt-verb TO MT-VERB
           MOVE ws-mnt-target TO MT-TARGET
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
