      *Quarterly role recertification campaign.
      *The auditors want every role grant re-justified once a
      *quarter by someone who knows whether it is still needed.
      *The campaign runs in two steps:
      *
      *EXTRACT sweeps USRROLE and writes one review line per grant
      *to USRCERT.REV - username, role, when it was granted, the
      *account's USRMAST status and last login - with an empty
      *decision column, and records the campaign's extract date and
      *review deadline in USRCERT.CTL. The deadline is the date
      *argument, or CERT_REVIEW_DAYS from today.
      *
      *Reviewers fill the decision column with KEEP or REVOKE (and
      *their own name in the reviewer column) and return the file
      *as USRCERT.DEC. APPLY reads it back against the extract:
      *REVOKE decisions are carried out exactly the way usrmaint
      *REVOKE does it - the USRROLE delete is journaled (see
      *authjrnl) and written to MNTLOG - and KEEP decisions leave the
      *grant alone. A grant nobody decided on is left pending until
      *the deadline has passed; after that it is treated according
      *to CERT_UNREVIEWED_ACTION (KEEP or REVOKE). A grant that was
      *revoked and granted again since the extract is not the grant
      *the reviewer looked at, so a REVOKE never removes it.
      *
      *APPLY can be rerun as decisions trickle in: a grant already
      *revoked reads as such and nothing is done twice. Each run
      *writes the campaign completion report, USRCERT.RPT, for the
      *auditors: every grant with its decision, reviewer and result,
      *decisions that match no grant in the campaign, and the
      *totals, including how many grants are still awaiting review.
      *
      *EXTRACT lists every account's entitlements, so it needs
      *USRADM like usrmaint ROLES; APPLY changes entitlements, so it
      *needs SECADM like usrmaint REVOKE. Refusals go to MNTLOG with
      *a DENIED outcome.
      *
      *Invocation:
      *    usrcert EXTRACT [ccyymmdd]
      *    usrcert APPLY
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrcert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USRMSEL.
           COPY USRRSEL.
           COPY MNTLSEL.
           SELECT REVIEW-FILE ASSIGN TO "USRCERT.REV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-review-status.
      *    The reviewed copy of USRCERT.REV, returned by the
      *    reviewers with the decision column filled in.
           SELECT DECISION-FILE ASSIGN TO "USRCERT.DEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-decision-status.
           SELECT CAMPAIGN-FILE ASSIGN TO "USRCERT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-campaign-status.
           SELECT CERTRPT-FILE ASSIGN TO "USRCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-certrpt-status.

       DATA DIVISION.
       FILE SECTION.
           COPY USRMFD.
           COPY USRRFD.
           COPY MNTLFD.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           02 RV-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 RV-ROLE-CODE              PIC X(8).
           02 FILLER                    PIC X(1).
           02 RV-GRANTED-TS             PIC X(14).
           02 FILLER                    PIC X(1).
           02 RV-STATUS                 PIC X(1).
           02 FILLER                    PIC X(1).
           02 RV-LAST-LOGIN-TS          PIC X(14).
           02 FILLER                    PIC X(1).
           02 RV-DECISION               PIC X(6).
           02 FILLER                    PIC X(1).
           02 RV-REVIEWER               PIC X(12).
      *Heading lines, marked with a leading "*" like the comment
      *lines of the other ops-edited files.
       01  REVIEW-TEXT                  PIC X(73).
      *Mirrors the REVIEW-RECORD layout; the reviewers hand back the
      *same file.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           02 DC-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 DC-ROLE-CODE              PIC X(8).
           02 FILLER                    PIC X(1).
           02 DC-GRANTED-TS             PIC X(14).
           02 FILLER                    PIC X(1).
           02 DC-STATUS                 PIC X(1).
           02 FILLER                    PIC X(1).
           02 DC-LAST-LOGIN-TS          PIC X(14).
           02 FILLER                    PIC X(1).
           02 DC-DECISION               PIC X(6).
           02 FILLER                    PIC X(1).
           02 DC-REVIEWER               PIC X(12).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           02 CC-EXTRACT-DATE           PIC X(8).
           02 FILLER                    PIC X(1).
           02 CC-DEADLINE               PIC X(8).
           02 FILLER                    PIC X(1).
           02 CC-GRANT-COUNT            PIC 9(7).
       FD  CERTRPT-FILE.
       01  CERTRPT-RECORD.
           02 CR-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 CR-ROLE-CODE              PIC X(8).
           02 FILLER                    PIC X(1).
           02 CR-DECISION               PIC X(8).
           02 FILLER                    PIC X(1).
           02 CR-REVIEWER               PIC X(12).
           02 FILLER                    PIC X(1).
           02 CR-RESULT                 PIC X(30).
       01  CERTRPT-TEXT                 PIC X(74).

       WORKING-STORAGE SECTION.
       01 ws-usrmast-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-review-status             PIC X(2).
       01 ws-decision-status           PIC X(2).
       01 ws-campaign-status           PIC X(2).
       01 ws-certrpt-status            PIC X(2).

       01 ws-arg-count                 PIC 9(4).
       01 ws-arg-mode                  PIC X(8).
       01 ws-arg-deadline              PIC X(8).

       01 ws-config-key                PIC X(32).
       01 ws-config-value              PIC X(100).
       01 ws-review-days               PIC 9(3) VALUE 14.
       01 ws-default-action            PIC X(6) VALUE "KEEP".

       01 ws-operator                  PIC X(12).
       01 ws-required-role             PIC X(8).
       01 ws-access-allowed            PIC X(1).
       01 ws-mnt-verb                  PIC X(10).
       01 ws-mnt-target                PIC X(12).
       01 ws-mnt-outcome               PIC X(30).

       01 ws-today8                    PIC 9(8).
       01 ws-dayno                     PIC 9(9).
       01 ws-deadline8                 PIC 9(8).
       01 ws-deadline                  PIC X(8).
       01 ws-deadline-passed           PIC X(1).
       01 ws-campaign-found            PIC X(1).

      *Decisions are held in storage so each review line can be
      *matched as the extract is walked, and the decisions left
      *over fall out as the ones that match no campaign grant.
       01 ws-dec-count                 PIC 9(4) VALUE 0.
       01 ws-dec-table.
           02 ws-dec-entry OCCURS 5000 TIMES
                   INDEXED BY ws-dec-idx.
               03 ws-dec-user          PIC X(12).
               03 ws-dec-role          PIC X(8).
               03 ws-dec-action        PIC X(6).
               03 ws-dec-reviewer      PIC X(12).
               03 ws-dec-used          PIC X(1).
       01 ws-dec-found                 PIC 9(4).
       01 ws-dec-full                  PIC X(1) VALUE 'N'.
       01 ws-scan-idx                  PIC 9(4).

       01 ws-action                    PIC X(6).
       01 ws-decided-by                PIC X(8).

       01 ws-grant-count               PIC 9(7) VALUE 0.
       01 ws-kept-count                PIC 9(7) VALUE 0.
       01 ws-revoked-count             PIC 9(7) VALUE 0.
       01 ws-default-kept              PIC 9(7) VALUE 0.
       01 ws-default-revoked           PIC 9(7) VALUE 0.
       01 ws-pending-count             PIC 9(7) VALUE 0.
       01 ws-total-revoked             PIC 9(7) VALUE 0.
       01 ws-gone-count                PIC 9(7) VALUE 0.
       01 ws-regranted-count           PIC 9(7) VALUE 0.
       01 ws-invalid-count             PIC 9(7) VALUE 0.
       01 ws-unmatched-count           PIC 9(7) VALUE 0.

       01 ws-jrnl-file-id              PIC X(8).
       01 ws-jrnl-action               PIC X(8).
       01 ws-jrnl-image                PIC X(200).

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER
           IF ws-arg-count IS LESS THAN 1 THEN
               DISPLAY "USAGE: usrcert EXTRACT [ccyymmdd] | APPLY"
               GOBACK
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ws-arg-mode FROM ARGUMENT-VALUE
           INSPECT ws-arg-mode CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO ws-arg-deadline
           IF ws-arg-count IS GREATER THAN OR EQUAL TO 2 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ws-arg-deadline FROM ARGUMENT-VALUE
           END-IF

           EVALUATE ws-arg-mode
               WHEN "EXTRACT"
                   MOVE "USRADM" TO ws-required-role
               WHEN "APPLY"
                   MOVE "SECADM" TO ws-required-role
               WHEN OTHER
                   DISPLAY "USAGE: usrcert EXTRACT [ccyymmdd] | APPLY"
                   GOBACK
           END-EVALUATE

           PERFORM para-identify-operator
           MOVE 'Y' TO ws-access-allowed
           CALL "authachk" USING ws-operator ws-required-role
                                  ws-access-allowed
           IF ws-access-allowed IS EQUAL TO 'N' THEN
               DISPLAY "ACCESS DENIED: USRCERT " ws-arg-mode
                       " NEEDS THE " ws-required-role " ROLE"
               PERFORM para-log-denied
               GOBACK
           END-IF

           MOVE "CERT_REVIEW_DAYS" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           IF ws-config-value IS NOT EQUAL TO SPACES THEN
               COMPUTE ws-review-days =
                   FUNCTION NUMVAL(FUNCTION TRIM(ws-config-value))
           END-IF

           MOVE "CERT_UNREVIEWED_ACTION" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           IF ws-config-value IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION UPPER-CASE(ws-config-value)
                   TO ws-default-action
           END-IF
           IF ws-default-action IS NOT EQUAL TO "KEEP" AND
              ws-default-action IS NOT EQUAL TO "REVOKE" THEN
               DISPLAY "WARNING: CERT_UNREVIEWED_ACTION "
                       ws-default-action " NOT KEEP OR REVOKE, "
                       "UNREVIEWED GRANTS ARE KEPT"
               MOVE "KEEP" TO ws-default-action
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today8

           IF ws-arg-mode IS EQUAL TO "EXTRACT" THEN
               PERFORM para-extract-campaign
           ELSE
               PERFORM para-apply-campaign
           END-IF
           GOBACK
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
           MOVE "USRCERT" TO ws-mnt-verb
           MOVE SPACES TO ws-mnt-target
           MOVE SPACES TO ws-mnt-outcome
           STRING "DENIED: NEEDS " ws-required-role
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           .

       para-extract-campaign.
           IF ws-arg-deadline IS NOT EQUAL TO SPACES THEN
      *        A deadline that is not a real date, or one already
      *        past, would let APPLY treat every grant as overdue
      *        the moment the campaign starts.
               IF ws-arg-deadline IS NOT NUMERIC THEN
                   DISPLAY "INVALID DEADLINE, EXPECTED CCYYMMDD: "
                           ws-arg-deadline
                   GOBACK
               END-IF
               MOVE ws-arg-deadline TO ws-deadline8
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-deadline8)
                  IS NOT EQUAL TO 0 THEN
                   DISPLAY "INVALID DEADLINE, EXPECTED CCYYMMDD: "
                           ws-arg-deadline
                   GOBACK
               END-IF
               IF ws-deadline8 IS LESS THAN ws-today8 THEN
                   DISPLAY "DEADLINE ALREADY PASSED: " ws-arg-deadline
                   GOBACK
               END-IF
               MOVE ws-arg-deadline TO ws-deadline
           ELSE
               COMPUTE ws-dayno =
                   FUNCTION INTEGER-OF-DATE(ws-today8)
                   + ws-review-days
               COMPUTE ws-deadline8 =
                   FUNCTION DATE-OF-INTEGER(ws-dayno)
               MOVE ws-deadline8 TO ws-deadline
           END-IF

           OPEN INPUT USRROLE-FILE
           IF ws-usrrole-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NO USRROLE.DAT GRANTS TO RECERTIFY, STATUS "
                       ws-usrrole-status
               GOBACK
           END-IF
           OPEN INPUT USRMAST-FILE
           IF ws-usrmast-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRMAST.DAT, STATUS "
                       ws-usrmast-status
               CLOSE USRROLE-FILE
               GOBACK
           END-IF

           OPEN OUTPUT REVIEW-FILE
           MOVE SPACES TO REVIEW-TEXT
           STRING "*ROLE RECERTIFICATION EXTRACTED " ws-today8
                  " REVIEW BY " ws-deadline
               DELIMITED BY SIZE INTO REVIEW-TEXT
           WRITE REVIEW-TEXT
           MOVE SPACES TO REVIEW-TEXT
           STRING "*ENTER KEEP OR REVOKE AND YOUR NAME IN THE LAST "
                  "TWO COLUMNS"
               DELIMITED BY SIZE INTO REVIEW-TEXT
           WRITE REVIEW-TEXT
           MOVE "*USERNAME    ROLE     GRANTED        S LAST LOGIN"
               TO REVIEW-TEXT
           MOVE "DECISN REVIEWER" TO REVIEW-TEXT(55:15)
           WRITE REVIEW-TEXT

           MOVE LOW-VALUES TO UR-KEY
           START USRROLE-FILE KEY IS GREATER THAN OR EQUAL TO UR-KEY
               INVALID KEY
                   MOVE "10" TO ws-usrrole-status
           END-START
           PERFORM para-extract-one-grant
               UNTIL ws-usrrole-status IS NOT EQUAL TO "00"

           CLOSE REVIEW-FILE
           CLOSE USRMAST-FILE
           CLOSE USRROLE-FILE

           OPEN OUTPUT CAMPAIGN-FILE
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE ws-today8 TO CC-EXTRACT-DATE
           MOVE ws-deadline TO CC-DEADLINE
           MOVE ws-grant-count TO CC-GRANT-COUNT
           WRITE CAMPAIGN-RECORD
           CLOSE CAMPAIGN-FILE

           DISPLAY "RECERTIFICATION EXTRACT COMPLETE"
           DISPLAY "  GRANTS FOR REVIEW: " ws-grant-count
           DISPLAY "  REVIEW DEADLINE:   " ws-deadline
           DISPLAY "  REVIEW FILE: USRCERT.REV"

           MOVE "RECERT" TO ws-mnt-verb
           MOVE SPACES TO ws-mnt-target
           MOVE SPACES TO ws-mnt-outcome
           STRING "EXTRACTED " ws-grant-count " DUE " ws-deadline
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           .

       para-extract-one-grant.
           READ USRROLE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-usrrole-status
               NOT AT END
                   ADD 1 TO ws-grant-count
                   MOVE SPACES TO REVIEW-RECORD
                   MOVE UR-USERNAME TO RV-USERNAME
                   MOVE UR-ROLE-CODE TO RV-ROLE-CODE
                   MOVE UR-GRANTED-TS(1:14) TO RV-GRANTED-TS
                   MOVE UR-USERNAME TO UM-USERNAME
                   READ USRMAST-FILE
                       INVALID KEY
      *                    A grant outliving its account is exactly
      *                    what the reviewers should see; "?" marks it.
                           MOVE "?" TO RV-STATUS
                           MOVE "NO ACCOUNT" TO RV-LAST-LOGIN-TS
                       NOT INVALID KEY
                           MOVE UM-STATUS TO RV-STATUS
                           IF UM-LAST-LOGIN-TS IS EQUAL TO SPACES
                               MOVE "NEVER" TO RV-LAST-LOGIN-TS
                           ELSE
                               MOVE UM-LAST-LOGIN-TS(1:14)
                                   TO RV-LAST-LOGIN-TS
                           END-IF
                   END-READ
                   WRITE REVIEW-RECORD
           END-READ
           .

       para-apply-campaign.
           MOVE 'N' TO ws-campaign-found
           OPEN INPUT CAMPAIGN-FILE
           IF ws-campaign-status IS EQUAL TO "00" THEN
               READ CAMPAIGN-FILE
                   NOT AT END
                       MOVE 'Y' TO ws-campaign-found
               END-READ
               CLOSE CAMPAIGN-FILE
           END-IF
           IF ws-campaign-found IS EQUAL TO 'N' THEN
               DISPLAY "NO CAMPAIGN EXTRACT FOUND (USRCERT.CTL); "
                       "RUN usrcert EXTRACT FIRST"
               GOBACK
           END-IF

           MOVE CC-DEADLINE TO ws-deadline
           IF ws-today8 IS GREATER THAN CC-DEADLINE THEN
               MOVE 'Y' TO ws-deadline-passed
           ELSE
               MOVE 'N' TO ws-deadline-passed
           END-IF

           OPEN INPUT REVIEW-FILE
           IF ws-review-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRCERT.REV, STATUS "
                       ws-review-status
               GOBACK
           END-IF
           OPEN I-O USRROLE-FILE
           IF ws-usrrole-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRROLE.DAT, STATUS "
                       ws-usrrole-status
               CLOSE REVIEW-FILE
               GOBACK
           END-IF

           OPEN OUTPUT CERTRPT-FILE
           PERFORM para-write-report-heading

           OPEN INPUT DECISION-FILE
           IF ws-decision-status IS EQUAL TO "00" THEN
               PERFORM para-load-one-decision
                   UNTIL ws-decision-status IS EQUAL TO "10"
               CLOSE DECISION-FILE
           ELSE
               DISPLAY "NO USRCERT.DEC DECISIONS RETURNED YET"
           END-IF


           PERFORM para-apply-one-line
               UNTIL ws-review-status IS EQUAL TO "10"
           CLOSE REVIEW-FILE
           CLOSE USRROLE-FILE

           PERFORM para-report-unmatched
           PERFORM para-write-report-totals
           CLOSE CERTRPT-FILE

           DISPLAY "RECERTIFICATION APPLY COMPLETE"
           DISPLAY "  GRANTS IN CAMPAIGN:  " ws-grant-count
           DISPLAY "  KEPT:                " ws-kept-count
           DISPLAY "  REVOKED:             " ws-revoked-count
           DISPLAY "  KEPT BY DEFAULT:     " ws-default-kept
           DISPLAY "  REVOKED BY DEFAULT:  " ws-default-revoked
           DISPLAY "  AWAITING REVIEW:     " ws-pending-count
           DISPLAY "  REPORT: USRCERT.RPT"

           MOVE "RECERT" TO ws-mnt-verb
           MOVE SPACES TO ws-mnt-target
           COMPUTE ws-total-revoked =
               ws-revoked-count + ws-default-revoked
           MOVE SPACES TO ws-mnt-outcome
           STRING "REVOKED " ws-total-revoked
                  " PEND " ws-pending-count
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           .

       para-load-one-decision.
           READ DECISION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DC-USERNAME IS NOT EQUAL TO SPACES AND
                      DC-USERNAME(1:1) IS NOT EQUAL TO "*" AND
                      DC-DECISION IS NOT EQUAL TO SPACES THEN
                       PERFORM para-take-decision
                   END-IF
           END-READ
           .

       para-take-decision.
           INSPECT DC-DECISION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT DC-ROLE-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF DC-DECISION IS NOT EQUAL TO "KEEP" AND
              DC-DECISION IS NOT EQUAL TO "REVOKE" THEN
      *        An unreadable decision is not a decision; the grant
      *        stays unreviewed and the line is reported so the
      *        reviewer can correct it.
               ADD 1 TO ws-invalid-count
               MOVE SPACES TO CERTRPT-RECORD
               MOVE DC-USERNAME TO CR-USERNAME
               MOVE DC-ROLE-CODE TO CR-ROLE-CODE
               MOVE DC-DECISION TO CR-DECISION
               MOVE DC-REVIEWER TO CR-REVIEWER
               MOVE "INVALID DECISION, IGNORED" TO CR-RESULT
               WRITE CERTRPT-RECORD
           ELSE
               IF ws-dec-count IS LESS THAN 5000 THEN
                   ADD 1 TO ws-dec-count
                   MOVE DC-USERNAME TO ws-dec-user(ws-dec-count)
                   MOVE DC-ROLE-CODE TO ws-dec-role(ws-dec-count)
                   MOVE DC-DECISION TO ws-dec-action(ws-dec-count)
                   MOVE DC-REVIEWER
                       TO ws-dec-reviewer(ws-dec-count)
                   MOVE 'N' TO ws-dec-used(ws-dec-count)
               ELSE
                   IF ws-dec-full IS EQUAL TO 'N' THEN
                       DISPLAY "WARNING: DECISION TABLE FULL AT "
                               "5000, REST TREATED AS UNREVIEWED"
                       MOVE 'Y' TO ws-dec-full
                   END-IF
               END-IF
           END-IF
           .

       para-apply-one-line.
           READ REVIEW-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RV-USERNAME IS NOT EQUAL TO SPACES AND
                      RV-USERNAME(1:1) IS NOT EQUAL TO "*" THEN
                       ADD 1 TO ws-grant-count
                       PERFORM para-judge-grant
                   END-IF
           END-READ
           .

       para-judge-grant.
           PERFORM para-find-decision
           MOVE SPACES TO CERTRPT-RECORD
           MOVE RV-USERNAME TO CR-USERNAME
           MOVE RV-ROLE-CODE TO CR-ROLE-CODE
           IF ws-dec-found IS GREATER THAN 0 THEN
               MOVE 'Y' TO ws-dec-used(ws-dec-found)
               MOVE ws-dec-action(ws-dec-found) TO ws-action
               MOVE ws-dec-action(ws-dec-found) TO CR-DECISION
               MOVE ws-dec-reviewer(ws-dec-found) TO CR-REVIEWER
               MOVE "REVIEWER" TO ws-decided-by
           ELSE
               IF ws-deadline-passed IS EQUAL TO 'Y' THEN
                   MOVE ws-default-action TO ws-action
                   MOVE "DEFAULT" TO CR-DECISION
                   MOVE "DEFAULT" TO ws-decided-by
               ELSE
                   MOVE "PENDING" TO ws-action
                   MOVE "NONE" TO CR-DECISION
                   MOVE SPACES TO ws-decided-by
               END-IF
           END-IF

           EVALUATE ws-action
               WHEN "KEEP"
                   IF ws-decided-by IS EQUAL TO "DEFAULT" THEN
                       ADD 1 TO ws-default-kept
                       MOVE "KEPT BY DEFAULT" TO CR-RESULT
                   ELSE
                       ADD 1 TO ws-kept-count
                       MOVE "KEPT" TO CR-RESULT
                   END-IF
               WHEN "REVOKE"
                   PERFORM para-revoke-grant
               WHEN OTHER
                   ADD 1 TO ws-pending-count
                   MOVE "AWAITING REVIEW" TO CR-RESULT
           END-EVALUATE
           WRITE CERTRPT-RECORD
           .

       para-find-decision.
           MOVE 0 TO ws-dec-found
           PERFORM VARYING ws-dec-idx FROM 1 BY 1
                   UNTIL ws-dec-idx IS GREATER THAN ws-dec-count
                      OR ws-dec-found IS GREATER THAN 0
               IF ws-dec-user(ws-dec-idx) IS EQUAL TO RV-USERNAME AND
                  ws-dec-role(ws-dec-idx) IS EQUAL TO RV-ROLE-CODE
                   SET ws-dec-found TO ws-dec-idx
               END-IF
           END-PERFORM
           .

       para-revoke-grant.
           MOVE RV-USERNAME TO UR-USERNAME
           MOVE RV-ROLE-CODE TO UR-ROLE-CODE
           READ USRROLE-FILE
               INVALID KEY
      *            Revoked by an earlier APPLY, or by hand since the
      *            extract; either way the reviewer's intent holds.
                   ADD 1 TO ws-gone-count
                   MOVE "ALREADY REVOKED" TO CR-RESULT
               NOT INVALID KEY
                   IF UR-GRANTED-TS(1:14) IS NOT EQUAL TO
                      RV-GRANTED-TS THEN
                       ADD 1 TO ws-regranted-count
                       MOVE "REGRANTED SINCE EXTRACT, KEPT"
                           TO CR-RESULT
                   ELSE
                       PERFORM para-delete-grant
                   END-IF
           END-READ
           .

       para-delete-grant.
           DELETE USRROLE-FILE
               INVALID KEY
                   MOVE "REVOKE FAILED" TO CR-RESULT
               NOT INVALID KEY
                   MOVE "USRROLE" TO ws-jrnl-file-id
                   MOVE "DELETE" TO ws-jrnl-action
                   MOVE SPACES TO ws-jrnl-image
                   MOVE USRROLE-RECORD TO ws-jrnl-image
                   CALL "authjrnl" USING ws-jrnl-file-id
                                          ws-jrnl-action
                                          ws-jrnl-image
                   IF ws-decided-by IS EQUAL TO "DEFAULT" THEN
                       ADD 1 TO ws-default-revoked
                       MOVE "REVOKED BY DEFAULT" TO CR-RESULT
                   ELSE
                       ADD 1 TO ws-revoked-count
                       MOVE "REVOKED" TO CR-RESULT
                   END-IF
                   MOVE "REVOKE" TO ws-mnt-verb
                   MOVE RV-USERNAME TO ws-mnt-target
                   MOVE SPACES TO ws-mnt-outcome
                   STRING "RECERT REVOKED: " RV-ROLE-CODE
                       DELIMITED BY SIZE INTO ws-mnt-outcome
                   PERFORM para-write-maint-log
           END-DELETE
           .

       para-report-unmatched.
      *    A decision naming a grant the extract never listed is a
      *    reviewer typo or a stale file; it is reported, never
      *    acted on.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
                   UNTIL ws-scan-idx IS GREATER THAN ws-dec-count
               IF ws-dec-used(ws-scan-idx) IS EQUAL TO 'N'
                   ADD 1 TO ws-unmatched-count
                   MOVE SPACES TO CERTRPT-RECORD
                   MOVE ws-dec-user(ws-scan-idx) TO CR-USERNAME
                   MOVE ws-dec-role(ws-scan-idx) TO CR-ROLE-CODE
                   MOVE ws-dec-action(ws-scan-idx) TO CR-DECISION
                   MOVE ws-dec-reviewer(ws-scan-idx) TO CR-REVIEWER
                   MOVE "NOT IN CAMPAIGN, IGNORED" TO CR-RESULT
                   WRITE CERTRPT-RECORD
               END-IF
           END-PERFORM
           .

       para-write-report-heading.
           MOVE SPACES TO CERTRPT-TEXT
           STRING "ROLE RECERTIFICATION CAMPAIGN REPORT, RUN "
                  ws-today8
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "EXTRACTED " CC-EXTRACT-DATE
                  "  DEADLINE " CC-DEADLINE
                  "  UNREVIEWED DEFAULT " ws-default-action
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "APPLIED BY " ws-operator
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE "USERNAME     ROLE     DECISION REVIEWER     RESULT"
               TO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           .

       para-write-report-totals.
           MOVE SPACES TO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "GRANTS IN CAMPAIGN:        " ws-grant-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  KEPT BY REVIEWER:        " ws-kept-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  REVOKED BY REVIEWER:     " ws-revoked-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  KEPT BY DEFAULT:         " ws-default-kept
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  REVOKED BY DEFAULT:      " ws-default-revoked
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  ALREADY REVOKED:         " ws-gone-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  REGRANTED SINCE EXTRACT: " ws-regranted-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "  AWAITING REVIEW:         " ws-pending-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "INVALID DECISION LINES:    " ws-invalid-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           STRING "DECISIONS NOT IN CAMPAIGN: " ws-unmatched-count
               DELIMITED BY SIZE INTO CERTRPT-TEXT
           WRITE CERTRPT-TEXT
           MOVE SPACES TO CERTRPT-TEXT
           IF ws-pending-count IS EQUAL TO 0 THEN
               MOVE "CAMPAIGN COMPLETE: EVERY GRANT RESOLVED"
                   TO CERTRPT-TEXT
           ELSE
               STRING "CAMPAIGN OPEN: REVIEW DUE BY " ws-deadline
                   DELIMITED BY SIZE INTO CERTRPT-TEXT
           END-IF
           WRITE CERTRPT-TEXT
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
