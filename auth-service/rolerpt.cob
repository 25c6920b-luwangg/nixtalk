      *Nightly role-rule report.
      *usrmaint GRANT refuses unknown roles and separation-of-duties
      *conflicts from now on, but grants made before the rules
      *existed - or before a role was struck out of ROLECAT.DAT or a
      *pair added to SODRULE.DAT - are still on file. This job walks
      *USRROLE and writes every holding that breaks the rules to the
      *ROLERPT.RPT report:
      *    UNKNOWN  - grant of a role code not in the ROLECAT catalog
      *    CONFLICT - username holding both roles of a SODRULE pair
      *                (one line per pair, with the rule's reason)
      *The report only lists; clearing a violation is a decision for
      *the role owner and goes through usrmaint REVOKE.
      *
      *The run is logged to MNTLOG with its violation count, so
      *mntrpt shows the check happened.
      *
      *Invocation:
      *    rolerpt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rolerpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USRRSEL.
           COPY ROLCSEL.
           COPY SODRSEL.
           COPY MNTLSEL.
           SELECT ROLERPT-FILE ASSIGN TO "ROLERPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rolerpt-status.

       DATA DIVISION.
       FILE SECTION.
           COPY USRRFD.
           COPY ROLCFD.
           COPY SODRFD.
           COPY MNTLFD.
       FD  ROLERPT-FILE.
       01  ROLERPT-RECORD.
           02 RR-KIND                   PIC X(8).
           02 FILLER                    PIC X(1).
           02 RR-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 RR-DETAIL                 PIC X(60).

       WORKING-STORAGE SECTION.
       01 ws-usrrole-status            PIC X(2).
       01 ws-rolecat-status            PIC X(2).
       01 ws-sodrule-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-rolerpt-status            PIC X(2).

       01 ws-operator                  PIC X(12).
       01 ws-mnt-outcome               PIC X(30).

      *'N' when there is no ROLECAT.DAT at all; the catalog half of
      *the check is skipped the way authrchk waives it.
       01 ws-catalog-enforced          PIC X(1) VALUE 'N'.
       01 ws-cat-count                 PIC 9(4) VALUE 0.
       01 ws-cat-table.
           02 ws-cat-code OCCURS 500 TIMES
                   INDEXED BY ws-cat-idx
                                     PIC X(8).
       01 ws-cat-full                  PIC X(1) VALUE 'N'.

       01 ws-rule-count                PIC 9(4) VALUE 0.
       01 ws-rule-table.
           02 ws-rule-entry OCCURS 500 TIMES
                   INDEXED BY ws-rule-idx.
               03 ws-rule-role-a       PIC X(8).
               03 ws-rule-role-b       PIC X(8).
               03 ws-rule-reason       PIC X(40).
       01 ws-rule-full                 PIC X(1) VALUE 'N'.

      *The roles one username holds; USRROLE is keyed username+role,
      *so a user's grants arrive together and are judged when the
      *username changes.
       01 ws-cur-user                  PIC X(12) VALUE SPACES.
       01 ws-held-count                PIC 9(3) VALUE 0.
       01 ws-held-table.
           02 ws-held-role OCCURS 100 TIMES
                                     PIC X(8).
       01 ws-held-a                    PIC X(1).
       01 ws-held-b                    PIC X(1).
       01 ws-held-idx                  PIC 9(3).
       01 ws-role-known                PIC X(1).

       01 ws-grant-count               PIC 9(7) VALUE 0.
       01 ws-unknown-count             PIC 9(5) VALUE 0.
       01 ws-conflict-count            PIC 9(5) VALUE 0.
       01 ws-violation-count           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       para-entry.
           PERFORM para-load-catalog
           PERFORM para-load-rules

           OPEN INPUT USRROLE-FILE
           IF ws-usrrole-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NO USRROLE.DAT GRANTS TO CHECK, STATUS "
                       ws-usrrole-status
               GOBACK
           END-IF

           OPEN OUTPUT ROLERPT-FILE

           MOVE LOW-VALUES TO UR-KEY
           START USRROLE-FILE KEY IS GREATER THAN OR EQUAL TO UR-KEY
               INVALID KEY
                   MOVE "10" TO ws-usrrole-status
           END-START
           PERFORM para-check-one-grant
               UNTIL ws-usrrole-status IS NOT EQUAL TO "00"
           PERFORM para-judge-user

           CLOSE USRROLE-FILE
           CLOSE ROLERPT-FILE

           COMPUTE ws-violation-count =
               ws-unknown-count + ws-conflict-count

           DISPLAY "ROLE RULE CHECK COMPLETE"
           DISPLAY "  GRANTS CHECKED:       " ws-grant-count
           DISPLAY "  UNKNOWN ROLES:        " ws-unknown-count
           DISPLAY "  SOD CONFLICTS:        " ws-conflict-count
           DISPLAY "  REPORT: ROLERPT.RPT"

           PERFORM para-identify-operator
           PERFORM para-write-maint-log
           GOBACK
           .

       para-load-catalog.
           OPEN INPUT ROLECAT-FILE
           IF ws-rolecat-status IS NOT EQUAL TO "00" THEN
               DISPLAY "WARNING: NO ROLECAT.DAT CATALOG, ROLE CODES "
                       "NOT CHECKED"
           ELSE
               MOVE 'Y' TO ws-catalog-enforced
               PERFORM para-load-one-role
                   UNTIL ws-rolecat-status IS EQUAL TO "10"
               CLOSE ROLECAT-FILE
           END-IF
           .

       para-load-one-role.
           READ ROLECAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-ROLE-CODE(1:1) IS NOT EQUAL TO "*" AND
                      RC-ROLE-CODE IS NOT EQUAL TO SPACES THEN
                       IF ws-cat-count IS LESS THAN 500 THEN
                           ADD 1 TO ws-cat-count
                           MOVE RC-ROLE-CODE
                               TO ws-cat-code(ws-cat-count)
                       ELSE
      *                    A role past the cap would read as unknown;
      *                    the catalog half of the check is dropped
      *                    rather than reporting false violations.
                           IF ws-cat-full IS EQUAL TO 'N' THEN
                               DISPLAY "WARNING: CATALOG TABLE FULL "
                                       "AT 500, ROLE CODES NOT "
                                       "CHECKED"
                               MOVE 'Y' TO ws-cat-full
                               MOVE 'N' TO ws-catalog-enforced
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       para-load-rules.
           OPEN INPUT SODRULE-FILE
           IF ws-sodrule-status IS EQUAL TO "00" THEN
               PERFORM para-load-one-rule
                   UNTIL ws-sodrule-status IS EQUAL TO "10"
               CLOSE SODRULE-FILE
           END-IF
           .

       para-load-one-rule.
           READ SODRULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-ROLE-A(1:1) IS NOT EQUAL TO "*" AND
                      SR-ROLE-A IS NOT EQUAL TO SPACES THEN
                       IF ws-rule-count IS LESS THAN 500 THEN
                           ADD 1 TO ws-rule-count
                           MOVE SR-ROLE-A
                               TO ws-rule-role-a(ws-rule-count)
                           MOVE SR-ROLE-B
                               TO ws-rule-role-b(ws-rule-count)
                           MOVE SR-REASON
                               TO ws-rule-reason(ws-rule-count)
                       ELSE
                           IF ws-rule-full IS EQUAL TO 'N' THEN
                               DISPLAY "WARNING: SOD TABLE FULL AT "
                                       "500, REST NOT CHECKED"
                               MOVE 'Y' TO ws-rule-full
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       para-check-one-grant.
           READ USRROLE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-usrrole-status
               NOT AT END
                   ADD 1 TO ws-grant-count
                   IF UR-USERNAME IS NOT EQUAL TO ws-cur-user THEN
                       PERFORM para-judge-user
                       MOVE UR-USERNAME TO ws-cur-user
                       MOVE 0 TO ws-held-count
                   END-IF
                   IF ws-held-count IS LESS THAN 100 THEN
                       ADD 1 TO ws-held-count
                       MOVE UR-ROLE-CODE TO ws-held-role(ws-held-count)
                   END-IF
                   PERFORM para-check-catalog
           END-READ
           .

       para-check-catalog.
           IF ws-catalog-enforced IS EQUAL TO 'Y' THEN
               MOVE 'N' TO ws-role-known
               PERFORM VARYING ws-cat-idx FROM 1 BY 1
                       UNTIL ws-cat-idx IS GREATER THAN ws-cat-count
                   IF ws-cat-code(ws-cat-idx) IS EQUAL TO
                      UR-ROLE-CODE
                       MOVE 'Y' TO ws-role-known
                   END-IF
               END-PERFORM
               IF ws-role-known IS EQUAL TO 'N' THEN
                   ADD 1 TO ws-unknown-count
                   MOVE SPACES TO ROLERPT-RECORD
                   MOVE "UNKNOWN" TO RR-KIND
                   MOVE UR-USERNAME TO RR-USERNAME
                   STRING UR-ROLE-CODE " NOT IN ROLE CATALOG, GRANTED "
                          UR-GRANTED-TS(1:8)
                       DELIMITED BY SIZE INTO RR-DETAIL
                   WRITE ROLERPT-RECORD
               END-IF
           END-IF
           .

       para-judge-user.
      *    Every rule whose two roles are both in the user's held
      *    table is one conflict line.
           IF ws-held-count IS GREATER THAN 1 THEN
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                       UNTIL ws-rule-idx IS GREATER THAN
                             ws-rule-count
                   PERFORM para-check-rule-held
               END-PERFORM
           END-IF
           .

       para-check-rule-held.
           MOVE 'N' TO ws-held-a
           MOVE 'N' TO ws-held-b
           PERFORM VARYING ws-held-idx FROM 1 BY 1
                   UNTIL ws-held-idx IS GREATER THAN ws-held-count
               IF ws-held-role(ws-held-idx) IS EQUAL TO
                  ws-rule-role-a(ws-rule-idx)
                   MOVE 'Y' TO ws-held-a
               END-IF
               IF ws-held-role(ws-held-idx) IS EQUAL TO
                  ws-rule-role-b(ws-rule-idx)
                   MOVE 'Y' TO ws-held-b
               END-IF
           END-PERFORM
           IF ws-held-a IS EQUAL TO 'Y' AND ws-held-b IS EQUAL TO 'Y'
               ADD 1 TO ws-conflict-count
               MOVE SPACES TO ROLERPT-RECORD
               MOVE "CONFLICT" TO RR-KIND
               MOVE ws-cur-user TO RR-USERNAME
               STRING ws-rule-role-a(ws-rule-idx) "+"
                      ws-rule-role-b(ws-rule-idx) ": "
                      ws-rule-reason(ws-rule-idx)
                   DELIMITED BY SIZE INTO RR-DETAIL
               WRITE ROLERPT-RECORD
           END-IF
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

       para-write-maint-log.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "ROLECHK" TO MT-VERB
           MOVE SPACES TO MT-TARGET
           MOVE SPACES TO ws-mnt-outcome
           STRING "VIOLATIONS: " ws-violation-count
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
                       ws-mntlog-status ", RUN NOT AUDITED"
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
