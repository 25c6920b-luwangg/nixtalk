      *Role-grant rule check, called before a role is granted.
      *Two rules, both kept by ops in their own files:
      *    ROLECAT.DAT - the role catalog; a role code that is not in
      *                  it is a typo or an entitlement nobody owns,
      *                  and is refused (LK-VERDICT "UNKNOWN").
      *    SODRULE.DAT - separation-of-duties pairs; granting one
      *                  side of a pair to a username that already
      *                  holds the other is refused (LK-VERDICT
      *                  "CONFLICT", LK-CONFLICT-ROLE naming the role
      *                  already held).
      *LK-VERDICT comes back "OK" when the grant may go ahead. The
      *caller decides how to refuse and what to write to MNTLOG.
      *
      *Bootstrap follows authachk: with no ROLECAT.DAT at all the
      *catalog check passes with a console warning, and with no
      *SODRULE.DAT there are no conflicting pairs, so installing the
      *check does not stop grants until ops has written the files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authrchk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ROLCSEL.
           COPY SODRSEL.
           COPY USRRSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ROLCFD.
           COPY SODRFD.
           COPY USRRFD.

       WORKING-STORAGE SECTION.
       01 ws-rolecat-status            PIC X(2).
       01 ws-sodrule-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-role-known                PIC X(1).
       01 ws-other-role                PIC X(8).

       LINKAGE SECTION.
       01 LK-USERNAME                  PIC X(12).
       01 LK-ROLE                      PIC X(8).
       01 LK-VERDICT                   PIC X(8).
       01 LK-CONFLICT-ROLE             PIC X(8).

       PROCEDURE DIVISION USING LK-USERNAME LK-ROLE LK-VERDICT
                                LK-CONFLICT-ROLE.
       para-entry.
           MOVE "OK" TO LK-VERDICT
           MOVE SPACES TO LK-CONFLICT-ROLE

           OPEN INPUT ROLECAT-FILE
           IF ws-rolecat-status IS NOT EQUAL TO "00" THEN
               DISPLAY "WARNING: NO ROLECAT.DAT CATALOG, ROLE CODES "
                       "NOT CHECKED"
           ELSE
               MOVE 'N' TO ws-role-known
               PERFORM para-scan-one-role
                   UNTIL ws-rolecat-status IS NOT EQUAL TO "00"
                   OR ws-role-known IS EQUAL TO 'Y'
               CLOSE ROLECAT-FILE
               IF ws-role-known IS EQUAL TO 'N' THEN
                   MOVE "UNKNOWN" TO LK-VERDICT
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT SODRULE-FILE
           IF ws-sodrule-status IS EQUAL TO "00" THEN
               OPEN INPUT USRROLE-FILE
               IF ws-usrrole-status IS EQUAL TO "00" THEN
                   PERFORM para-check-one-rule
                       UNTIL ws-sodrule-status IS NOT EQUAL TO "00"
                       OR LK-VERDICT IS NOT EQUAL TO "OK"
                   CLOSE USRROLE-FILE
               END-IF
               CLOSE SODRULE-FILE
           END-IF
           GOBACK
           .

       para-scan-one-role.
           READ ROLECAT-FILE
               AT END
                   MOVE "10" TO ws-rolecat-status
               NOT AT END
                   IF RC-ROLE-CODE(1:1) IS NOT EQUAL TO "*" AND
                      RC-ROLE-CODE IS EQUAL TO LK-ROLE THEN
                       MOVE 'Y' TO ws-role-known
                   END-IF
           END-READ
           .

       para-check-one-rule.
           READ SODRULE-FILE
               AT END
                   MOVE "10" TO ws-sodrule-status
               NOT AT END
                   MOVE SPACES TO ws-other-role
                   IF SR-ROLE-A(1:1) IS NOT EQUAL TO "*" THEN
                       IF SR-ROLE-A IS EQUAL TO LK-ROLE THEN
                           MOVE SR-ROLE-B TO ws-other-role
                       END-IF
                       IF SR-ROLE-B IS EQUAL TO LK-ROLE THEN
                           MOVE SR-ROLE-A TO ws-other-role
                       END-IF
                   END-IF
                   IF ws-other-role IS NOT EQUAL TO SPACES THEN
                       PERFORM para-check-other-held
                   END-IF
           END-READ
           .

       para-check-other-held.
           MOVE LK-USERNAME TO UR-USERNAME
           MOVE ws-other-role TO UR-ROLE-CODE
           READ USRROLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CONFLICT" TO LK-VERDICT
                   MOVE ws-other-role TO LK-CONFLICT-ROLE
           END-READ
           .
