      *Session history recorder shared by everything that ends a
      *session: the authenticate workers (LOGO and the session-limit
      *bump), usrmaint KILLSESS and the tokpurge sweep. Each call
      *appends one SESSHIST.DAT record with the session's user,
      *client, creation and end times, renewal count and why it
      *ended, so sessrpt can measure how long sessions really last
      *once the SESSTOK record itself is gone.
      *
      *Advisory the way authjrnl is: a caller that cannot append
      *still ends the session, it just says so on the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authshst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SHSTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SHSTFD.

       WORKING-STORAGE SECTION.
       01 ws-sesshist-status           PIC X(2).

       LINKAGE SECTION.
       01 LK-USERNAME                  PIC X(12).
       01 LK-CLIENT-ID                 PIC X(8).
       01 LK-CREATED-TS                PIC X(21).
       01 LK-RENEW-COUNT               PIC 9(5).
       01 LK-END-REASON                PIC X(8).
       01 LK-ENDED-TS                  PIC X(21).

       PROCEDURE DIVISION USING LK-USERNAME LK-CLIENT-ID
                                LK-CREATED-TS LK-RENEW-COUNT
                                LK-END-REASON LK-ENDED-TS.
       para-entry.
           OPEN EXTEND SESSHIST-FILE
           IF ws-sesshist-status IS EQUAL TO "35" THEN
               OPEN OUTPUT SESSHIST-FILE
           END-IF
           IF ws-sesshist-status IS NOT EQUAL TO "00" THEN
               DISPLAY "WARNING: CANNOT OPEN SESSHIST.DAT, STATUS "
                       ws-sesshist-status ", SESSION END NOT RECORDED"
               GOBACK
           END-IF

           MOVE LK-USERNAME TO SH-USERNAME
           MOVE LK-CLIENT-ID TO SH-CLIENT-ID
           MOVE LK-CREATED-TS TO SH-CREATED-TS
           MOVE LK-ENDED-TS TO SH-ENDED-TS
           IF LK-RENEW-COUNT IS NUMERIC THEN
               MOVE LK-RENEW-COUNT TO SH-RENEW-COUNT
           ELSE
               MOVE 0 TO SH-RENEW-COUNT
           END-IF
           MOVE LK-END-REASON TO SH-END-REASON
           WRITE SESSHIST-RECORD
           CLOSE SESSHIST-FILE
           GOBACK
           .
