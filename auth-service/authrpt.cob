      *Reads the AUTHLOG audit trail and summarizes login attempts
      *(AL-REQUEST-TYPE "LOGN") for a given day: total attempts, OK vs
      *ERROR counts, and a per-username breakdown, so failure spikes
      *can be spotted without tailing the listener's console. A login
      *by a role that needs a second factor is logged twice: the LOGN
      *that issues the one-time PIN (reason MFAREQ) and the OTPV that
      *verifies it and issues the session. The OTPV carries the real
      *outcome, so it is the one counted as the attempt; the MFAREQ
      *records are tallied on their own line, not as errors. Password
      *change (PCHG) and lookup (LKUP) traffic is logged to AUTHLOG
      *too, but is excluded here so it doesn't mask login spikes.
      *The one exception is the per-application policy refusals
      *(BADCLNT, APPTYPE, APPROLE), which are counted per channel
      *across every request type, so a misconfigured or misbehaving
      *application shows up under its own client-id.
      *
      *Invocation:
      *    authrpt [ccyymmdd]
       01 ws-total-count               PIC 9(9) VALUE 0.
       01 ws-ok-count                  PIC 9(9) VALUE 0.
       01 ws-error-count               PIC 9(9) VALUE 0.
       01 ws-mfareq-count              PIC 9(9) VALUE 0.

       01 ws-user-count                PIC 9(4) VALUE 0.
       01 ws-user-table.
               03 ws-client-errors     PIC 9(6) VALUE 0.
       01 ws-client-found-idx          PIC 9(4).

      *Per-client policy refusals, any request type.
       01 ws-policy-count              PIC 9(4) VALUE 0.
       01 ws-policy-table.
           02 ws-policy-entry OCCURS 20 TIMES
                   INDEXED BY ws-policy-idx.
               03 ws-policy-client     PIC X(8).
               03 ws-policy-badclnt    PIC 9(6) VALUE 0.
               03 ws-policy-apptype    PIC 9(6) VALUE 0.
               03 ws-policy-approle    PIC 9(6) VALUE 0.
       01 ws-policy-found-idx          PIC 9(4).

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER

      *    A day's first records can sit in the previous day's
      *    archive member: logroll rolls by renaming the live file,
      *    so a record whose writer opened the file just before the
      *    rename follows it into the archive. Scan that member first
      *    when it exists - the date filter picks out only the
      *    requested day's records.
           PERFORM para-scan-prior-archive
                       CONTINUE
                   NOT AT END
                       IF AL-TIMESTAMP(1:8) IS EQUAL TO ws-report-date
                          AND (AL-REQUEST-TYPE IS EQUAL TO "LOGN"
                           OR AL-REQUEST-TYPE IS EQUAL TO "OTPV")
                           IF AL-REASON-CODE IS EQUAL TO "MFAREQ"
                               ADD 1 TO ws-mfareq-count
                           ELSE
                               PERFORM para-accumulate
                           END-IF
                       END-IF
                       IF AL-TIMESTAMP(1:8) IS EQUAL TO ws-report-date
                          AND (AL-REASON-CODE IS EQUAL TO "BADCLNT"
                           OR AL-REASON-CODE IS EQUAL TO "APPTYPE"
                           OR AL-REASON-CODE IS EQUAL TO "APPROLE")
                           PERFORM para-count-policy-refusal
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           .

       para-count-policy-refusal.
           MOVE 0 TO ws-policy-found-idx
           PERFORM VARYING ws-policy-idx FROM 1 BY 1
                   UNTIL ws-policy-idx IS GREATER THAN ws-policy-count
               IF ws-policy-client(ws-policy-idx) IS EQUAL TO
                  AL-CLIENT-ID
                   MOVE ws-policy-idx TO ws-policy-found-idx
               END-IF
           END-PERFORM

           IF ws-policy-found-idx IS EQUAL TO 0 AND
              ws-policy-count IS LESS THAN 20 THEN
               ADD 1 TO ws-policy-count
               MOVE ws-policy-count TO ws-policy-found-idx
               MOVE AL-CLIENT-ID
                   TO ws-policy-client(ws-policy-found-idx)
               MOVE 0 TO ws-policy-badclnt(ws-policy-found-idx)
               MOVE 0 TO ws-policy-apptype(ws-policy-found-idx)
               MOVE 0 TO ws-policy-approle(ws-policy-found-idx)
           END-IF

           IF ws-policy-found-idx IS NOT EQUAL TO 0 THEN
               EVALUATE AL-REASON-CODE
                   WHEN "BADCLNT"
                       ADD 1 TO ws-policy-badclnt(ws-policy-found-idx)
                   WHEN "APPTYPE"
                       ADD 1 TO ws-policy-apptype(ws-policy-found-idx)
                   WHEN "APPROLE"
                       ADD 1 TO ws-policy-approle(ws-policy-found-idx)
               END-EVALUATE
           END-IF
           .

       para-report-truncation.
      *    More than 500 distinct usernames attempted a login today;
      *    the totals above already counted this attempt, but there is
           DISPLAY "TOTAL ATTEMPTS: " ws-total-count
           DISPLAY "OK:             " ws-ok-count
           DISPLAY "ERROR:          " ws-error-count
           DISPLAY "ONE-TIME PINS ISSUED: " ws-mfareq-count

           DISPLAY "ERRORS BY REASON:"
           PERFORM VARYING ws-reason-idx FROM 1 BY 1
                       " ERROR=" ws-client-errors(ws-client-idx)
           END-PERFORM

           DISPLAY "POLICY REFUSALS BY CLIENT (ALL REQUEST TYPES):"
           PERFORM VARYING ws-policy-idx FROM 1 BY 1
                   UNTIL ws-policy-idx IS GREATER THAN ws-policy-count
               DISPLAY "  " ws-policy-client(ws-policy-idx)
                       " BADCLNT=" ws-policy-badclnt(ws-policy-idx)
                       " APPTYPE=" ws-policy-apptype(ws-policy-idx)
                       " APPROLE=" ws-policy-approle(ws-policy-idx)
           END-PERFORM

           DISPLAY "BY USERNAME:"

           PERFORM VARYING ws-user-idx FROM 1 BY 1
