      *    doing its job, and counting them as fresh failure
      *    evidence would re-trip the thresholds every minute the
      *    traffic continues, renewing the block forever instead of
      *    letting it lapse after one cool-down. Failed OTPV
      *    (one-time PIN) requests count the same as failed logins;
      *    an MFAREQ login is the right password on its way to a
      *    PIN, not a failure.
           IF (AL-REQUEST-TYPE IS NOT EQUAL TO "LOGN" AND
               AL-REQUEST-TYPE IS NOT EQUAL TO "OTPV") OR
              AL-RESULT IS EQUAL TO "OK" OR
              AL-REASON-CODE IS EQUAL TO "BLOCKED" OR
              AL-REASON-CODE IS EQUAL TO "MFAREQ" THEN
               CONTINUE
           ELSE
               CALL "authtime" USING AL-TIMESTAMP ws-rec-seconds
