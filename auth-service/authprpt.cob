      *planning of the worker fleet hangs on. A per-reason-code
      *movement section shows each failure cause day by day.
      *
      *A login attempt is a LOGN, or the OTPV that completes a
      *second-factor login and carries its real outcome. The LOGN
      *that only issues the one-time PIN (reason MFAREQ) is not an
      *attempt of its own and is passed over.
      *
      *The same daily figures are also written to AUTHPRPT.CSV, one
      *row per day with a header row, so they land in the ops
      *dashboard without re-keying.
      *The range covers at most 31 days. As with authrpt, the member
      *before the first day is scanned too, because a day's first
      *records can sit in the previous member (logroll renames the
      *live file, and a record whose writer opened the file just
      *before the rename follows it); the date filter attributes every
      *record to its own day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authprpt.
               AT END
                   MOVE "10" TO ws-authlog-status
               NOT AT END
                   IF (AL-REQUEST-TYPE IS EQUAL TO "LOGN" OR
                       AL-REQUEST-TYPE IS EQUAL TO "OTPV") AND
                      AL-REASON-CODE IS NOT EQUAL TO "MFAREQ" AND
                      AL-TIMESTAMP(1:8) IS NUMERIC THEN
                       PERFORM para-accumulate
                   END-IF
