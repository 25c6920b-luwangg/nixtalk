      *Session-length and concurrency report over the SESSHIST
      *history authshst keeps.
      *SESSION_TTL_SECS and MAX_SESSIONS_PER_USER were set by guess;
      *this report gives the figures to set them by. For the sessions
      *that ended inside a from/to range it prints the average and
      *longest session, how the sessions ended (LOGOFF, BUMPED by the
      *session limit, KILLED by usrmaint KILLSESS, EXPIRED and purged
      *by tokpurge), how often RENW kept them alive, a length
      *distribution, and the count and average length per client
      *application. It then prints the peak number of sessions open
      *at once for every hour of every day in the range.
      *
      *The hourly peak is taken from one counter per minute of the
      *range: every session adds one to each minute it was open in.
      *Sessions still in SESSTOK count too, open from creation until
      *their expiry or now, whichever is sooner - they have no
      *history record yet, and leaving them out would understate
      *today's peak.
      *
      *Invocation:
      *    sessrpt from-ccyymmdd to-ccyymmdd
      *The range covers at most 31 days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sessrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SHSTSEL.
           COPY SESTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SHSTFD.
           COPY SESTFD.

       WORKING-STORAGE SECTION.
       01 ws-sesshist-status           PIC X(2).
       01 ws-sesstok-status            PIC X(2).

       01 ws-arg-count                 PIC 9(4).
       01 ws-from-date                 PIC X(8).
       01 ws-to-date                   PIC X(8).
       01 ws-from-num                  PIC 9(8).
       01 ws-to-num                    PIC 9(8).
       01 ws-from-dayno                PIC 9(9).
       01 ws-to-dayno                  PIC 9(9).
       01 ws-day-count                 PIC 9(4).

       01 ws-now-ts                    PIC X(21).
       01 ws-now-seconds               PIC 9(18).
       01 ws-range-start-secs          PIC 9(18).
       01 ws-range-end-secs            PIC 9(18).
       01 ws-start-secs                PIC 9(18).
       01 ws-end-secs                  PIC 9(18).
       01 ws-length-secs               PIC 9(18).

      *Sessions open in each minute of the range, day by day.
       01 ws-minute-limit              PIC 9(5).
       01 ws-minute-table.
           02 ws-minute-open OCCURS 44640 TIMES
                                     PIC 9(5).
       01 ws-first-minute              PIC 9(5).
       01 ws-last-minute               PIC 9(5).
       01 ws-minute-idx                PIC 9(5).

       01 ws-day-idx                   PIC 9(4).
       01 ws-hour-idx                  PIC 9(2).
       01 ws-hour-base                 PIC 9(5).
       01 ws-hour-peak                 PIC 9(5).
       01 ws-hour-peak-disp            PIC ZZZZ9.
       01 ws-hour-line                 PIC X(140).
       01 ws-hour-line-ptr             PIC 9(3).
       01 ws-day-date                  PIC 9(8).
       01 ws-period-peak               PIC 9(5) VALUE 0.
       01 ws-period-peak-date          PIC 9(8) VALUE 0.
       01 ws-period-peak-hour          PIC 9(2) VALUE 0.

       01 ws-live-count                PIC 9(9) VALUE 0.
       01 ws-sess-count                PIC 9(9) VALUE 0.
       01 ws-total-secs                PIC 9(15) VALUE 0.
       01 ws-avg-secs                  PIC 9(9).
       01 ws-longest-secs              PIC 9(18) VALUE 0.
       01 ws-longest-user              PIC X(12) VALUE SPACES.
       01 ws-longest-client            PIC X(8) VALUE SPACES.
       01 ws-longest-ended             PIC X(14) VALUE SPACES.

       01 ws-end-logoff                PIC 9(9) VALUE 0.
       01 ws-end-bumped                PIC 9(9) VALUE 0.
       01 ws-end-killed                PIC 9(9) VALUE 0.
       01 ws-end-expired               PIC 9(9) VALUE 0.
       01 ws-end-other                 PIC 9(9) VALUE 0.
       01 ws-end-label                 PIC X(8).
       01 ws-end-tally                 PIC 9(9).

       01 ws-renewed-count             PIC 9(9) VALUE 0.
       01 ws-total-renewals            PIC 9(12) VALUE 0.
       01 ws-max-renewals              PIC 9(5) VALUE 0.
       01 ws-avg-renewals              PIC 9(5)V99.
       01 ws-avg-renewals-disp         PIC ZZZZ9.99.

      *Length distribution: under 5 min, 5-30 min, 30-60 min,
      *1-4 hours, 4-8 hours, 8-12 hours, over 12 hours.
       01 ws-bucket-table.
           02 ws-bucket-count OCCURS 7 TIMES
                                     PIC 9(9) VALUE 0.
       01 ws-bucket-labels.
           02 FILLER                   PIC X(14) VALUE "UNDER 5 MIN".
           02 FILLER                   PIC X(14) VALUE "5-30 MIN".
           02 FILLER                   PIC X(14) VALUE "30-60 MIN".
           02 FILLER                   PIC X(14) VALUE "1-4 HOURS".
           02 FILLER                   PIC X(14) VALUE "4-8 HOURS".
           02 FILLER                   PIC X(14) VALUE "8-12 HOURS".
           02 FILLER                   PIC X(14) VALUE "OVER 12 HOURS".
       01 ws-bucket-label-table REDEFINES ws-bucket-labels.
           02 ws-bucket-label OCCURS 7 TIMES
                                     PIC X(14).
       01 ws-bucket-idx                PIC 9(2).

       01 ws-client-count              PIC 9(4) VALUE 0.
       01 ws-client-table.
           02 ws-client-entry OCCURS 50 TIMES
                   INDEXED BY ws-client-idx.
               03 ws-client-id         PIC X(8).
               03 ws-client-sessions   PIC 9(9).
               03 ws-client-secs       PIC 9(15).
       01 ws-client-found              PIC 9(4).
       01 ws-client-overflow           PIC 9(9) VALUE 0.

       01 ws-pct                       PIC 9(3)V9.
       01 ws-pct-disp                  PIC ZZ9.9.

       01 ws-fmt-secs                  PIC 9(18).
       01 ws-fmt-hh                    PIC 9(4).
       01 ws-fmt-mm                    PIC 9(2).
       01 ws-fmt-ss                    PIC 9(2).
       01 ws-fmt-rest                  PIC 9(18).
       01 ws-fmt-hms                   PIC X(10).

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER
           IF ws-arg-count IS LESS THAN 2 THEN
               DISPLAY "USAGE: sessrpt from-ccyymmdd to-ccyymmdd"
               GOBACK
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ws-to-date FROM ARGUMENT-VALUE

           IF ws-from-date IS NOT NUMERIC OR
              ws-to-date IS NOT NUMERIC THEN
               DISPLAY "DATES MUST BE CCYYMMDD"
               GOBACK
           END-IF
           MOVE ws-from-date TO ws-from-num
           MOVE ws-to-date TO ws-to-num
           COMPUTE ws-from-dayno =
               FUNCTION INTEGER-OF-DATE(ws-from-num)
           COMPUTE ws-to-dayno =
               FUNCTION INTEGER-OF-DATE(ws-to-num)
           COMPUTE ws-day-count = ws-to-dayno - ws-from-dayno + 1
           IF ws-to-dayno IS LESS THAN ws-from-dayno OR
              ws-day-count IS GREATER THAN 31 THEN
               DISPLAY "RANGE MUST COVER 1 TO 31 DAYS"
               GOBACK
           END-IF

           COMPUTE ws-range-start-secs = ws-from-dayno * 86400
           COMPUTE ws-range-end-secs =
               (ws-to-dayno + 1) * 86400 - 1
           COMPUTE ws-minute-limit = ws-day-count * 1440
           PERFORM VARYING ws-minute-idx FROM 1 BY 1
                   UNTIL ws-minute-idx IS GREATER THAN ws-minute-limit
               MOVE 0 TO ws-minute-open(ws-minute-idx)
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO ws-now-ts
           CALL "authtime" USING ws-now-ts ws-now-seconds

           OPEN INPUT SESSHIST-FILE
           IF ws-sesshist-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-history
                   UNTIL ws-sesshist-status IS NOT EQUAL TO "00"
               CLOSE SESSHIST-FILE
           END-IF

           OPEN INPUT SESSTOK-FILE
           IF ws-sesstok-status IS EQUAL TO "00" THEN
               MOVE LOW-VALUES TO ST-TOKEN
               START SESSTOK-FILE KEY IS GREATER THAN OR EQUAL TO
                     ST-TOKEN
                   INVALID KEY
                       MOVE "10" TO ws-sesstok-status
               END-START
               PERFORM para-read-one-live
                   UNTIL ws-sesstok-status IS NOT EQUAL TO "00"
               CLOSE SESSTOK-FILE
           END-IF

           IF ws-sess-count IS EQUAL TO 0 AND
              ws-live-count IS EQUAL TO 0 THEN
               DISPLAY "NO SESSION HISTORY FOUND FOR " ws-from-date
                       " THROUGH " ws-to-date
               GOBACK
           END-IF

           PERFORM para-print-report
           GOBACK
           .

       para-read-one-history.
           READ SESSHIST-FILE
               AT END
                   MOVE "10" TO ws-sesshist-status
               NOT AT END
                   IF SH-CREATED-TS(1:14) IS NUMERIC AND
                      SH-ENDED-TS(1:14) IS NUMERIC THEN
                       PERFORM para-take-history
                   END-IF
           END-READ
           .

       para-take-history.
           CALL "authtime" USING SH-CREATED-TS ws-start-secs
           CALL "authtime" USING SH-ENDED-TS ws-end-secs
           IF ws-end-secs IS LESS THAN ws-start-secs THEN
               MOVE ws-start-secs TO ws-end-secs
           END-IF
           PERFORM para-mark-open-minutes
           IF SH-ENDED-TS(1:8) IS NOT LESS THAN ws-from-date AND
              SH-ENDED-TS(1:8) IS NOT GREATER THAN ws-to-date THEN
               PERFORM para-accumulate-session
           END-IF
           .

       para-read-one-live.
           READ SESSTOK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-sesstok-status
               NOT AT END
                   IF ST-CREATED-TS(1:14) IS NUMERIC THEN
                       ADD 1 TO ws-live-count
                       CALL "authtime" USING ST-CREATED-TS
                                              ws-start-secs
                       IF ST-EXPIRES-SECS IS LESS THAN
                          ws-now-seconds THEN
                           MOVE ST-EXPIRES-SECS TO ws-end-secs
                       ELSE
                           MOVE ws-now-seconds TO ws-end-secs
                       END-IF
                       IF ws-end-secs IS LESS THAN ws-start-secs THEN
                           MOVE ws-start-secs TO ws-end-secs
                       END-IF
                       PERFORM para-mark-open-minutes
                   END-IF
           END-READ
           .

       para-mark-open-minutes.
      *    Clips the session to the range and counts it open in
      *    every minute from its first to its last.
           IF ws-end-secs IS LESS THAN ws-range-start-secs OR
              ws-start-secs IS GREATER THAN ws-range-end-secs THEN
               CONTINUE
           ELSE
               IF ws-start-secs IS LESS THAN ws-range-start-secs THEN
                   MOVE ws-range-start-secs TO ws-start-secs
               END-IF
               IF ws-end-secs IS GREATER THAN ws-range-end-secs THEN
                   MOVE ws-range-end-secs TO ws-end-secs
               END-IF
               COMPUTE ws-first-minute =
                   (ws-start-secs - ws-range-start-secs) / 60 + 1
               COMPUTE ws-last-minute =
                   (ws-end-secs - ws-range-start-secs) / 60 + 1
               PERFORM VARYING ws-minute-idx FROM ws-first-minute BY 1
                       UNTIL ws-minute-idx IS GREATER THAN
                             ws-last-minute
                   ADD 1 TO ws-minute-open(ws-minute-idx)
               END-PERFORM
           END-IF
           .

       para-accumulate-session.
      *    para-take-history may have clipped the start and end to
      *    the range for the minute counters, so the length is taken
      *    from the record's own stamps again.
           CALL "authtime" USING SH-CREATED-TS ws-start-secs
           CALL "authtime" USING SH-ENDED-TS ws-end-secs
           IF ws-end-secs IS LESS THAN ws-start-secs THEN
               MOVE 0 TO ws-length-secs
           ELSE
               COMPUTE ws-length-secs = ws-end-secs - ws-start-secs
           END-IF

           ADD 1 TO ws-sess-count
           ADD ws-length-secs TO ws-total-secs
           IF ws-length-secs IS GREATER THAN ws-longest-secs THEN
               MOVE ws-length-secs TO ws-longest-secs
               MOVE SH-USERNAME TO ws-longest-user
               MOVE SH-CLIENT-ID TO ws-longest-client
               MOVE SH-ENDED-TS(1:14) TO ws-longest-ended
           END-IF

           EVALUATE SH-END-REASON
               WHEN "LOGOFF"
                   ADD 1 TO ws-end-logoff
               WHEN "BUMPED"
                   ADD 1 TO ws-end-bumped
               WHEN "KILLED"
                   ADD 1 TO ws-end-killed
               WHEN "EXPIRED"
                   ADD 1 TO ws-end-expired
               WHEN OTHER
                   ADD 1 TO ws-end-other
           END-EVALUATE

           IF SH-RENEW-COUNT IS NUMERIC AND
              SH-RENEW-COUNT IS GREATER THAN 0 THEN
               ADD 1 TO ws-renewed-count
               ADD SH-RENEW-COUNT TO ws-total-renewals
               IF SH-RENEW-COUNT IS GREATER THAN ws-max-renewals
                   MOVE SH-RENEW-COUNT TO ws-max-renewals
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ws-length-secs IS LESS THAN 300
                   MOVE 1 TO ws-bucket-idx
               WHEN ws-length-secs IS LESS THAN 1800
                   MOVE 2 TO ws-bucket-idx
               WHEN ws-length-secs IS LESS THAN 3600
                   MOVE 3 TO ws-bucket-idx
               WHEN ws-length-secs IS LESS THAN 14400
                   MOVE 4 TO ws-bucket-idx
               WHEN ws-length-secs IS LESS THAN 28800
                   MOVE 5 TO ws-bucket-idx
               WHEN ws-length-secs IS LESS THAN 43200
                   MOVE 6 TO ws-bucket-idx
               WHEN OTHER
                   MOVE 7 TO ws-bucket-idx
           END-EVALUATE
           ADD 1 TO ws-bucket-count(ws-bucket-idx)

           PERFORM para-count-client
           .

       para-count-client.
           MOVE 0 TO ws-client-found
           PERFORM VARYING ws-client-idx FROM 1 BY 1
                   UNTIL ws-client-idx IS GREATER THAN ws-client-count
               IF ws-client-id(ws-client-idx) IS EQUAL TO SH-CLIENT-ID
                   SET ws-client-found TO ws-client-idx
               END-IF
           END-PERFORM

           IF ws-client-found IS EQUAL TO 0 AND
              ws-client-count IS LESS THAN 50 THEN
               ADD 1 TO ws-client-count
               MOVE ws-client-count TO ws-client-found
               MOVE SH-CLIENT-ID TO ws-client-id(ws-client-found)
               MOVE 0 TO ws-client-sessions(ws-client-found)
               MOVE 0 TO ws-client-secs(ws-client-found)
           END-IF

           IF ws-client-found IS EQUAL TO 0 THEN
               ADD 1 TO ws-client-overflow
           ELSE
               ADD 1 TO ws-client-sessions(ws-client-found)
               ADD ws-length-secs TO ws-client-secs(ws-client-found)
           END-IF
           .

       para-print-report.
           DISPLAY "SESSION ACTIVITY " ws-from-date " THROUGH "
                   ws-to-date
           DISPLAY "SESSIONS ENDED:      " ws-sess-count
           IF ws-sess-count IS GREATER THAN 0 THEN
               COMPUTE ws-avg-secs = ws-total-secs / ws-sess-count
               MOVE ws-avg-secs TO ws-fmt-secs
               PERFORM para-format-length
               DISPLAY "AVERAGE LENGTH:      " ws-fmt-hms
               MOVE ws-longest-secs TO ws-fmt-secs
               PERFORM para-format-length
               DISPLAY "LONGEST SESSION:     " ws-fmt-hms " "
                       ws-longest-user " CLIENT " ws-longest-client
                       " ENDED " ws-longest-ended

               DISPLAY "HOW SESSIONS ENDED:"
               MOVE "LOGOFF" TO ws-end-label
               MOVE ws-end-logoff TO ws-end-tally
               PERFORM para-print-end-reason
               MOVE "BUMPED" TO ws-end-label
               MOVE ws-end-bumped TO ws-end-tally
               PERFORM para-print-end-reason
               MOVE "KILLED" TO ws-end-label
               MOVE ws-end-killed TO ws-end-tally
               PERFORM para-print-end-reason
               MOVE "EXPIRED" TO ws-end-label
               MOVE ws-end-expired TO ws-end-tally
               PERFORM para-print-end-reason
               IF ws-end-other IS GREATER THAN 0 THEN
                   MOVE "OTHER" TO ws-end-label
                   MOVE ws-end-other TO ws-end-tally
                   PERFORM para-print-end-reason
               END-IF

               COMPUTE ws-avg-renewals ROUNDED =
                   ws-total-renewals / ws-sess-count
               MOVE ws-avg-renewals TO ws-avg-renewals-disp
               DISPLAY "RENEWALS:"
               DISPLAY "  SESSIONS RENEWED:  " ws-renewed-count
               DISPLAY "  PER SESSION (AVG): " ws-avg-renewals-disp
               DISPLAY "  MOST ON ONE:       " ws-max-renewals

               DISPLAY "LENGTH DISTRIBUTION:"
               PERFORM VARYING ws-bucket-idx FROM 1 BY 1
                       UNTIL ws-bucket-idx IS GREATER THAN 7
                   DISPLAY "  " ws-bucket-label(ws-bucket-idx) " "
                           ws-bucket-count(ws-bucket-idx)
               END-PERFORM

               DISPLAY "BY CLIENT (SESSIONS, AVERAGE LENGTH):"
               PERFORM VARYING ws-client-idx FROM 1 BY 1
                       UNTIL ws-client-idx IS GREATER THAN
                             ws-client-count
                   PERFORM para-print-one-client
               END-PERFORM
               IF ws-client-overflow IS GREATER THAN 0 THEN
                   DISPLAY "  (CLIENT TABLE FULL AT 50; "
                           ws-client-overflow " SESSIONS NOT SHOWN)"
               END-IF
           END-IF

           DISPLAY "HOURLY CONCURRENT-SESSION PEAK (LIVE SESSIONS "
                   "INCLUDED: " ws-live-count "):"
           MOVE SPACES TO ws-hour-line
           MOVE 1 TO ws-hour-line-ptr
           STRING "DATE    " DELIMITED BY SIZE
               INTO ws-hour-line WITH POINTER ws-hour-line-ptr
           PERFORM VARYING ws-hour-idx FROM 0 BY 1
                   UNTIL ws-hour-idx IS GREATER THAN 23
               STRING "   " ws-hour-idx DELIMITED BY SIZE
                   INTO ws-hour-line WITH POINTER ws-hour-line-ptr
           END-PERFORM
           DISPLAY ws-hour-line
           PERFORM VARYING ws-day-idx FROM 1 BY 1
                   UNTIL ws-day-idx IS GREATER THAN ws-day-count
               PERFORM para-print-one-day
           END-PERFORM
           DISPLAY "PERIOD PEAK: " ws-period-peak " SESSIONS, "
                   ws-period-peak-date " HOUR " ws-period-peak-hour
           .

       para-print-end-reason.
           COMPUTE ws-pct ROUNDED = ws-end-tally * 100 / ws-sess-count
           MOVE ws-pct TO ws-pct-disp
           DISPLAY "  " ws-end-label " " ws-end-tally " "
                   ws-pct-disp "%"
           .

       para-print-one-client.
           COMPUTE ws-fmt-secs = ws-client-secs(ws-client-idx)
                               / ws-client-sessions(ws-client-idx)
           PERFORM para-format-length
           DISPLAY "  " ws-client-id(ws-client-idx) " "
                   ws-client-sessions(ws-client-idx) " "
                   ws-fmt-hms
           .

       para-print-one-day.
           COMPUTE ws-day-date =
               FUNCTION DATE-OF-INTEGER(ws-from-dayno + ws-day-idx - 1)
           MOVE SPACES TO ws-hour-line
           MOVE 1 TO ws-hour-line-ptr
           STRING ws-day-date DELIMITED BY SIZE
               INTO ws-hour-line WITH POINTER ws-hour-line-ptr
           PERFORM VARYING ws-hour-idx FROM 0 BY 1
                   UNTIL ws-hour-idx IS GREATER THAN 23
               PERFORM para-find-hour-peak
               MOVE ws-hour-peak TO ws-hour-peak-disp
               STRING ws-hour-peak-disp DELIMITED BY SIZE
                   INTO ws-hour-line WITH POINTER ws-hour-line-ptr
           END-PERFORM
           DISPLAY ws-hour-line
           .

       para-find-hour-peak.
           COMPUTE ws-hour-base =
               (ws-day-idx - 1) * 1440 + ws-hour-idx * 60
           MOVE 0 TO ws-hour-peak
           PERFORM VARYING ws-minute-idx FROM 1 BY 1
                   UNTIL ws-minute-idx IS GREATER THAN 60
               IF ws-minute-open(ws-hour-base + ws-minute-idx)
                  IS GREATER THAN ws-hour-peak THEN
                   MOVE ws-minute-open(ws-hour-base + ws-minute-idx)
                       TO ws-hour-peak
               END-IF
           END-PERFORM
           IF ws-hour-peak IS GREATER THAN ws-period-peak THEN
               MOVE ws-hour-peak TO ws-period-peak
               MOVE ws-day-date TO ws-period-peak-date
               MOVE ws-hour-idx TO ws-period-peak-hour
           END-IF
           .

       para-format-length.
      *    ws-fmt-secs as hhhh:mm:ss.
           DIVIDE ws-fmt-secs BY 3600 GIVING ws-fmt-hh
               REMAINDER ws-fmt-rest
           DIVIDE ws-fmt-rest BY 60 GIVING ws-fmt-mm
               REMAINDER ws-fmt-ss
           MOVE SPACES TO ws-fmt-hms
           STRING ws-fmt-hh ":" ws-fmt-mm ":" ws-fmt-ss
               DELIMITED BY SIZE INTO ws-fmt-hms
           .
