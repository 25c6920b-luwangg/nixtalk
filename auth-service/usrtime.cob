      *Single-user investigation timeline.
      *When security asks what happened to an account, the answer is
      *spread over AUTHLOG and its AUTHLOG.ccyymmdd archives, MNTLOG,
      *USRJRNL, OPALERT, AUTHBLK and SESSHIST, each read with its own
      *tool. This inquiry takes a username and a date range and
      *merges, in time order, into one printable USRTIME.RPT for the
      *case file:
      *    every AUTHLOG attempt by the username (request type,
      *        result, reason code and client-id), from the archive
      *        members and the live file;
      *    every MNTLOG command run against the account, and every
      *        one the username ran as an operator;
      *    every USRJRNL change image of its USRMAST record and its
      *        USRROLE grants;
      *    every session of its that ended (SESSHIST);
      *    every OPALERT alert or acknowledgement, and the AUTHBLK
      *        block if one was raised, in the window - they are not
      *        per-user, but a lockout during an alert reads
      *        differently from one without.
      *Events are merged with a SORT on timestamp; events with the
      *same timestamp keep the order they were read in.
      *
      *A timeline is itself sensitive, so the inquiry needs the
      *SECADM role and is written to MNTLOG (verb TIMELINE, target
      *the username looked at) like any maintenance command.
      *
      *Invocation:
      *    usrtime username from-ccyymmdd to-ccyymmdd
      *The range covers at most 31 days. As with authprpt, the
      *archive member before the first day is scanned too, because
      *a day's first records can sit in the previous member.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrtime.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same DD-style repointing authprpt uses, so one select can
      *    read whichever archive member (or the live file) the walk
      *    has reached.
           SELECT AUTHLOG-FILE ASSIGN TO "USRTIMEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authlog-status.
           COPY MNTLSEL.
           COPY JRNLSEL.
           COPY ALRTSEL.
           COPY BLKFSEL.
           COPY SHSTSEL.
      *    Never opened: its record area is the template a USRJRNL
      *    image is laid over so the fields can be named.
           COPY USRMSEL.
           COPY USRRSEL.
           SELECT TIMELINE-SORT ASSIGN TO "USRTIME.SRT".
           SELECT TIMERPT-FILE ASSIGN TO "USRTIME.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-timerpt-status.

       DATA DIVISION.
       FILE SECTION.
           COPY AUTHLFD.
           COPY MNTLFD.
           COPY JRNLFD.
           COPY ALRTFD.
           COPY BLKFFD.
           COPY SHSTFD.
           COPY USRMFD.
           COPY USRRFD.
       SD  TIMELINE-SORT.
       01  TIMELINE-SORT-RECORD.
           02 TS-TIMESTAMP              PIC X(16).
           02 TS-SEQ                    PIC 9(9).
           02 TS-SOURCE                 PIC X(8).
           02 TS-DETAIL                 PIC X(100).
       FD  TIMERPT-FILE.
       01  TIMERPT-RECORD.
           02 TL-DATE                   PIC X(10).
           02 FILLER                    PIC X(1).
           02 TL-TIME                   PIC X(8).
           02 FILLER                    PIC X(2).
           02 TL-SOURCE                 PIC X(8).
           02 FILLER                    PIC X(1).
           02 TL-DETAIL                 PIC X(100).
       01  TIMERPT-TEXT                PIC X(130).

       WORKING-STORAGE SECTION.
       01 ws-authlog-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-usrjrnl-status            PIC X(2).
       01 ws-opalert-status            PIC X(2).
       01 ws-authblk-status            PIC X(2).
       01 ws-sesshist-status           PIC X(2).
       01 ws-usrmast-status            PIC X(2).
       01 ws-usrrole-status            PIC X(2).
       01 ws-timerpt-status            PIC X(2).
       01 ws-authlog-name              PIC X(16).
       01 ws-dd-name-z                 PIC X(10).
       01 ws-dd-value-z                PIC X(17).
       01 ws-setenv-rc                 PIC S9(9) COMP-5.

       01 ws-arg-count                 PIC 9(4).
       01 ws-arg-username              PIC X(12).
       01 ws-from-date                 PIC X(8).
       01 ws-to-date                   PIC X(8).
       01 ws-from-num                  PIC 9(8).
       01 ws-to-num                    PIC 9(8).
       01 ws-from-dayno                PIC 9(9).
       01 ws-to-dayno                  PIC 9(9).
       01 ws-day-count                 PIC 9(4).
       01 ws-scan-dayno                PIC 9(9).
       01 ws-scan-date8                PIC 9(8).

       01 ws-operator                  PIC X(12).
       01 ws-required-role             PIC X(8).
       01 ws-access-allowed            PIC X(1).
       01 ws-mnt-outcome               PIC X(30).

       01 ws-event-ts                  PIC X(21).
       01 ws-event-seq                 PIC 9(9) VALUE 0.
       01 ws-sort-done                 PIC X(1).

       01 ws-count-authlog             PIC 9(7) VALUE 0.
       01 ws-count-mntlog              PIC 9(7) VALUE 0.
       01 ws-count-usrjrnl             PIC 9(7) VALUE 0.
       01 ws-count-sesshist            PIC 9(7) VALUE 0.
       01 ws-count-opalert             PIC 9(7) VALUE 0.
       01 ws-count-authblk             PIC 9(7) VALUE 0.
       01 ws-count-written             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER
           IF ws-arg-count IS LESS THAN 3 THEN
               DISPLAY "USAGE: usrtime username from-ccyymmdd "
                       "to-ccyymmdd"
               GOBACK
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ws-arg-username FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
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

           PERFORM para-identify-operator
           MOVE "SECADM" TO ws-required-role
           CALL "authachk" USING ws-operator ws-required-role
                                  ws-access-allowed
           IF ws-access-allowed IS EQUAL TO 'N' THEN
               DISPLAY "ACCESS DENIED: usrtime NEEDS THE "
                       ws-required-role " ROLE"
               MOVE SPACES TO ws-mnt-outcome
               STRING "DENIED: NEEDS " ws-required-role
                   DELIMITED BY SIZE INTO ws-mnt-outcome
               PERFORM para-write-maint-log
               GOBACK
           END-IF

           OPEN OUTPUT TIMERPT-FILE
           IF ws-timerpt-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRTIME.RPT, STATUS "
                       ws-timerpt-status
               GOBACK
           END-IF
           PERFORM para-write-heading

           SORT TIMELINE-SORT
               ON ASCENDING KEY TS-TIMESTAMP TS-SEQ
               INPUT PROCEDURE IS para-release-events
               OUTPUT PROCEDURE IS para-print-events

           PERFORM para-write-totals
           CLOSE TIMERPT-FILE

           DISPLAY "TIMELINE FOR " ws-arg-username " WRITTEN TO "
                   "USRTIME.RPT, EVENTS: " ws-count-written

           MOVE SPACES TO ws-mnt-outcome
           STRING "EVENTS " ws-count-written
                  " " ws-from-date(3:6) "-" ws-to-date(3:6)
               DELIMITED BY SIZE INTO ws-mnt-outcome
           PERFORM para-write-maint-log
           GOBACK
           .

      *----------------------------------------------------------------
      *Input side: each source is read in turn and every event in the
      *window is released with its timestamp and a running sequence.
      *----------------------------------------------------------------
       para-release-events.
           COMPUTE ws-scan-dayno = ws-from-dayno - 1
           PERFORM para-scan-authlog-member
               UNTIL ws-scan-dayno IS GREATER THAN ws-to-dayno
           MOVE "AUTHLOG.DAT" TO ws-authlog-name
           PERFORM para-point-authlog-dd
           OPEN INPUT AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "00" THEN
               PERFORM para-scan-authlog-file
           END-IF

           OPEN INPUT MNTLOG-FILE
           IF ws-mntlog-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-mntlog
                   UNTIL ws-mntlog-status IS NOT EQUAL TO "00"
               CLOSE MNTLOG-FILE
           END-IF

           OPEN INPUT USRJRNL-FILE
           IF ws-usrjrnl-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-journal
                   UNTIL ws-usrjrnl-status IS NOT EQUAL TO "00"
               CLOSE USRJRNL-FILE
           END-IF

           OPEN INPUT SESSHIST-FILE
           IF ws-sesshist-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-session
                   UNTIL ws-sesshist-status IS NOT EQUAL TO "00"
               CLOSE SESSHIST-FILE
           END-IF

           OPEN INPUT OPALERT-FILE
           IF ws-opalert-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-alert
                   UNTIL ws-opalert-status IS NOT EQUAL TO "00"
               CLOSE OPALERT-FILE
           END-IF

           OPEN INPUT AUTHBLK-FILE
           IF ws-authblk-status IS EQUAL TO "00" THEN
               PERFORM para-read-one-block
                   UNTIL ws-authblk-status IS NOT EQUAL TO "00"
               CLOSE AUTHBLK-FILE
           END-IF
           .

       para-scan-authlog-member.
           COMPUTE ws-scan-date8 =
               FUNCTION DATE-OF-INTEGER(ws-scan-dayno)
           MOVE SPACES TO ws-authlog-name
           STRING "AUTHLOG." ws-scan-date8
               DELIMITED BY SIZE INTO ws-authlog-name
           PERFORM para-point-authlog-dd
           OPEN INPUT AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "00" THEN
               PERFORM para-scan-authlog-file
           END-IF
           ADD 1 TO ws-scan-dayno
           .

       para-scan-authlog-file.
           PERFORM para-read-one-authlog
               UNTIL ws-authlog-status IS NOT EQUAL TO "00"
           CLOSE AUTHLOG-FILE
           .

       para-read-one-authlog.
           READ AUTHLOG-FILE
               AT END
                   MOVE "10" TO ws-authlog-status
               NOT AT END
                   IF AL-USERNAME IS EQUAL TO ws-arg-username THEN
                       MOVE AL-TIMESTAMP TO ws-event-ts
                       PERFORM para-check-window
                       IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                           MOVE "AUTHLOG" TO TS-SOURCE
                           MOVE SPACES TO TS-DETAIL
                           STRING AL-REQUEST-TYPE " " AL-RESULT
                                  " REASON " AL-REASON-CODE
                                  " CLIENT " AL-CLIENT-ID
                               DELIMITED BY SIZE INTO TS-DETAIL
                           ADD 1 TO ws-count-authlog
                           PERFORM para-release-one
                       END-IF
                   END-IF
           END-READ
           .

       para-read-one-mntlog.
           READ MNTLOG-FILE
               AT END
                   MOVE "10" TO ws-mntlog-status
               NOT AT END
                   IF MT-TARGET IS EQUAL TO ws-arg-username OR
                      MT-OPERATOR IS EQUAL TO ws-arg-username THEN
                       MOVE MT-TIMESTAMP TO ws-event-ts
                       PERFORM para-check-window
                       IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                           MOVE "MNTLOG" TO TS-SOURCE
                           MOVE SPACES TO TS-DETAIL
                           STRING MT-VERB " " MT-TARGET
                                  " BY " MT-OPERATOR
                                  " " MT-OUTCOME
                               DELIMITED BY SIZE INTO TS-DETAIL
                           ADD 1 TO ws-count-mntlog
                           PERFORM para-release-one
                       END-IF
                   END-IF
           END-READ
           .

       para-read-one-journal.
           READ USRJRNL-FILE
               AT END
                   MOVE "10" TO ws-usrjrnl-status
               NOT AT END
                   IF JR-IMAGE(1:12) IS EQUAL TO ws-arg-username AND
                      (JR-FILE-ID IS EQUAL TO "USRMAST" OR
                       JR-FILE-ID IS EQUAL TO "USRROLE") THEN
                       MOVE JR-TIMESTAMP TO ws-event-ts
                       PERFORM para-check-window
                       IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                           PERFORM para-describe-journal
                           ADD 1 TO ws-count-usrjrnl
                           PERFORM para-release-one
                       END-IF
                   END-IF
           END-READ
           .

       para-describe-journal.
      *    The image is laid over the master record areas so the
      *    state it recorded can be shown field by field.
           MOVE "USRJRNL" TO TS-SOURCE
           MOVE SPACES TO TS-DETAIL
           IF JR-FILE-ID IS EQUAL TO "USRMAST" THEN
               MOVE JR-IMAGE(1:LENGTH OF USRMAST-RECORD)
                   TO USRMAST-RECORD
               IF JR-ACTION IS EQUAL TO "DELETE" THEN
                   STRING "USRMAST DELETE (ACCOUNT REMOVED)"
                       DELIMITED BY SIZE INTO TS-DETAIL
               ELSE
                   STRING "USRMAST " JR-ACTION
                          " STATUS=" UM-STATUS
                          " LOCKED=" UM-LOCKED-FLAG
                          " FAILED=" UM-FAILED-COUNT
                          " MUSTCHG=" UM-MUST-CHANGE
                          " PSWDSET=" UM-PSWD-CHANGED-TS(1:14)
                          " EXPIRY=" UM-EXPIRY-DATE
                       DELIMITED BY SIZE INTO TS-DETAIL
               END-IF
           ELSE
               MOVE JR-IMAGE(1:LENGTH OF USRROLE-RECORD)
                   TO USRROLE-RECORD
               IF JR-ACTION IS EQUAL TO "DELETE" THEN
                   STRING "USRROLE DELETE ROLE=" UR-ROLE-CODE
                       DELIMITED BY SIZE INTO TS-DETAIL
               ELSE
                   STRING "USRROLE " JR-ACTION
                          " ROLE=" UR-ROLE-CODE
                          " GRANTED=" UR-GRANTED-TS(1:14)
                       DELIMITED BY SIZE INTO TS-DETAIL
               END-IF
           END-IF
           .

       para-read-one-session.
           READ SESSHIST-FILE
               AT END
                   MOVE "10" TO ws-sesshist-status
               NOT AT END
                   IF SH-USERNAME IS EQUAL TO ws-arg-username THEN
                       MOVE SH-ENDED-TS TO ws-event-ts
                       PERFORM para-check-window
                       IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                           MOVE "SESSHIST" TO TS-SOURCE
                           MOVE SPACES TO TS-DETAIL
                           STRING "SESSION ENDED " SH-END-REASON
                                  " CLIENT " SH-CLIENT-ID
                                  " CREATED " SH-CREATED-TS(1:14)
                                  " RENEWALS " SH-RENEW-COUNT
                               DELIMITED BY SIZE INTO TS-DETAIL
                           ADD 1 TO ws-count-sesshist
                           PERFORM para-release-one
                       END-IF
                   END-IF
           END-READ
           .

       para-read-one-alert.
           READ OPALERT-FILE
               AT END
                   MOVE "10" TO ws-opalert-status
               NOT AT END
                   MOVE OA-TIMESTAMP TO ws-event-ts
                   PERFORM para-check-window
                   IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                       MOVE "OPALERT" TO TS-SOURCE
                       MOVE SPACES TO TS-DETAIL
                       IF OA-ALERT-CODE IS EQUAL TO "ACK" THEN
                           STRING "ACK OF ALERT " OA-ACK-OF(1:14)
                               DELIMITED BY SIZE INTO TS-DETAIL
                       ELSE
                           STRING "ALERT " OA-ALERT-CODE
                                  " OBSERVED " OA-OBSERVED
                                  " THRESHOLD " OA-THRESHOLD
                                  " CLIENT " OA-CLIENT-ID
                               DELIMITED BY SIZE INTO TS-DETAIL
                       END-IF
                       ADD 1 TO ws-count-opalert
                       PERFORM para-release-one
                   END-IF
           END-READ
           .

       para-read-one-block.
           READ AUTHBLK-FILE
               AT END
                   MOVE "10" TO ws-authblk-status
               NOT AT END
                   MOVE BK-TIMESTAMP TO ws-event-ts
                   PERFORM para-check-window
                   IF ws-event-ts IS NOT EQUAL TO SPACES THEN
                       MOVE "AUTHBLK" TO TS-SOURCE
                       MOVE SPACES TO TS-DETAIL
                       IF BK-CLIENT-ID IS EQUAL TO SPACES THEN
                           STRING "LOGIN BLOCK RAISED BY "
                                  BK-ALERT-CODE " ON ALL CLIENTS"
                               DELIMITED BY SIZE INTO TS-DETAIL
                       ELSE
                           STRING "LOGIN BLOCK RAISED BY "
                                  BK-ALERT-CODE " ON CLIENT "
                                  BK-CLIENT-ID
                               DELIMITED BY SIZE INTO TS-DETAIL
                       END-IF
                       ADD 1 TO ws-count-authblk
                       PERFORM para-release-one
                   END-IF
           END-READ
           .

       para-check-window.
      *    Blanks ws-event-ts when the stamp is unusable or falls
      *    outside the requested days.
           IF ws-event-ts(1:14) IS NOT NUMERIC THEN
               MOVE SPACES TO ws-event-ts
           ELSE
               IF ws-event-ts(1:8) IS LESS THAN ws-from-date OR
                  ws-event-ts(1:8) IS GREATER THAN ws-to-date THEN
                   MOVE SPACES TO ws-event-ts
               END-IF
           END-IF
           .

       para-release-one.
           ADD 1 TO ws-event-seq
           MOVE ws-event-ts(1:16) TO TS-TIMESTAMP
           MOVE ws-event-seq TO TS-SEQ
           RELEASE TIMELINE-SORT-RECORD
           .

      *----------------------------------------------------------------
      *Output side: the merged events, one report line each.
      *----------------------------------------------------------------
       para-print-events.
           MOVE 'N' TO ws-sort-done
           PERFORM para-print-one-event
               UNTIL ws-sort-done IS EQUAL TO 'Y'
           .

       para-print-one-event.
           RETURN TIMELINE-SORT
               AT END
                   MOVE 'Y' TO ws-sort-done
               NOT AT END
                   MOVE SPACES TO TIMERPT-RECORD
                   STRING TS-TIMESTAMP(1:4) "-" TS-TIMESTAMP(5:2) "-"
                          TS-TIMESTAMP(7:2)
                       DELIMITED BY SIZE INTO TL-DATE
                   STRING TS-TIMESTAMP(9:2) ":" TS-TIMESTAMP(11:2) ":"
                          TS-TIMESTAMP(13:2)
                       DELIMITED BY SIZE INTO TL-TIME
                   MOVE TS-SOURCE TO TL-SOURCE
                   MOVE TS-DETAIL TO TL-DETAIL
                   WRITE TIMERPT-RECORD
                   ADD 1 TO ws-count-written
           END-RETURN
           .

       para-write-heading.
           MOVE SPACES TO TIMERPT-TEXT
           STRING "INVESTIGATION TIMELINE FOR " ws-arg-username
                  " FROM " ws-from-date " THROUGH " ws-to-date
               DELIMITED BY SIZE INTO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           MOVE SPACES TO TIMERPT-TEXT
           STRING "PRODUCED " FUNCTION CURRENT-DATE(1:14)
                  " BY " ws-operator
               DELIMITED BY SIZE INTO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           MOVE SPACES TO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           MOVE "DATE       TIME      SOURCE   EVENT" TO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           .

       para-write-totals.
           MOVE SPACES TO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           MOVE SPACES TO TIMERPT-TEXT
           STRING "EVENTS: " ws-count-written
                  "  AUTHLOG " ws-count-authlog
                  "  MNTLOG " ws-count-mntlog
                  "  USRJRNL " ws-count-usrjrnl
                  "  SESSHIST " ws-count-sesshist
                  "  OPALERT " ws-count-opalert
                  "  AUTHBLK " ws-count-authblk
               DELIMITED BY SIZE INTO TIMERPT-TEXT
           WRITE TIMERPT-TEXT
           .

       para-point-authlog-dd.
      *    Repoints the USRTIMEIN logical name at ws-authlog-name the
      *    way a JCL DD statement would; same mechanism authprpt
      *    uses for AUTHPRPTIN.
           STRING "USRTIMEIN" X'00' INTO ws-dd-name-z
           MOVE SPACES TO ws-dd-value-z
           STRING FUNCTION TRIM(ws-authlog-name) X'00'
               INTO ws-dd-value-z
           CALL "setenv" USING REFERENCE ws-dd-name-z
                               REFERENCE ws-dd-value-z
                               VALUE 1
                         RETURNING ws-setenv-rc
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
           MOVE "TIMELINE" TO MT-VERB
           MOVE ws-arg-username TO MT-TARGET
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
                       ws-mntlog-status ", INQUIRY NOT AUDITED"
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
