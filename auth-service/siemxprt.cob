      *Incremental security event export for the corporate SIEM.
      *Picks up the AUTHLOG, MNTLOG and OPALERT records written since
      *the last run and writes each as one normalized key=value line:
      *    ts=ccyy-mm-ddThh:mm:ss+hh:mm src=AUTHLOG user=... client=...
      *    action=... result=... reason=... (then source extras)
      *into a batch file SIEMX.ccyymmddhhmmss.DAT that the collector
      *ships and removes. Blank values go out as "-"; free text is
      *quoted.
      *    AUTHLOG  action is the request type, result and reason as
      *             the worker logged them; seq is the chain sequence
      *    MNTLOG   user is the target, action the verb, result
      *             DENIED for a role refusal and RECORDED otherwise,
      *             reason the outcome text; the operator is added
      *    OPALERT  action ALERT (result RAISED, reason the alert
      *             code, with observed/threshold/detail) or ACK
      *             (reason the timestamp of the alert acknowledged)
      *
      *High-water marks. AUTHLOG and MNTLOG records carry their audit
      *chain sequence (see authchn), which runs on unbroken across
      *the logroll rename, so the mark for each is the last sequence
      *sent; the walk reads the AUTHLOG archive members from the
      *day before the mark's date forward, then the live file, and
      *takes every record above the mark in sequence order. A record
      *written unsealed is judged by its timestamp against the mark's
      *instead. A gap just above the mark that is younger than
      *SIEM_GAP_WAIT_SECS is waited for - a worker may still be
      *appending to the file logroll has just renamed - and the
      *records after it go out next run; an older gap is passed (it
      *is chnverf's to report, not ours to stall on). OPALERT is not
      *chained and has one writer, so its mark is the count of
      *records read and the timestamp of the last; if the record at
      *that count no longer carries that timestamp the file has been
      *replaced, and everything stamped after the mark is sent.
      *
      *Restart safety. The lines are written to SIEMXPRT.TMP first.
      *The batch's name and the marks it reaches are then saved in
      *SIEMSTAT as PENDING, the temp file is renamed to the batch
      *name, and only then are the marks committed. A run killed
      *before the PENDING save leaves the marks where they were and
      *the next run rebuilds the batch; one killed after it finds
      *PENDING and finishes the rename (or, with the temp file gone,
      *knows the rename happened) before committing. Either way each
      *event reaches the collector once. SIEMSTAT is opened with an
      *exclusive lock for the whole run, so a cron run that starts
      *while the previous one is still going simply exits.
      *
      *The job does not log itself to MNTLOG: run every few minutes,
      *its own records would be most of what it exports.
      *
      *Invocation:
      *    siemxprt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. siemxprt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same DD-style repointing authprpt uses, so one select can
      *    read whichever archive member (or the live file) the walk
      *    has reached.
           SELECT AUTHLOG-FILE ASSIGN TO "SIEMXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authlog-status.
           COPY MNTLSEL.
           COPY ALRTSEL.
           SELECT SIEMSTAT-FILE ASSIGN TO "SIEMSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ws-siemstat-status.
           SELECT EXPORT-FILE ASSIGN TO "SIEMXPRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-export-status.
           SELECT EXPORT-SORT ASSIGN TO "SIEMXPRT.SRT".

       DATA DIVISION.
       FILE SECTION.
           COPY AUTHLFD.
           COPY MNTLFD.
           COPY ALRTFD.
       FD  SIEMSTAT-FILE.
       01  SIEMSTAT-RECORD.
           02 SX-KEY                    PIC X(8).
      *        Marks of everything the collector has been given.
           02 SX-COMMITTED.
               03 SX-AUTHLOG-SEQ        PIC 9(9).
               03 SX-AUTHLOG-TS         PIC X(21).
               03 SX-MNTLOG-SEQ         PIC 9(9).
               03 SX-MNTLOG-TS          PIC X(21).
               03 SX-OPALERT-COUNT      PIC 9(9).
               03 SX-OPALERT-TS         PIC X(21).
      *        A batch written but not yet known to be delivered,
      *        and the marks it reaches.
           02 SX-PENDING-FLAG           PIC X(1).
           02 SX-PENDING-NAME           PIC X(24).
           02 SX-PENDING.
               03 SX-PEND-AUTHLOG-SEQ   PIC 9(9).
               03 SX-PEND-AUTHLOG-TS    PIC X(21).
               03 SX-PEND-MNTLOG-SEQ    PIC 9(9).
               03 SX-PEND-MNTLOG-TS     PIC X(21).
               03 SX-PEND-OPALERT-COUNT PIC 9(9).
               03 SX-PEND-OPALERT-TS    PIC X(21).
           02 SX-LAST-RUN-TS            PIC X(21).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(400).
       SD  EXPORT-SORT.
       01  EXPORT-SORT-RECORD.
           02 XS-SEQ                    PIC 9(9).
           02 XS-ARRIVAL                PIC 9(9).
           02 XS-TIMESTAMP              PIC X(21).
           02 XS-LINE                   PIC X(400).

       WORKING-STORAGE SECTION.
       01 ws-authlog-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-opalert-status            PIC X(2).
       01 ws-siemstat-status           PIC X(2).
       01 ws-export-status             PIC X(2).
       01 ws-state-new                 PIC X(1) VALUE 'N'.

       01 ws-authlog-name              PIC X(16).
       01 ws-dd-name-z                 PIC X(8).
       01 ws-dd-value-z                PIC X(17).
       01 ws-setenv-rc                 PIC S9(9) COMP-5.
       01 ws-tmp-name-z                PIC X(13).
       01 ws-batch-name-z              PIC X(25).
       01 ws-rename-rc                 PIC S9(9) COMP-5.

       01 ws-config-key                PIC X(32).
       01 ws-config-value              PIC X(100).
       01 ws-gap-wait-secs             PIC 9(9) VALUE 60.

       01 ws-now-ts                    PIC X(21).
       01 ws-now-seconds               PIC 9(18).
       01 ws-rec-seconds               PIC 9(18).
       01 ws-today-num                 PIC 9(8).
       01 ws-scan-dayno                PIC 9(9).
       01 ws-to-dayno                  PIC 9(9).
       01 ws-scan-date8                PIC 9(8).

      *Marks this run reaches, laid out as SX-COMMITTED.
       01 ws-new-marks.
           02 ws-new-authlog-seq       PIC 9(9).
           02 ws-new-authlog-ts        PIC X(21).
           02 ws-new-mntlog-seq        PIC 9(9).
           02 ws-new-mntlog-ts         PIC X(21).
           02 ws-new-opalert-count     PIC 9(9).
           02 ws-new-opalert-ts        PIC X(21).

      *The chained log being exported and its marks.
       01 ws-log-id                    PIC X(8).
       01 ws-mark-seq                  PIC 9(9).
       01 ws-mark-ts                   PIC X(21).
       01 ws-cur-seq                   PIC 9(9).
       01 ws-cur-ts                    PIC X(21).
       01 ws-rec-seq                   PIC 9(9).
       01 ws-rec-ts                    PIC X(21).
       01 ws-arrival                   PIC 9(9).
       01 ws-sort-done                 PIC X(1).
       01 ws-holding                   PIC X(1).
       01 ws-wait-seq                  PIC 9(9).
       01 ws-log-count                 PIC 9(9).

       01 ws-oa-aligned                PIC X(1).
       01 ws-oa-read                   PIC 9(9).

      *One event line under construction.
       01 ws-line                      PIC X(400).
       01 ws-line-ptr                  PIC 9(4).
       01 ws-fld-name                  PIC X(10).
       01 ws-fld-value                 PIC X(60).
       01 ws-fld-quote                 PIC X(1).
       01 ws-num-disp                  PIC Z(8)9.

       01 ws-authlog-sent              PIC 9(9) VALUE 0.
       01 ws-mntlog-sent               PIC 9(9) VALUE 0.
       01 ws-opalert-sent              PIC 9(9) VALUE 0.
       01 ws-event-count               PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       para-entry.
           OPEN I-O SIEMSTAT-FILE
           IF ws-siemstat-status IS EQUAL TO "35" THEN
               OPEN OUTPUT SIEMSTAT-FILE
               CLOSE SIEMSTAT-FILE
               OPEN I-O SIEMSTAT-FILE
           END-IF
           IF ws-siemstat-status IS NOT EQUAL TO "00" THEN
               DISPLAY "siemxprt NOT RUN: SIEMSTAT.DAT IN USE OR "
                       "UNAVAILABLE, STATUS " ws-siemstat-status
               GOBACK
           END-IF

           MOVE "SIEMXPRT" TO SX-KEY
           READ SIEMSTAT-FILE
               INVALID KEY
                   MOVE 'Y' TO ws-state-new
                   MOVE 0 TO SX-AUTHLOG-SEQ
                   MOVE SPACES TO SX-AUTHLOG-TS
                   MOVE 0 TO SX-MNTLOG-SEQ
                   MOVE SPACES TO SX-MNTLOG-TS
                   MOVE 0 TO SX-OPALERT-COUNT
                   MOVE SPACES TO SX-OPALERT-TS
                   MOVE 'N' TO SX-PENDING-FLAG
                   MOVE SPACES TO SX-PENDING-NAME
                   MOVE SX-COMMITTED TO SX-PENDING
           END-READ

           STRING "SIEMXPRT.TMP" X'00' INTO ws-tmp-name-z
           IF SX-PENDING-FLAG IS EQUAL TO 'Y' THEN
               DISPLAY "FINISHING BATCH " SX-PENDING-NAME
                       " FROM AN INTERRUPTED RUN"
               PERFORM para-finish-pending
           END-IF

           MOVE "SIEM_GAP_WAIT_SECS" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           IF ws-config-value IS NOT EQUAL TO SPACES THEN
               COMPUTE ws-gap-wait-secs =
                   FUNCTION NUMVAL(FUNCTION TRIM(ws-config-value))
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-now-ts
           CALL "authtime" USING ws-now-ts ws-now-seconds
           MOVE SX-COMMITTED TO ws-new-marks

           OPEN OUTPUT EXPORT-FILE
           IF ws-export-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN SIEMXPRT.TMP, STATUS "
                       ws-export-status
               CLOSE SIEMSTAT-FILE
               GOBACK
           END-IF

           MOVE "AUTHLOG" TO ws-log-id
           MOVE SX-AUTHLOG-SEQ TO ws-mark-seq
           MOVE SX-AUTHLOG-TS TO ws-mark-ts
           SORT EXPORT-SORT
               ON ASCENDING KEY XS-SEQ XS-ARRIVAL
               INPUT PROCEDURE IS para-release-authlog
               OUTPUT PROCEDURE IS para-emit-chained
           MOVE ws-cur-seq TO ws-new-authlog-seq
           MOVE ws-cur-ts TO ws-new-authlog-ts
           MOVE ws-log-count TO ws-authlog-sent

           MOVE "MNTLOG" TO ws-log-id
           MOVE SX-MNTLOG-SEQ TO ws-mark-seq
           MOVE SX-MNTLOG-TS TO ws-mark-ts
           SORT EXPORT-SORT
               ON ASCENDING KEY XS-SEQ XS-ARRIVAL
               INPUT PROCEDURE IS para-release-mntlog
               OUTPUT PROCEDURE IS para-emit-chained
           MOVE ws-cur-seq TO ws-new-mntlog-seq
           MOVE ws-cur-ts TO ws-new-mntlog-ts
           MOVE ws-log-count TO ws-mntlog-sent

           PERFORM para-export-opalert
           CLOSE EXPORT-FILE

           COMPUTE ws-event-count =
               ws-authlog-sent + ws-mntlog-sent + ws-opalert-sent
           MOVE ws-now-ts TO SX-LAST-RUN-TS
           IF ws-event-count IS GREATER THAN 0 THEN
               MOVE SPACES TO SX-PENDING-NAME
               STRING "SIEMX." ws-now-ts(1:14) ".DAT"
                   DELIMITED BY SIZE INTO SX-PENDING-NAME
               MOVE ws-new-marks TO SX-PENDING
               MOVE 'Y' TO SX-PENDING-FLAG
               PERFORM para-save-state
               PERFORM para-finish-pending
           ELSE
      *        Nothing new; only a realigned OPALERT mark can move.
               MOVE ws-new-marks TO SX-COMMITTED
               PERFORM para-save-state
           END-IF
           CLOSE SIEMSTAT-FILE

           DISPLAY "SIEM EXPORT COMPLETE"
           DISPLAY "  AUTHLOG EVENTS: " ws-authlog-sent
           DISPLAY "  MNTLOG EVENTS:  " ws-mntlog-sent
           DISPLAY "  OPALERT EVENTS: " ws-opalert-sent
           IF ws-event-count IS GREATER THAN 0 THEN
               DISPLAY "  BATCH: " SX-PENDING-NAME
           END-IF
           GOBACK
           .

      *----------------------------------------------------------------
      *Batch delivery and the state record.
      *----------------------------------------------------------------
       para-finish-pending.
      *    Only the rename removes the temp file, so a temp file that
      *    is gone means the batch is already under its final name.
           MOVE SPACES TO ws-batch-name-z
           STRING SX-PENDING-NAME X'00'
               DELIMITED BY SIZE INTO ws-batch-name-z
           CALL "rename" USING REFERENCE ws-tmp-name-z
                               REFERENCE ws-batch-name-z
                         RETURNING ws-rename-rc
           IF ws-rename-rc IS NOT EQUAL TO 0 THEN
               OPEN INPUT EXPORT-FILE
               IF ws-export-status IS EQUAL TO "00" THEN
                   CLOSE EXPORT-FILE
                   DISPLAY "FATAL: CANNOT RENAME SIEMXPRT.TMP TO "
                           SX-PENDING-NAME ", BATCH LEFT PENDING"
                   CLOSE SIEMSTAT-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE SX-PENDING TO SX-COMMITTED
           MOVE 'N' TO SX-PENDING-FLAG
           PERFORM para-save-state
           .

       para-save-state.
           IF ws-state-new IS EQUAL TO 'Y' THEN
               WRITE SIEMSTAT-RECORD
               MOVE 'N' TO ws-state-new
           ELSE
               REWRITE SIEMSTAT-RECORD
           END-IF
           IF ws-siemstat-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT SAVE SIEMSTAT.DAT, STATUS "
                       ws-siemstat-status
               CLOSE SIEMSTAT-FILE
               GOBACK
           END-IF
           .

      *----------------------------------------------------------------
      *AUTHLOG: archive members from the day before the mark, then
      *the live file.
      *----------------------------------------------------------------
       para-release-authlog.
           MOVE 0 TO ws-arrival
           IF ws-mark-ts(1:8) IS NUMERIC THEN
               MOVE ws-mark-ts(1:8) TO ws-scan-date8
               COMPUTE ws-scan-dayno =
                   FUNCTION INTEGER-OF-DATE(ws-scan-date8) - 1
               MOVE ws-now-ts(1:8) TO ws-today-num
               COMPUTE ws-to-dayno =
                   FUNCTION INTEGER-OF-DATE(ws-today-num)
               PERFORM para-release-one-member
                   UNTIL ws-scan-dayno IS GREATER THAN ws-to-dayno
           END-IF
           MOVE "AUTHLOG.DAT" TO ws-authlog-name
           PERFORM para-point-authlog-dd
           OPEN INPUT AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "00" THEN
               PERFORM para-release-open-authlog
           END-IF
           .

       para-release-one-member.
           COMPUTE ws-scan-date8 =
               FUNCTION DATE-OF-INTEGER(ws-scan-dayno)
           MOVE SPACES TO ws-authlog-name
           STRING "AUTHLOG." ws-scan-date8
               DELIMITED BY SIZE INTO ws-authlog-name
           PERFORM para-point-authlog-dd
           OPEN INPUT AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "00" THEN
               PERFORM para-release-open-authlog
           END-IF
           ADD 1 TO ws-scan-dayno
           .

       para-release-open-authlog.
           PERFORM para-release-authlog-record
               UNTIL ws-authlog-status IS EQUAL TO "10"
           CLOSE AUTHLOG-FILE
           .

       para-release-authlog-record.
           READ AUTHLOG-FILE
               AT END
                   MOVE "10" TO ws-authlog-status
               NOT AT END
                   MOVE AL-TIMESTAMP TO ws-rec-ts
                   IF AL-CHAIN-SEQ IS NUMERIC THEN
                       MOVE AL-CHAIN-SEQ TO ws-rec-seq
                   ELSE
                       MOVE 0 TO ws-rec-seq
                   END-IF
                   IF (ws-rec-seq IS GREATER THAN 0 AND
                       ws-rec-seq IS GREATER THAN ws-mark-seq) OR
                      (ws-rec-seq IS EQUAL TO 0 AND
                       ws-rec-ts IS GREATER THAN ws-mark-ts) THEN
                       PERFORM para-build-authlog-line
                       PERFORM para-release-line
                   END-IF
           END-READ
           .

       para-build-authlog-line.
           PERFORM para-start-line
           MOVE "src" TO ws-fld-name
           MOVE "AUTHLOG" TO ws-fld-value
           PERFORM para-put-field
           MOVE "user" TO ws-fld-name
           MOVE AL-USERNAME TO ws-fld-value
           PERFORM para-put-field
           MOVE "client" TO ws-fld-name
           MOVE AL-CLIENT-ID TO ws-fld-value
           PERFORM para-put-field
           MOVE "action" TO ws-fld-name
           MOVE AL-REQUEST-TYPE TO ws-fld-value
           PERFORM para-put-field
           MOVE "result" TO ws-fld-name
           MOVE AL-RESULT TO ws-fld-value
           PERFORM para-put-field
           MOVE "reason" TO ws-fld-name
           MOVE AL-REASON-CODE TO ws-fld-value
           PERFORM para-put-field
           PERFORM para-put-seq
           .

      *----------------------------------------------------------------
      *MNTLOG: the single live file.
      *----------------------------------------------------------------
       para-release-mntlog.
           MOVE 0 TO ws-arrival
           OPEN INPUT MNTLOG-FILE
           IF ws-mntlog-status IS EQUAL TO "00" THEN
               PERFORM para-release-mntlog-record
                   UNTIL ws-mntlog-status IS EQUAL TO "10"
               CLOSE MNTLOG-FILE
           END-IF
           .

       para-release-mntlog-record.
           READ MNTLOG-FILE
               AT END
                   MOVE "10" TO ws-mntlog-status
               NOT AT END
                   MOVE MT-TIMESTAMP TO ws-rec-ts
                   IF MT-CHAIN-SEQ IS NUMERIC THEN
                       MOVE MT-CHAIN-SEQ TO ws-rec-seq
                   ELSE
                       MOVE 0 TO ws-rec-seq
                   END-IF
                   IF (ws-rec-seq IS GREATER THAN 0 AND
                       ws-rec-seq IS GREATER THAN ws-mark-seq) OR
                      (ws-rec-seq IS EQUAL TO 0 AND
                       ws-rec-ts IS GREATER THAN ws-mark-ts) THEN
                       PERFORM para-build-mntlog-line
                       PERFORM para-release-line
                   END-IF
           END-READ
           .

       para-build-mntlog-line.
           PERFORM para-start-line
           MOVE "src" TO ws-fld-name
           MOVE "MNTLOG" TO ws-fld-value
           PERFORM para-put-field
           MOVE "user" TO ws-fld-name
           MOVE MT-TARGET TO ws-fld-value
           PERFORM para-put-field
           MOVE "client" TO ws-fld-name
           MOVE SPACES TO ws-fld-value
           PERFORM para-put-field
           MOVE "action" TO ws-fld-name
           MOVE MT-VERB TO ws-fld-value
           PERFORM para-put-field
           MOVE "result" TO ws-fld-name
           IF MT-OUTCOME(1:7) IS EQUAL TO "DENIED:" THEN
               MOVE "DENIED" TO ws-fld-value
           ELSE
               MOVE "RECORDED" TO ws-fld-value
           END-IF
           PERFORM para-put-field
           MOVE "reason" TO ws-fld-name
           MOVE MT-OUTCOME TO ws-fld-value
           MOVE 'Y' TO ws-fld-quote
           PERFORM para-put-field
           MOVE "operator" TO ws-fld-name
           MOVE MT-OPERATOR TO ws-fld-value
           PERFORM para-put-field
           PERFORM para-put-seq
           .

      *----------------------------------------------------------------
      *Both chained logs: the candidates come back in sequence order
      *and go out until a gap that may yet fill.
      *----------------------------------------------------------------
       para-release-line.
           ADD 1 TO ws-arrival
           MOVE ws-rec-seq TO XS-SEQ
           MOVE ws-arrival TO XS-ARRIVAL
           MOVE ws-rec-ts TO XS-TIMESTAMP
           MOVE ws-line TO XS-LINE
           RELEASE EXPORT-SORT-RECORD
           .

       para-emit-chained.
           MOVE ws-mark-seq TO ws-cur-seq
           MOVE ws-mark-ts TO ws-cur-ts
           MOVE 0 TO ws-log-count
           MOVE 'N' TO ws-holding
           MOVE 'N' TO ws-sort-done
           PERFORM para-emit-one-chained
               UNTIL ws-sort-done IS EQUAL TO 'Y'
           .

       para-emit-one-chained.
           RETURN EXPORT-SORT
               AT END
                   MOVE 'Y' TO ws-sort-done
               NOT AT END
                   EVALUATE TRUE
                       WHEN ws-holding IS EQUAL TO 'Y'
                           CONTINUE
                       WHEN XS-SEQ IS EQUAL TO 0
                           PERFORM para-emit-line
                       WHEN XS-SEQ IS NOT GREATER THAN ws-cur-seq
                           CONTINUE
                       WHEN XS-SEQ IS GREATER THAN ws-cur-seq + 1 AND
                            ws-cur-seq IS GREATER THAN 0
                           PERFORM para-judge-gap
                       WHEN OTHER
                           PERFORM para-emit-line
                   END-EVALUATE
           END-RETURN
           .

       para-judge-gap.
           CALL "authtime" USING XS-TIMESTAMP ws-rec-seconds
           IF ws-now-seconds - ws-rec-seconds IS LESS THAN
              ws-gap-wait-secs THEN
               MOVE 'Y' TO ws-holding
               COMPUTE ws-wait-seq = ws-cur-seq + 1
               DISPLAY "  " ws-log-id " WAITING FOR SEQ " ws-wait-seq
                       ", SEQ " XS-SEQ " ON GO NEXT RUN"
           ELSE
               PERFORM para-emit-line
           END-IF
           .

       para-emit-line.
           MOVE XS-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 1 TO ws-log-count
           IF XS-SEQ IS GREATER THAN 0 THEN
               MOVE XS-SEQ TO ws-cur-seq
           END-IF
           IF XS-TIMESTAMP IS GREATER THAN ws-cur-ts THEN
               MOVE XS-TIMESTAMP TO ws-cur-ts
           END-IF
           .

      *----------------------------------------------------------------
      *OPALERT: skip what was sent, if the file is still the same
      *file; otherwise go by timestamp.
      *----------------------------------------------------------------
       para-export-opalert.
           MOVE 'Y' TO ws-oa-aligned
           IF SX-OPALERT-COUNT IS GREATER THAN 0 THEN
               PERFORM para-check-opalert-mark
           END-IF

           MOVE 0 TO ws-oa-read
           OPEN INPUT OPALERT-FILE
           IF ws-opalert-status IS EQUAL TO "00" THEN
               PERFORM para-export-one-opalert
                   UNTIL ws-opalert-status IS EQUAL TO "10"
               CLOSE OPALERT-FILE
           END-IF
           IF ws-oa-read IS GREATER THAN 0 THEN
               MOVE ws-oa-read TO ws-new-opalert-count
           END-IF
           .

       para-check-opalert-mark.
           MOVE 'N' TO ws-oa-aligned
           MOVE 0 TO ws-oa-read
           OPEN INPUT OPALERT-FILE
           IF ws-opalert-status IS EQUAL TO "00" THEN
               PERFORM para-check-one-opalert
                   UNTIL ws-opalert-status IS EQUAL TO "10" OR
                         ws-oa-read IS EQUAL TO SX-OPALERT-COUNT
               IF ws-oa-read IS EQUAL TO SX-OPALERT-COUNT AND
                  OA-TIMESTAMP IS EQUAL TO SX-OPALERT-TS THEN
                   MOVE 'Y' TO ws-oa-aligned
               END-IF
               CLOSE OPALERT-FILE
           END-IF
           IF ws-oa-aligned IS EQUAL TO 'N' THEN
               DISPLAY "  OPALERT.DAT HAS BEEN REPLACED; SENDING "
                       "ALERTS AFTER " SX-OPALERT-TS(1:14)
           END-IF
           .

       para-check-one-opalert.
           READ OPALERT-FILE
               AT END
                   MOVE "10" TO ws-opalert-status
               NOT AT END
                   ADD 1 TO ws-oa-read
           END-READ
           .

       para-export-one-opalert.
           READ OPALERT-FILE
               AT END
                   MOVE "10" TO ws-opalert-status
               NOT AT END
                   ADD 1 TO ws-oa-read
                   MOVE OA-TIMESTAMP TO ws-new-opalert-ts
                   IF (ws-oa-aligned IS EQUAL TO 'Y' AND
                       ws-oa-read IS GREATER THAN SX-OPALERT-COUNT) OR
                      (ws-oa-aligned IS EQUAL TO 'N' AND
                       OA-TIMESTAMP IS GREATER THAN SX-OPALERT-TS)
                      THEN
                       PERFORM para-build-opalert-line
                       MOVE ws-line TO EXPORT-RECORD
                       WRITE EXPORT-RECORD
                       ADD 1 TO ws-opalert-sent
                   END-IF
           END-READ
           .

       para-build-opalert-line.
           MOVE OA-TIMESTAMP TO ws-rec-ts
           PERFORM para-start-line
           MOVE "src" TO ws-fld-name
           MOVE "OPALERT" TO ws-fld-value
           PERFORM para-put-field
           MOVE "user" TO ws-fld-name
           MOVE SPACES TO ws-fld-value
           PERFORM para-put-field
           MOVE "client" TO ws-fld-name
           MOVE OA-CLIENT-ID TO ws-fld-value
           PERFORM para-put-field
           IF OA-ALERT-CODE IS EQUAL TO "ACK" THEN
               MOVE "action" TO ws-fld-name
               MOVE "ACK" TO ws-fld-value
               PERFORM para-put-field
               MOVE "result" TO ws-fld-name
               MOVE SPACES TO ws-fld-value
               PERFORM para-put-field
               MOVE "reason" TO ws-fld-name
               MOVE OA-ACK-OF TO ws-fld-value
               PERFORM para-put-field
           ELSE
               MOVE "action" TO ws-fld-name
               MOVE "ALERT" TO ws-fld-value
               PERFORM para-put-field
               MOVE "result" TO ws-fld-name
               MOVE "RAISED" TO ws-fld-value
               PERFORM para-put-field
               MOVE "reason" TO ws-fld-name
               MOVE OA-ALERT-CODE TO ws-fld-value
               PERFORM para-put-field
               MOVE "observed" TO ws-fld-name
               MOVE OA-OBSERVED TO ws-num-disp
               MOVE ws-num-disp TO ws-fld-value
               PERFORM para-put-field
               MOVE "threshold" TO ws-fld-name
               MOVE OA-THRESHOLD TO ws-num-disp
               MOVE ws-num-disp TO ws-fld-value
               PERFORM para-put-field
               MOVE "detail" TO ws-fld-name
               MOVE OA-DETAIL TO ws-fld-value
               MOVE 'Y' TO ws-fld-quote
               PERFORM para-put-field
           END-IF
           .

      *----------------------------------------------------------------
      *Line building.
      *----------------------------------------------------------------
       para-start-line.
      *    ccyymmddhhmmsshh+hhmm becomes ccyy-mm-ddThh:mm:ss+hh:mm.
           MOVE SPACES TO ws-line
           MOVE 1 TO ws-line-ptr
           STRING "ts=" ws-rec-ts(1:4) "-" ws-rec-ts(5:2) "-"
                  ws-rec-ts(7:2) "T" ws-rec-ts(9:2) ":"
                  ws-rec-ts(11:2) ":" ws-rec-ts(13:2)
                  ws-rec-ts(17:3) ":" ws-rec-ts(20:2)
               DELIMITED BY SIZE
               INTO ws-line WITH POINTER ws-line-ptr
           MOVE 'N' TO ws-fld-quote
           .

       para-put-field.
           IF ws-fld-value IS EQUAL TO SPACES THEN
               MOVE "-" TO ws-fld-value
               MOVE 'N' TO ws-fld-quote
           END-IF
           IF ws-fld-quote IS EQUAL TO 'Y' THEN
               STRING " " FUNCTION TRIM(ws-fld-name) '="'
                      FUNCTION TRIM(ws-fld-value) '"'
                   DELIMITED BY SIZE
                   INTO ws-line WITH POINTER ws-line-ptr
           ELSE
               STRING " " FUNCTION TRIM(ws-fld-name) "="
                      FUNCTION TRIM(ws-fld-value)
                   DELIMITED BY SIZE
                   INTO ws-line WITH POINTER ws-line-ptr
           END-IF
           MOVE 'N' TO ws-fld-quote
           .

       para-put-seq.
           IF ws-rec-seq IS GREATER THAN 0 THEN
               MOVE "seq" TO ws-fld-name
               MOVE ws-rec-seq TO ws-num-disp
               MOVE ws-num-disp TO ws-fld-value
               PERFORM para-put-field
           END-IF
           .

       para-point-authlog-dd.
      *    Repoints the SIEMXIN logical name at ws-authlog-name the
      *    way a JCL DD statement would; same mechanism authprpt uses
      *    for AUTHPRPTIN.
           STRING "SIEMXIN" X'00' INTO ws-dd-name-z
           MOVE SPACES TO ws-dd-value-z
           STRING FUNCTION TRIM(ws-authlog-name) X'00'
               INTO ws-dd-value-z
           CALL "setenv" USING REFERENCE ws-dd-name-z
                               REFERENCE ws-dd-value-z
                               VALUE 1
                         RETURNING ws-setenv-rc
           .
