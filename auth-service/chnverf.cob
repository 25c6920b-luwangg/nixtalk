      *Audit chain verifier for AUTHLOG and MNTLOG.
      *Every record the workers and the maintenance jobs write to
      *either log is sealed by authchn with a sequence number and a
      *digest chained to the record before it. This job reads back a
      *date range of both logs - the AUTHLOG.ccyymmdd archive members
      *the logroll job produces, the live AUTHLOG.DAT, and MNTLOG.DAT
      *- puts each log's records in sequence order and checks the
      *chain, reporting:
      *    BROKEN    a record whose digest no longer matches its
      *              content (edited), a sequence number that appears
      *              twice (inserted or copied), or a record written
      *              after chaining began that carries no seal
      *    MISSING   sequence numbers absent from the range (deleted
      *              lines, a deleted archive member, or a truncated
      *              live file, judged against CHNSTAT's last sealed
      *              sequence)
      *    REORDERED a record that sits after a higher-numbered one
      *              in the same file (lines moved)
      *The first problem in sequence order is named on its own line,
      *followed by up to twenty problems per log and the total count.
      *Every record is checked against the stored digest of the one
      *before it, so a single edit shows once instead of breaking
      *everything after it.
      *
      *The chain is checked from the first record of the range on;
      *that record is the anchor and only its own successors are
      *judged (unless it is sequence 1, which is checked against the
      *chain's starting value). As authprpt does, the AUTHLOG member
      *before the first day is read too, so the anchor sits before
      *the range proper. Records stamped before the chain was started
      *are counted as pre-chain and not judged.
      *
      *When the range runs to today the live files are read to their
      *end and compared with CHNSTAT; otherwise the walk stops at the
      *last day's archive member and MNTLOG records after that day
      *are left out.
      *
      *The run and its result are logged to MNTLOG (verb CHNVERIFY),
      *so the audit trail shows when it was last proved intact.
      *
      *Invocation:
      *    chnverf from-ccyymmdd [to-ccyymmdd]
      *The to date defaults to today.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chnverf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same DD-style repointing authprpt uses, so one select can
      *    read whichever archive member (or the live file) the walk
      *    has reached.
           SELECT AUTHLOG-FILE ASSIGN TO "CHNVERFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authlog-status.
           COPY MNTLSEL.
           COPY CHNSSEL.
           SELECT CHAIN-SORT ASSIGN TO "CHNVERF.SRT".

       DATA DIVISION.
       FILE SECTION.
           COPY AUTHLFD.
           COPY MNTLFD.
           COPY CHNSFD.
       SD  CHAIN-SORT.
       01  CHAIN-SORT-RECORD.
           02 CV-SEQ                    PIC 9(9).
      *        Order the record was read in, so records sharing a
      *        sequence number come back in file order.
           02 CV-ARRIVAL                PIC 9(9).
           02 CV-SOURCE                 PIC X(16).
           02 CV-TIMESTAMP              PIC X(21).
           02 CV-SEALED                 PIC X(1).
           02 CV-REORDERED              PIC X(1).
           02 CV-BODY                   PIC X(100).
           02 CV-DIGEST                 PIC X(32).

       WORKING-STORAGE SECTION.
       01 ws-authlog-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chnstat-status            PIC X(2).
       01 ws-authlog-name              PIC X(16).
       01 ws-dd-name-z                 PIC X(10).
       01 ws-dd-value-z                PIC X(17).
       01 ws-setenv-rc                 PIC S9(9) COMP-5.

       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).

       01 ws-arg-count                 PIC 9(4).
       01 ws-from-date                 PIC X(8).
       01 ws-to-date                   PIC X(8).
       01 ws-from-num                  PIC 9(8).
       01 ws-to-num                    PIC 9(8).
       01 ws-from-dayno                PIC 9(9).
       01 ws-to-dayno                  PIC 9(9).
       01 ws-today-date                PIC X(8).
       01 ws-scan-dayno                PIC 9(9).
       01 ws-scan-date8                PIC 9(8).
       01 ws-scan-from-date            PIC X(8).
       01 ws-include-live              PIC X(1).

       01 ws-operator                  PIC X(12).
       01 ws-mnt-outcome               PIC X(30).

      *The log being verified and what CHNSTAT says about it.
       01 ws-log-id                    PIC X(8).
       01 ws-state-found               PIC X(1).
       01 ws-state-last-seq            PIC 9(9).
       01 ws-state-last-ts             PIC X(21).
       01 ws-state-first-ts            PIC X(21).

      *One record as read, whichever log it came from.
       01 ws-rec-source                PIC X(16).
       01 ws-rec-ts                    PIC X(21).
       01 ws-rec-body                  PIC X(100).
       01 ws-rec-seq                   PIC 9(9).
       01 ws-rec-digest                PIC X(32).
       01 ws-file-last-seq             PIC 9(9).
       01 ws-arrival                   PIC 9(9).

       01 ws-sort-done                 PIC X(1).
       01 ws-anchor-set                PIC X(1).
       01 ws-anchor-seq                PIC 9(9).
       01 ws-prev-seq                  PIC 9(9).
       01 ws-prev-digest               PIC X(32).
       01 ws-genesis-digest            PIC X(32) VALUE ALL "0".
       01 ws-calc-seq                  PIC 9(9).
       01 ws-calc-digest               PIC X(32).
       01 ws-gap-from                  PIC 9(9).
       01 ws-gap-to                    PIC 9(9).

       01 ws-records-checked           PIC 9(9).
       01 ws-prechain-count            PIC 9(9).
       01 ws-problem-count             PIC 9(7).
       01 ws-problem-kind              PIC X(9).
       01 ws-problem-detail            PIC X(60).
       01 ws-first-kind                PIC X(9).
       01 ws-first-detail              PIC X(60).
       01 ws-authlog-result            PIC X(9).
       01 ws-mntlog-result             PIC X(9).

       PROCEDURE DIVISION.
       para-entry.
           ACCEPT ws-arg-count FROM ARGUMENT-NUMBER
           IF ws-arg-count IS LESS THAN 1 THEN
               DISPLAY "USAGE: chnverf from-ccyymmdd [to-ccyymmdd]"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today-date
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           IF ws-arg-count IS GREATER THAN OR EQUAL TO 2 THEN
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ws-to-date FROM ARGUMENT-VALUE
           ELSE
               MOVE ws-today-date TO ws-to-date
           END-IF

           IF ws-from-date IS NOT NUMERIC OR
              ws-to-date IS NOT NUMERIC THEN
               DISPLAY "DATES MUST BE CCYYMMDD"
               GOBACK
           END-IF
           MOVE ws-from-date TO ws-from-num
           MOVE ws-to-date TO ws-to-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-from-num)
              IS NOT EQUAL TO 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(ws-to-num)
              IS NOT EQUAL TO 0 THEN
               DISPLAY "DATES MUST BE CCYYMMDD"
               GOBACK
           END-IF
           COMPUTE ws-from-dayno =
               FUNCTION INTEGER-OF-DATE(ws-from-num)
           COMPUTE ws-to-dayno =
               FUNCTION INTEGER-OF-DATE(ws-to-num)
           IF ws-to-dayno IS LESS THAN ws-from-dayno THEN
               DISPLAY "TO DATE IS BEFORE FROM DATE"
               GOBACK
           END-IF
           COMPUTE ws-scan-date8 =
               FUNCTION DATE-OF-INTEGER(ws-from-dayno - 1)
           MOVE ws-scan-date8 TO ws-scan-from-date
           IF ws-to-date IS NOT LESS THAN ws-today-date THEN
               MOVE 'Y' TO ws-include-live
           ELSE
               MOVE 'N' TO ws-include-live
           END-IF

           PERFORM para-identify-operator

           DISPLAY "AUDIT CHAIN VERIFICATION " ws-from-date
                   " THROUGH " ws-to-date

           MOVE "AUTHLOG" TO ws-log-id
           PERFORM para-load-chain-state
           PERFORM para-reset-counts
           SORT CHAIN-SORT
               ON ASCENDING KEY CV-SEQ CV-ARRIVAL
               INPUT PROCEDURE IS para-release-authlog
               OUTPUT PROCEDURE IS para-check-chain
           PERFORM para-report-log
           MOVE ws-first-kind TO ws-authlog-result

           MOVE "MNTLOG" TO ws-log-id
           PERFORM para-load-chain-state
           PERFORM para-reset-counts
           SORT CHAIN-SORT
               ON ASCENDING KEY CV-SEQ CV-ARRIVAL
               INPUT PROCEDURE IS para-release-mntlog
               OUTPUT PROCEDURE IS para-check-chain
           PERFORM para-report-log
           MOVE ws-first-kind TO ws-mntlog-result

           PERFORM para-log-run
           GOBACK
           .

       para-load-chain-state.
           MOVE 'N' TO ws-state-found
           MOVE 0 TO ws-state-last-seq
           MOVE SPACES TO ws-state-last-ts
           MOVE SPACES TO ws-state-first-ts
           OPEN INPUT CHNSTAT-FILE
           IF ws-chnstat-status IS EQUAL TO "00" THEN
               MOVE ws-log-id TO CS-LOG-ID
               READ CHNSTAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-state-found
                       MOVE CS-LAST-SEQ TO ws-state-last-seq
                       MOVE CS-LAST-TS TO ws-state-last-ts
                       MOVE CS-FIRST-TS TO ws-state-first-ts
               END-READ
               CLOSE CHNSTAT-FILE
           END-IF
           .

       para-reset-counts.
           MOVE 0 TO ws-arrival
           MOVE 0 TO ws-records-checked
           MOVE 0 TO ws-prechain-count
           MOVE 0 TO ws-problem-count
           MOVE "INTACT" TO ws-first-kind
           MOVE SPACES TO ws-first-detail
           .

      *----------------------------------------------------------------
      *Input side: every record of the range, tagged with where it
      *was found and whether it sits out of order in its file.
      *----------------------------------------------------------------
       para-release-authlog.
           COMPUTE ws-scan-dayno = ws-from-dayno - 1
           PERFORM para-release-one-member
               UNTIL ws-scan-dayno IS GREATER THAN ws-to-dayno
           IF ws-include-live IS EQUAL TO 'Y' THEN
               MOVE "AUTHLOG.DAT" TO ws-authlog-name
               PERFORM para-point-authlog-dd
               OPEN INPUT AUTHLOG-FILE
               IF ws-authlog-status IS EQUAL TO "00" THEN
                   PERFORM para-release-open-authlog
               END-IF
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
           MOVE 0 TO ws-file-last-seq
           MOVE ws-authlog-name TO ws-rec-source
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
                   MOVE AL-ENTRY TO ws-rec-body
                   IF AL-CHAIN-SEQ IS NUMERIC THEN
                       MOVE AL-CHAIN-SEQ TO ws-rec-seq
                   ELSE
                       MOVE 0 TO ws-rec-seq
                   END-IF
                   MOVE AL-CHAIN-DIGEST TO ws-rec-digest
                   PERFORM para-release-record
           END-READ
           .

       para-release-mntlog.
           OPEN INPUT MNTLOG-FILE
           IF ws-mntlog-status IS EQUAL TO "00" THEN
               MOVE 0 TO ws-file-last-seq
               MOVE "MNTLOG.DAT" TO ws-rec-source
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
                   IF MT-TIMESTAMP(1:8) IS NOT LESS THAN
                      ws-scan-from-date AND
                      (ws-include-live IS EQUAL TO 'Y' OR
                       MT-TIMESTAMP(1:8) IS NOT GREATER THAN
                       ws-to-date) THEN
                       MOVE MT-TIMESTAMP TO ws-rec-ts
                       MOVE MT-ENTRY TO ws-rec-body
                       IF MT-CHAIN-SEQ IS NUMERIC THEN
                           MOVE MT-CHAIN-SEQ TO ws-rec-seq
                       ELSE
                           MOVE 0 TO ws-rec-seq
                       END-IF
                       MOVE MT-CHAIN-DIGEST TO ws-rec-digest
                       PERFORM para-release-record
                   END-IF
           END-READ
           .

       para-release-record.
      *    An unsealed record sorts to the front as sequence zero;
      *    one stamped before the chain began is simply not judged.
           IF ws-rec-seq IS GREATER THAN 0 THEN
               MOVE 'Y' TO CV-SEALED
               IF ws-rec-seq IS LESS THAN ws-file-last-seq THEN
                   MOVE 'Y' TO CV-REORDERED
               ELSE
                   MOVE 'N' TO CV-REORDERED
                   MOVE ws-rec-seq TO ws-file-last-seq
               END-IF
               PERFORM para-release-tagged
           ELSE
               IF ws-state-found IS EQUAL TO 'N' OR
                  ws-rec-ts IS LESS THAN ws-state-first-ts THEN
                   ADD 1 TO ws-prechain-count
               ELSE
                   MOVE 'N' TO CV-SEALED
                   MOVE 'N' TO CV-REORDERED
                   PERFORM para-release-tagged
               END-IF
           END-IF
           .

       para-release-tagged.
           ADD 1 TO ws-arrival
           MOVE ws-rec-seq TO CV-SEQ
           MOVE ws-arrival TO CV-ARRIVAL
           MOVE ws-rec-source TO CV-SOURCE
           MOVE ws-rec-ts TO CV-TIMESTAMP
           MOVE ws-rec-body TO CV-BODY
           MOVE ws-rec-digest TO CV-DIGEST
           RELEASE CHAIN-SORT-RECORD
           .

      *----------------------------------------------------------------
      *Output side: the records in sequence order, each judged
      *against the one before it.
      *----------------------------------------------------------------
       para-check-chain.
           MOVE 'N' TO ws-anchor-set
           MOVE 0 TO ws-anchor-seq
           MOVE 0 TO ws-prev-seq
           MOVE SPACES TO ws-prev-digest
           MOVE 'N' TO ws-sort-done
           PERFORM para-check-one-record
               UNTIL ws-sort-done IS EQUAL TO 'Y'
           PERFORM para-check-chain-end
           .

       para-check-one-record.
           RETURN CHAIN-SORT
               AT END
                   MOVE 'Y' TO ws-sort-done
               NOT AT END
                   ADD 1 TO ws-records-checked
                   IF CV-SEALED IS EQUAL TO 'N' THEN
                       MOVE "BROKEN" TO ws-problem-kind
                       MOVE SPACES TO ws-problem-detail
                       STRING "NOT SEALED, STAMPED "
                              CV-TIMESTAMP(1:14) " IN " CV-SOURCE
                           DELIMITED BY SIZE INTO ws-problem-detail
                       PERFORM para-note-problem
                   ELSE
                       IF CV-REORDERED IS EQUAL TO 'Y' THEN
                           MOVE "REORDERED" TO ws-problem-kind
                           MOVE SPACES TO ws-problem-detail
                           STRING "SEQ " CV-SEQ
                                  " AFTER A HIGHER SEQ IN " CV-SOURCE
                               DELIMITED BY SIZE
                               INTO ws-problem-detail
                           PERFORM para-note-problem
                       END-IF
                       PERFORM para-check-sequence
                   END-IF
           END-RETURN
           .

       para-check-sequence.
           EVALUATE TRUE
               WHEN ws-anchor-set IS EQUAL TO 'N' AND
                    CV-SEQ IS EQUAL TO 1
                   MOVE ws-genesis-digest TO ws-prev-digest
                   PERFORM para-check-digest
                   PERFORM para-advance-chain
               WHEN ws-anchor-set IS EQUAL TO 'N'
                   MOVE CV-SEQ TO ws-anchor-seq
                   PERFORM para-advance-chain
               WHEN CV-SEQ IS EQUAL TO ws-prev-seq
                   MOVE "BROKEN" TO ws-problem-kind
                   MOVE SPACES TO ws-problem-detail
                   STRING "SEQ " CV-SEQ " APPEARS TWICE, AGAIN IN "
                          CV-SOURCE
                       DELIMITED BY SIZE INTO ws-problem-detail
                   PERFORM para-note-problem
               WHEN CV-SEQ IS GREATER THAN ws-prev-seq + 1
                   COMPUTE ws-gap-from = ws-prev-seq + 1
                   COMPUTE ws-gap-to = CV-SEQ - 1
                   MOVE "MISSING" TO ws-problem-kind
                   MOVE SPACES TO ws-problem-detail
                   STRING "SEQ " ws-gap-from " THRU " ws-gap-to
                          " BEFORE " CV-TIMESTAMP(1:14)
                       DELIMITED BY SIZE INTO ws-problem-detail
                   PERFORM para-note-problem
                   PERFORM para-advance-chain
               WHEN OTHER
                   PERFORM para-check-digest
                   PERFORM para-advance-chain
           END-EVALUATE
           .

       para-check-digest.
           MOVE "DIGEST" TO ws-chain-action
           MOVE CV-SEQ TO ws-calc-seq
           MOVE ws-prev-digest TO ws-calc-digest
           CALL "authchn" USING ws-chain-action ws-log-id CV-BODY
                                 ws-calc-seq ws-calc-digest
           IF ws-calc-digest IS NOT EQUAL TO CV-DIGEST THEN
               MOVE "BROKEN" TO ws-problem-kind
               MOVE SPACES TO ws-problem-detail
               STRING "SEQ " CV-SEQ " DOES NOT MATCH ITS DIGEST, IN "
                      CV-SOURCE
                   DELIMITED BY SIZE INTO ws-problem-detail
               PERFORM para-note-problem
           END-IF
           .

       para-advance-chain.
      *    The next record is judged against this one's stored
      *    digest, so one altered record is reported once.
           MOVE 'Y' TO ws-anchor-set
           MOVE CV-SEQ TO ws-prev-seq
           MOVE CV-DIGEST TO ws-prev-digest
           .

       para-check-chain-end.
      *    Only a walk that reached the live end can say the tail is
      *    missing: CHNSTAT read before the walk names the last
      *    record that must be there. A chain started but not yet
      *    written to (last sequence zero) has no tail to miss.
           IF ws-include-live IS EQUAL TO 'Y' AND
              ws-state-found IS EQUAL TO 'Y' AND
              ws-state-last-seq IS GREATER THAN 0 THEN
               IF ws-anchor-set IS EQUAL TO 'Y' THEN
                   IF ws-prev-seq IS LESS THAN ws-state-last-seq THEN
                       COMPUTE ws-gap-from = ws-prev-seq + 1
                       MOVE "MISSING" TO ws-problem-kind
                       MOVE SPACES TO ws-problem-detail
                       STRING "SEQ " ws-gap-from " THRU "
                              ws-state-last-seq " AT END OF LOG"
                           DELIMITED BY SIZE INTO ws-problem-detail
                       PERFORM para-note-problem
                   END-IF
               ELSE
                   IF ws-state-last-ts(1:8) IS NOT LESS THAN
                      ws-scan-from-date THEN
                       MOVE "MISSING" TO ws-problem-kind
                       MOVE SPACES TO ws-problem-detail
                       STRING "LAST SEALED SEQ " ws-state-last-seq
                              " STAMPED " ws-state-last-ts(1:14)
                              " NOT FOUND"
                           DELIMITED BY SIZE INTO ws-problem-detail
                       PERFORM para-note-problem
                   END-IF
               END-IF
           END-IF
           .

       para-note-problem.
           ADD 1 TO ws-problem-count
           IF ws-problem-count IS EQUAL TO 1 THEN
               MOVE ws-problem-kind TO ws-first-kind
               MOVE ws-problem-detail TO ws-first-detail
           END-IF
           IF ws-problem-count IS NOT GREATER THAN 20 THEN
               DISPLAY "  " ws-log-id " " ws-problem-kind " "
                       ws-problem-detail
           END-IF
           .

       para-report-log.
           DISPLAY ws-log-id ": " ws-records-checked
                   " RECORDS CHECKED, " ws-prechain-count
                   " PRE-CHAIN"
           IF ws-anchor-seq IS GREATER THAN 0 THEN
               DISPLAY "  CHECKED FROM ANCHOR SEQ " ws-anchor-seq
           END-IF
           IF ws-problem-count IS EQUAL TO 0 THEN
               DISPLAY "  CHAIN INTACT"
           ELSE
               IF ws-problem-count IS GREATER THAN 20 THEN
                   DISPLAY "  ... AND MORE"
               END-IF
               DISPLAY "  PROBLEMS: " ws-problem-count
               DISPLAY "  FIRST PROBLEM: " ws-first-kind " "
                       ws-first-detail
           END-IF
           .

       para-point-authlog-dd.
      *    Repoints the CHNVERFIN logical name at ws-authlog-name the
      *    way a JCL DD statement would; same mechanism authprpt uses
      *    for AUTHPRPTIN.
           STRING "CHNVERFIN" X'00' INTO ws-dd-name-z
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

       para-log-run.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "CHNVERIFY" TO MT-VERB
           MOVE ws-from-date TO MT-TARGET
           MOVE SPACES TO ws-mnt-outcome
           STRING "AUTH " DELIMITED BY SIZE
                  ws-authlog-result DELIMITED BY SPACE
                  " MNT " DELIMITED BY SIZE
                  ws-mntlog-result DELIMITED BY SPACE
               INTO ws-mnt-outcome
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
