      *Audit chain sealer shared by everything that writes AUTHLOG or
      *MNTLOG: the authenticate workers, usrmaint, usrload, usrdorm,
      *usrrecon and the other maintenance and reporting jobs, and
      *logroll's roll marker. Every record carries a sequence number
      *and a digest computed over the record's own fields, its
      *sequence number and the digest of the record before it, so a
      *line edited, deleted or moved after the fact no longer fits
      *the chain and chnverf can say which one.
      *
      *A writer calls this twice around each WRITE:
      *    SEAL    reads and locks the log's CHNSTAT record, and
      *            returns the next sequence number and the digest
      *            for the body passed in
      *    COMMIT  stores that sequence and digest as the log's last
      *            and releases the lock
      *    ABANDON releases the lock without storing anything, for a
      *            WRITE that failed, so the number is handed out
      *            again instead of leaving a hole in the chain
      *Holding the CHNSTAT record from SEAL to COMMIT is what keeps
      *two workers appending at the same moment from taking the same
      *number or writing their lines in the opposite order to their
      *numbers. The writer opens the log, writes and closes it
      *between the two calls, so the line is on disk before the
      *next number is given out, and the log file is only ever
      *created under the lock, so two writers finding it missing
      *after a roll cannot both create it. chnverf uses
      *    DIGEST  recompute a digest (LK-DIGEST in: the previous
      *            record's digest, out: this record's) without
      *            touching CHNSTAT
      *
      *The digest folds the body through authhash eight bytes at a
      *time, each step salted with the running digest, and is keyed
      *with AUDIT_CHAIN_KEY from the config file so someone who can
      *edit the log but not read the config cannot forge a line that
      *fits. The key is read once per process.
      *
      *Sealing is advisory the way the journal is: if CHNSTAT cannot
      *be opened or the record stays locked, the record is written
      *unsealed (sequence zero) with a console warning rather than
      *refusing the login or the maintenance command, and chnverf
      *reports the gap.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authchn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHNSSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CHNSFD.

       WORKING-STORAGE SECTION.
       01 ws-chnstat-status            PIC X(2).
       01 ws-chnstat-open              PIC X(1) VALUE 'N'.
       01 ws-sealed                    PIC X(1) VALUE 'N'.
       01 ws-seed-log                  PIC X(8).
       01 ws-lock-tries                PIC 9(4).
       01 ws-lock-wait-usecs           PIC 9(9) COMP-5 VALUE 20000.

       01 ws-config-key                PIC X(32).
       01 ws-config-value              PIC X(100).
       01 ws-key-loaded                PIC X(1) VALUE 'N'.
       01 ws-chain-key                 PIC X(16).

       01 ws-genesis-digest            PIC X(32) VALUE ALL "0".
       01 ws-prev-digest               PIC X(32).
       01 ws-seq                       PIC 9(9).
       01 ws-now-ts                    PIC X(21).

       01 ws-chain-input               PIC X(128).
       01 ws-chunk-pos                 PIC 9(3).
       01 ws-running                   PIC X(32).
       01 ws-hash-salt                 PIC X(8).
       01 ws-hash-plain                PIC X(20).

       LINKAGE SECTION.
       01 LK-ACTION                    PIC X(8).
       01 LK-LOG-ID                    PIC X(8).
       01 LK-BODY                      PIC X(100).
       01 LK-SEQ                       PIC 9(9).
       01 LK-DIGEST                    PIC X(32).

       PROCEDURE DIVISION USING LK-ACTION LK-LOG-ID LK-BODY
                                LK-SEQ LK-DIGEST.
       para-entry.
           IF ws-key-loaded IS EQUAL TO 'N' THEN
               PERFORM para-load-key
           END-IF

           EVALUATE LK-ACTION
               WHEN "SEAL"
                   PERFORM para-seal
               WHEN "COMMIT"
                   PERFORM para-commit
               WHEN "ABANDON"
                   PERFORM para-abandon
               WHEN "DIGEST"
                   MOVE LK-SEQ TO ws-seq
                   MOVE LK-DIGEST TO ws-prev-digest
                   PERFORM para-compute-digest
                   MOVE ws-running TO LK-DIGEST
           END-EVALUATE
           GOBACK
           .

       para-load-key.
           MOVE "AUDIT_CHAIN_KEY" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           MOVE ws-config-value TO ws-chain-key
           MOVE 'Y' TO ws-key-loaded
           .

       para-seal.
           MOVE 0 TO LK-SEQ
           MOVE SPACES TO LK-DIGEST
           MOVE 'N' TO ws-sealed

      *    Both chains are started when the file is created, so
      *    every SEAL reads an existing record under its lock; two
      *    writers sealing the very first record cannot both start
      *    the chain at number one.
           OPEN I-O CHNSTAT-FILE
           IF ws-chnstat-status IS EQUAL TO "35" THEN
               OPEN OUTPUT CHNSTAT-FILE
               MOVE "AUTHLOG" TO ws-seed-log
               PERFORM para-seed-chain-state
               MOVE "MNTLOG" TO ws-seed-log
               PERFORM para-seed-chain-state
               CLOSE CHNSTAT-FILE
               OPEN I-O CHNSTAT-FILE
           END-IF
           IF ws-chnstat-status IS NOT EQUAL TO "00" THEN
               DISPLAY "WARNING: CANNOT OPEN CHNSTAT.DAT, STATUS "
                       ws-chnstat-status ", " LK-LOG-ID
                       " RECORD NOT SEALED"
               GOBACK
           END-IF
           MOVE 'Y' TO ws-chnstat-open

      *    A lock is held only for one WRITE, so a short wait clears
      *    it; a record still locked after a couple of seconds
      *    belongs to a writer that is stuck, and the log line is not
      *    held up for it.
           PERFORM para-lock-chain-state
      *    A log with no record yet (a CHNSTAT that predates it) is
      *    started the same way; if another writer starts it first
      *    the WRITE fails as a duplicate and the READ takes theirs.
           IF ws-chnstat-status IS EQUAL TO "23" THEN
               MOVE LK-LOG-ID TO ws-seed-log
               PERFORM para-seed-chain-state
               PERFORM para-lock-chain-state
           END-IF

           EVALUATE ws-chnstat-status
               WHEN "00"
                   MOVE CS-LAST-SEQ TO ws-seq
                   MOVE CS-LAST-DIGEST TO ws-prev-digest
               WHEN OTHER
                   DISPLAY "WARNING: CANNOT READ CHNSTAT.DAT, STATUS "
                           ws-chnstat-status ", " LK-LOG-ID
                           " RECORD NOT SEALED"
                   CLOSE CHNSTAT-FILE
                   MOVE 'N' TO ws-chnstat-open
                   GOBACK
           END-EVALUATE

           ADD 1 TO ws-seq
           PERFORM para-compute-digest
           MOVE ws-seq TO LK-SEQ
           MOVE ws-running TO LK-DIGEST
           MOVE 'Y' TO ws-sealed
           .

       para-seed-chain-state.
           MOVE ws-seed-log TO CS-LOG-ID
           MOVE 0 TO CS-LAST-SEQ
           MOVE ws-genesis-digest TO CS-LAST-DIGEST
           MOVE FUNCTION CURRENT-DATE TO CS-FIRST-TS
           MOVE CS-FIRST-TS TO CS-LAST-TS
           WRITE CHNSTAT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       para-lock-chain-state.
           MOVE 0 TO ws-lock-tries
           PERFORM para-read-chain-state
           PERFORM UNTIL ws-chnstat-status IS NOT EQUAL TO "51" OR
                         ws-lock-tries IS GREATER THAN 100
               CALL "usleep" USING VALUE ws-lock-wait-usecs
               ADD 1 TO ws-lock-tries
               PERFORM para-read-chain-state
           END-PERFORM
           .

       para-read-chain-state.
           MOVE LK-LOG-ID TO CS-LOG-ID
           READ CHNSTAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           .

       para-commit.
           IF ws-sealed IS EQUAL TO 'Y' THEN
               MOVE FUNCTION CURRENT-DATE TO ws-now-ts
               MOVE LK-SEQ TO CS-LAST-SEQ
               MOVE LK-DIGEST TO CS-LAST-DIGEST
               MOVE ws-now-ts TO CS-LAST-TS
               REWRITE CHNSTAT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: CANNOT REWRITE "
                               "CHNSTAT.DAT, STATUS "
                               ws-chnstat-status
               END-REWRITE
               MOVE 'N' TO ws-sealed
           END-IF
           PERFORM para-release-chain-state
           .

       para-abandon.
      *    The record never reached the log, so the chain stays
      *    where it was and the next SEAL reuses the number.
           MOVE 'N' TO ws-sealed
           PERFORM para-release-chain-state
           .

       para-release-chain-state.
           IF ws-chnstat-open IS EQUAL TO 'Y' THEN
               CLOSE CHNSTAT-FILE
               MOVE 'N' TO ws-chnstat-open
           END-IF
           .

       para-compute-digest.
      *    Input is key, sequence and body, padded to whole eight
      *    byte steps. Each step hashes the next eight bytes with
      *    the first twenty characters of the running digest, so
      *    every byte before it, and the previous record's digest,
      *    carries into the result.
           MOVE SPACES TO ws-chain-input
           STRING ws-chain-key ws-seq LK-BODY
               DELIMITED BY SIZE INTO ws-chain-input
           MOVE ws-prev-digest TO ws-running
           PERFORM VARYING ws-chunk-pos FROM 1 BY 8
                   UNTIL ws-chunk-pos IS GREATER THAN 128
               MOVE ws-running(1:8) TO ws-hash-salt
               MOVE ws-running(9:12) TO ws-hash-plain(1:12)
               MOVE ws-chain-input(ws-chunk-pos:8)
                   TO ws-hash-plain(13:8)
               CALL "authhash" USING ws-hash-salt ws-hash-plain
                                      ws-running
           END-PERFORM
           .
