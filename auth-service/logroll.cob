      *End-of-day roll of the AUTHLOG audit trail.
      *The live AUTHLOG.DAT is renamed to a per-date archive member
      *(AUTHLOG.ccyymmdd). Nothing has to be told about it: the
      *workers and batch jobs open AUTHLOG.DAT afresh for every
      *record, so the next record after the rename starts the new
      *live file.
      *
      *The roll is safe while workers are running: a record whose
      *writer opened the file just before the rename follows it into
      *the archive rather than being lost. The archive for a date may
      *therefore hold a few records stamped just after midnight; no
      *record is ever dropped.
      *
      *The audit chain (see authchn) runs straight across the roll:
      *its sequence and last digest live in CHNSTAT, not in the file,
      *so the first record of the new live file follows on from the
      *last one sealed into the archive. To mark the boundary, the
      *new live file is started with a sealed ROLL record (request
      *type ROLL, the archive date as its reason code), so chnverf
      *can tell a roll from a deleted stretch of log and the reports,
      *which only count login records, pass over it.
      *
      *Invocation:
      *    logroll [ccyymmdd]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUTHLSEL.
      *    Opened only to test whether the archive member already
      *    exists; rolling onto an existing member would silently
      *    bury its records. ARCHCHK is a DD-style logical name the

       DATA DIVISION.
       FILE SECTION.
           COPY AUTHLFD.
       FD  ARCHCHK-FILE.
       01  ARCHCHK-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-archchk-status            PIC X(2).
       01 ws-authlog-status            PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "AUTHLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).

       01 ws-arg-count                 PIC 9(4).
       01 ws-roll-date                 PIC X(8).
               GOBACK
           END-IF

           PERFORM para-write-roll-marker

           DISPLAY "AUTHLOG ROLLED TO " ws-archive-name
           GOBACK
           .

       para-write-roll-marker.
      *    Sealed before AUTHLOG.DAT is opened, as every AUTHLOG
      *    writer does, so the live file is created under the chain
      *    lock and a worker logging at the same moment extends it
      *    rather than creating it over the marker. Closed again
      *    before COMMIT so the marker is on disk before the next
      *    number goes out.
           MOVE SPACES TO AUTHLOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "OK" TO AL-RESULT
           MOVE "ROLL" TO AL-REQUEST-TYPE
           MOVE ws-roll-date TO AL-REASON-CODE
           MOVE "LOGROLL" TO AL-CLIENT-ID
           MOVE AL-ENTRY TO ws-chain-body
           MOVE "SEAL" TO ws-chain-action
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body AL-CHAIN-SEQ
                                 AL-CHAIN-DIGEST
           OPEN EXTEND AUTHLOG-FILE
           IF ws-authlog-status IS EQUAL TO "35" THEN
               OPEN OUTPUT AUTHLOG-FILE
           END-IF
           IF ws-authlog-status IS EQUAL TO "00" THEN
               WRITE AUTHLOG-RECORD
               MOVE ws-authlog-status TO ws-chain-write-status
               CLOSE AUTHLOG-FILE
               IF ws-chain-write-status IS EQUAL TO "00" THEN
                   MOVE ws-authlog-status TO ws-chain-write-status
               END-IF
               IF ws-chain-write-status IS NOT EQUAL TO "00" THEN
                   DISPLAY "WARNING: CANNOT WRITE AUTHLOG.DAT, STATUS "
                           ws-chain-write-status ", NO ROLL MARKER"
               END-IF
           ELSE
               MOVE ws-authlog-status TO ws-chain-write-status
               DISPLAY "WARNING: CANNOT OPEN AUTHLOG.DAT, STATUS "
                       ws-authlog-status ", NO ROLL MARKER WRITTEN"
           END-IF
           IF ws-chain-write-status IS EQUAL TO "00" THEN
               MOVE "COMMIT" TO ws-chain-action
           ELSE
               MOVE "ABANDON" TO ws-chain-action
           END-IF
           CALL "authchn" USING ws-chain-action ws-chain-log
                                 ws-chain-body AL-CHAIN-SEQ
                                 AL-CHAIN-DIGEST
           IF ws-chain-write-status IS EQUAL TO "00" THEN
               DISPLAY "AUDIT CHAIN CARRIED AT SEQUENCE " AL-CHAIN-SEQ
           END-IF
           .
