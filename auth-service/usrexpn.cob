      *Nightly contractor expiry notice.
      *Accounts with an end date (UM-EXPIRY-DATE, set by a usrload
      *ADD or usrmaint EXPIRE) are refused at the listener with
      *ACCTEXP from the day after it. This job walks USRMAST and lists
      *every active account whose end date falls within
      *EXPIRY_NOTICE_DAYS, grouped by the sponsoring employee
      *(UM-SPONSOR), in the USREXPN.DAT notice file the mail run
      *picks up, so each manager sees their own contractors in one
      *place and can have them extended before the gate shuts.
      *
      *Each notice line carries the sponsor, the account, its last
      *day and the days left. A sponsor that is no longer an active
      *account is flagged on every one of its lines - nobody would
      *read that notice, so ops has to find a new sponsor. Accounts
      *already past their date are not listed again; they show in
      *AUTHLOG as ACCTEXP refusals if anyone is still trying.
      *
      *The run is logged to MNTLOG so mntrpt shows it happened.
      *
      *Invocation:
      *    usrexpn
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrexpn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY USRMSEL.
           COPY MNTLSEL.
           SELECT NOTICE-FILE ASSIGN TO "USREXPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-notice-status.

       DATA DIVISION.
       FILE SECTION.
           COPY USRMFD.
           COPY MNTLFD.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           02 EN-SPONSOR                PIC X(12).
           02 FILLER                    PIC X(1).
           02 EN-USERNAME               PIC X(12).
           02 FILLER                    PIC X(1).
           02 EN-EXPIRY-DATE            PIC X(8).
           02 FILLER                    PIC X(1).
           02 EN-DAYS-LEFT              PIC ZZZ9.
           02 FILLER                    PIC X(1).
           02 EN-NOTE                   PIC X(30).

       WORKING-STORAGE SECTION.
       01 ws-usrmast-status            PIC X(2).
       01 ws-mntlog-status             PIC X(2).
       01 ws-chain-action              PIC X(8).
       01 ws-chain-log                 PIC X(8) VALUE "MNTLOG".
       01 ws-chain-body                PIC X(100).
       01 ws-chain-write-status        PIC X(2).
       01 ws-notice-status             PIC X(2).

       01 ws-config-key                PIC X(32).
       01 ws-config-value              PIC X(100).
       01 ws-notice-days               PIC 9(4) VALUE 14.

       01 ws-operator                  PIC X(12).
       01 ws-mnt-outcome               PIC X(30).

       01 ws-today-date                PIC X(8).
       01 ws-today-num                 PIC 9(8).
       01 ws-today-dayno               PIC 9(9).
       01 ws-expiry-num                PIC 9(8).
       01 ws-expiry-dayno              PIC 9(9).

      *Accounts inside the notice window, gathered on the sweep and
      *written out grouped by sponsor once the sweep is done.
       01 ws-expn-count                PIC 9(4) VALUE 0.
       01 ws-expn-table.
           02 ws-expn-entry OCCURS 2000 TIMES
                   INDEXED BY ws-expn-idx.
               03 ws-expn-username     PIC X(12).
               03 ws-expn-sponsor      PIC X(12).
               03 ws-expn-date         PIC X(8).
               03 ws-expn-days-left    PIC 9(4).
               03 ws-expn-written      PIC X(1).
       01 ws-expn-table-full           PIC X(1) VALUE 'N'.
       01 ws-group-idx                 PIC 9(4).
       01 ws-sponsor-note              PIC X(30).

       01 ws-active-count              PIC 9(5) VALUE 0.
       01 ws-notice-count              PIC 9(5) VALUE 0.
       01 ws-sponsor-count             PIC 9(5) VALUE 0.
       01 ws-orphan-count              PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       para-entry.
           MOVE "EXPIRY_NOTICE_DAYS" TO ws-config-key
           CALL "authcfg" USING ws-config-key ws-config-value
           IF ws-config-value IS NOT EQUAL TO SPACES THEN
               COMPUTE ws-notice-days =
                   FUNCTION NUMVAL(FUNCTION TRIM(ws-config-value))
           END-IF

           OPEN INPUT USRMAST-FILE
           IF ws-usrmast-status IS NOT EQUAL TO "00" THEN
               DISPLAY "FATAL: CANNOT OPEN USRMAST.DAT, STATUS "
                       ws-usrmast-status
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today-date
           MOVE ws-today-date TO ws-today-num
           COMPUTE ws-today-dayno =
               FUNCTION INTEGER-OF-DATE(ws-today-num)

           PERFORM para-identify-operator

           MOVE LOW-VALUES TO UM-USERNAME
           START USRMAST-FILE KEY IS GREATER THAN OR EQUAL TO
                 UM-USERNAME
               INVALID KEY
                   MOVE "10" TO ws-usrmast-status
           END-START
           PERFORM para-sweep-one-account
               UNTIL ws-usrmast-status IS NOT EQUAL TO "00"

           OPEN OUTPUT NOTICE-FILE
           PERFORM VARYING ws-expn-idx FROM 1 BY 1
                   UNTIL ws-expn-idx IS GREATER THAN ws-expn-count
               IF ws-expn-written(ws-expn-idx) IS EQUAL TO 'N'
                   PERFORM para-write-sponsor-group
               END-IF
           END-PERFORM
           CLOSE NOTICE-FILE
           CLOSE USRMAST-FILE

           DISPLAY "EXPIRY NOTICE RUN COMPLETE"
           DISPLAY "  ACTIVE ACCOUNTS:   " ws-active-count
           DISPLAY "  EXPIRING IN " ws-notice-days " DAYS: "
                   ws-notice-count
           DISPLAY "  SPONSORS NOTIFIED: " ws-sponsor-count
           DISPLAY "  NO ACTIVE SPONSOR: " ws-orphan-count
           DISPLAY "  NOTICES: USREXPN.DAT"

           PERFORM para-log-run-summary
           GOBACK
           .

       para-sweep-one-account.
           READ USRMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO ws-usrmast-status
               NOT AT END
                   IF UM-STATUS IS EQUAL TO "A" THEN
                       ADD 1 TO ws-active-count
                       IF UM-EXPIRY-DATE IS NUMERIC THEN
                           PERFORM para-judge-expiry
                       END-IF
                   END-IF
           END-READ
           .

       para-judge-expiry.
      *    The end date is the last day of access, so an account
      *    expiring today still has 0 days left and is listed.
           MOVE UM-EXPIRY-DATE TO ws-expiry-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-expiry-num)
              IS EQUAL TO 0 AND
              UM-EXPIRY-DATE IS NOT LESS THAN ws-today-date THEN
               COMPUTE ws-expiry-dayno =
                   FUNCTION INTEGER-OF-DATE(ws-expiry-num)
               IF ws-expiry-dayno - ws-today-dayno IS NOT GREATER
                  THAN ws-notice-days THEN
                   PERFORM para-hold-notice
               END-IF
           END-IF
           .

       para-hold-notice.
           IF ws-expn-count IS LESS THAN 2000 THEN
               ADD 1 TO ws-expn-count
               MOVE UM-USERNAME TO ws-expn-username(ws-expn-count)
               MOVE UM-SPONSOR TO ws-expn-sponsor(ws-expn-count)
               MOVE UM-EXPIRY-DATE TO ws-expn-date(ws-expn-count)
               COMPUTE ws-expn-days-left(ws-expn-count) =
                   ws-expiry-dayno - ws-today-dayno
               MOVE 'N' TO ws-expn-written(ws-expn-count)
           ELSE
               IF ws-expn-table-full IS EQUAL TO 'N' THEN
                   DISPLAY "WARNING: NOTICE TABLE FULL AT 2000; "
                           "LATER EXPIRING ACCOUNTS ARE NOT LISTED"
                   MOVE 'Y' TO ws-expn-table-full
               END-IF
           END-IF
           .

       para-write-sponsor-group.
      *    ws-expn-idx is the first unwritten account of a sponsor;
      *    it and every later account with the same sponsor go out
      *    together.
           ADD 1 TO ws-sponsor-count
           PERFORM para-check-sponsor
           PERFORM VARYING ws-group-idx FROM ws-expn-idx BY 1
                   UNTIL ws-group-idx IS GREATER THAN ws-expn-count
               IF ws-expn-written(ws-group-idx) IS EQUAL TO 'N' AND
                  ws-expn-sponsor(ws-group-idx) IS EQUAL TO
                  ws-expn-sponsor(ws-expn-idx)
                   PERFORM para-write-notice
               END-IF
           END-PERFORM
           .

       para-check-sponsor.
           MOVE SPACES TO ws-sponsor-note
           IF ws-expn-sponsor(ws-expn-idx) IS EQUAL TO SPACES THEN
               MOVE "NO SPONSOR ON RECORD" TO ws-sponsor-note
           ELSE
               MOVE ws-expn-sponsor(ws-expn-idx) TO UM-USERNAME
               READ USRMAST-FILE
                   INVALID KEY
                       MOVE "SPONSOR NOT ON FILE" TO ws-sponsor-note
                   NOT INVALID KEY
                       IF UM-STATUS IS NOT EQUAL TO "A" THEN
                           MOVE "SPONSOR DISABLED" TO ws-sponsor-note
                       END-IF
               END-READ
           END-IF
           .

       para-write-notice.
           MOVE 'Y' TO ws-expn-written(ws-group-idx)
           ADD 1 TO ws-notice-count
           IF ws-sponsor-note IS NOT EQUAL TO SPACES THEN
               ADD 1 TO ws-orphan-count
           END-IF
           MOVE SPACES TO NOTICE-RECORD
           MOVE ws-expn-sponsor(ws-group-idx) TO EN-SPONSOR
           MOVE ws-expn-username(ws-group-idx) TO EN-USERNAME
           MOVE ws-expn-date(ws-group-idx) TO EN-EXPIRY-DATE
           MOVE ws-expn-days-left(ws-group-idx) TO EN-DAYS-LEFT
           MOVE ws-sponsor-note TO EN-NOTE
           WRITE NOTICE-RECORD
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

       para-log-run-summary.
           MOVE FUNCTION CURRENT-DATE TO MT-TIMESTAMP
           MOVE ws-operator TO MT-OPERATOR
           MOVE "EXPNOTICE" TO MT-VERB
           MOVE SPACES TO MT-TARGET
           MOVE SPACES TO ws-mnt-outcome
           STRING "EXPIRING " ws-notice-count
                  " NOSPONSOR " ws-orphan-count
               DELIMITED BY SIZE INTO ws-mnt-outcome
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
