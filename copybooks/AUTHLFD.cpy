      *FD and record layout for the AUTHLOG audit trail file.
       FD  AUTHLOG-FILE.
       01  AUTHLOG-RECORD.
           02 AL-ENTRY.
              03 AL-TIMESTAMP           PIC X(21).
              03 AL-USERNAME            PIC X(12).
              03 AL-RESULT              PIC X(5).
              03 AL-REQUEST-TYPE        PIC X(4).
      *           Same reason code the caller was given in
      *           AS-REASON-CODE, so reporting can break failures
      *           down by cause.
              03 AL-REASON-CODE         PIC X(8).
      *           The calling application's AR-CLIENT-ID, so a spike
      *           can be traced to the channel it came through. Blank
      *           on records written before the field existed.
              03 AL-CLIENT-ID           PIC X(8).
      *        Audit chain: the record's place in the AUTHLOG chain
      *        and its digest over AL-ENTRY and the previous
      *        record's digest (see authchn). Blank on records
      *        written before chaining began.
           02 AL-CHAIN-SEQ              PIC 9(9).
           02 AL-CHAIN-DIGEST           PIC X(32).
