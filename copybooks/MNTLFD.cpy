      *FD and record layout for the MNTLOG maintenance audit trail.
       FD  MNTLOG-FILE.
       01  MNTLOG-RECORD.
           02 MT-ENTRY.
              03 MT-TIMESTAMP           PIC X(21).
      *           The operating-system identity the command ran
      *           under.
              03 MT-OPERATOR            PIC X(12).
              03 MT-VERB                PIC X(10).
              03 MT-TARGET              PIC X(12).
              03 MT-OUTCOME             PIC X(30).
      *        Audit chain: the record's place in the MNTLOG chain
      *        and its digest over MT-ENTRY and the previous
      *        record's digest (see authchn). Blank on records
      *        written before chaining began.
           02 MT-CHAIN-SEQ              PIC 9(9).
           02 MT-CHAIN-DIGEST           PIC X(32).
