      *FD and record layout for the CHNSTAT audit chain state file.
       FD  CHNSTAT-FILE.
       01  CHNSTAT-RECORD.
      *        "AUTHLOG" or "MNTLOG"
           02 CS-LOG-ID                 PIC X(8).
           02 CS-LAST-SEQ               PIC 9(9).
           02 CS-LAST-DIGEST            PIC X(32).
           02 CS-LAST-TS                PIC X(21).
      *        When the chain was started; log lines stamped before
      *        it were written unchained and are not expected to
      *        carry a digest.
           02 CS-FIRST-TS               PIC X(21).
