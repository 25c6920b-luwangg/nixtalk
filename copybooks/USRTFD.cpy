      *FD and record layout for the USRTRAN bulk maintenance feed.
      *One transaction per line: a verb, the target username, and
      *(for ADD) the initial password plus, for contractors and
      *temps, the account end date and sponsoring employee.
       FD  USRTRAN-FILE.
       01  USRTRAN-RECORD.
      *        ADD / DISABLE / ENABLE / REMOVE
           02 TR-VERB                   PIC X(8).
           02 TR-USERNAME               PIC X(12).
           02 TR-PASSWORD               PIC X(20).
      *        ccyymmdd last day of access; blank = no end date
           02 TR-EXPIRY-DATE            PIC X(8).
      *        Required when TR-EXPIRY-DATE is given
           02 TR-SPONSOR                PIC X(12).
