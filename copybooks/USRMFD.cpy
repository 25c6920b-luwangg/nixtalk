      *        login after the field existed; usrdorm falls back to
      *        UM-PSWD-CHANGED-TS for those.
           02 UM-LAST-LOGIN-TS         PIC X(21).
      *        Last day (ccyymmdd, inclusive) the account may log in;
      *        a LOGN after it is refused with ACCTEXP. Set for
      *        contractors and temps. Blank = no end date, which is
      *        also how records predating the field read.
           02 UM-EXPIRY-DATE           PIC X(8).
      *        Username of the employee sponsoring an account with an
      *        end date; usrexpn lists upcoming expiries under it so
      *        the sponsor can extend them. Blank when there is none.
           02 UM-SPONSOR               PIC X(12).
