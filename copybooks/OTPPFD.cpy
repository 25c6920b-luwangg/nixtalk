      *FD and record layout for the OTPPIN one-time PIN file.
       FD  OTPPIN-FILE.
       01  OTPPIN-RECORD.
           02 OP-USERNAME              PIC X(12).
           02 OP-PIN-SALT              PIC X(8).
           02 OP-PIN-HASH              PIC X(32).
           02 OP-ISSUED-TS             PIC X(21).
      *        Past this (seconds on the authtime clock) the PIN is
      *        dead and the user has to log in again for a new one.
           02 OP-EXPIRES-SECS          PIC 9(18).
      *        The APPREG client-id the LOGN that issued it came in
      *        through.
           02 OP-CLIENT-ID             PIC X(8).
