           02 ST-USERNAME              PIC X(12).
           02 ST-CREATED-TS            PIC X(21).
           02 ST-EXPIRES-SECS          PIC 9(18).
      *        The APPREG client-id the session was issued through.
           02 ST-CLIENT-ID             PIC X(8).
      *        How many times RENW has pushed the expiry out.
           02 ST-RENEW-COUNT           PIC 9(5).
