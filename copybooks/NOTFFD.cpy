      *FD and record layout for the NOTIFY outbound notification
      *file.
       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD.
           02 NT-TIMESTAMP             PIC X(21).
           02 NT-USERNAME              PIC X(12).
      *        OTPPIN - second-factor PIN for a privileged login;
      *                 NT-TEXT holds the PIN itself
           02 NT-KIND                  PIC X(8).
           02 NT-TEXT                  PIC X(40).
      *        How long the message stays good for, so the gateway
      *        can drop one it only gets to after it has lapsed.
           02 NT-VALID-SECS            PIC 9(9).
           02 NT-CLIENT-ID             PIC X(8).
