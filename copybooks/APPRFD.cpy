           02 AP-CLIENT-ID              PIC X(8).
           02 FILLER                    PIC X(1).
           02 AP-DESCRIPTION            PIC X(40).
           02 FILLER                    PIC X(1).
      *        Request types the application may send, as four-letter
      *        codes separated by spaces (e.g. "VALD RENW LOGO");
      *        blank allows every type.
           02 AP-ALLOWED-TYPES          PIC X(40).
           02 FILLER                    PIC X(1).
      *        Role a username must hold to log in through this
      *        application; blank for none.
           02 AP-LOGIN-ROLE             PIC X(8).
           02 FILLER                    PIC X(1).
      *        Session TTL in seconds for sessions this application
      *        issues or renews; blank uses SESSION_TTL_SECS.
           02 AP-SESSION-TTL            PIC X(9).
