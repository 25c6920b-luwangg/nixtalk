      *Select clause for the AUTHCTL operator control file.
      *A one-line command (RUN/RELOAD/LOGROLL/STOP) the listener
      *polls for, so maintenance can reload USRMAST or shut the
      *listener down cleanly without killing an in-flight request.
      *LOGROLL is accepted and ignored; see authctl.
           SELECT AUTHCTL-FILE ASSIGN TO "AUTHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHCTL-STATUS.
