      *Select clause for the NOTIFY outbound notification file.
      *Append-only line sequential hand-off to the SMS/mail gateway,
      *which picks records up, looks the username up in its own
      *contact directory and delivers the message. This is the one
      *place a one-time PIN exists in the clear, so the file belongs
      *to the service and gateway accounts only, and the gateway
      *empties it as it delivers.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
