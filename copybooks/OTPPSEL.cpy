      *Select clause for the OTPPIN one-time PIN file.
      *Keyed indexed (VSAM-style) file holding the one outstanding
      *second-factor PIN per username, stored salted and hashed the
      *way passwords are, so the file is no use to whoever reads it.
      *A fresh LOGN replaces the record; OTPV deletes it once used.
           SELECT OTPPIN-FILE ASSIGN TO "OTPPIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-USERNAME
               FILE STATUS IS WS-OTPPIN-STATUS.
