      *Select clause for the CHNSTAT audit chain state file.
      *One record per chained log (AUTHLOG, MNTLOG) holding the
      *sequence and digest of the last record sealed into it.
      *LOCK MODE IS AUTOMATIC so the writer that has read the record
      *to seal its next log line holds it until that line is written
      *and the record rewritten; no other writer can take the same
      *sequence number or slip a line in between.
           SELECT CHNSTAT-FILE ASSIGN TO "CHNSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-LOG-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CHNSTAT-STATUS.
