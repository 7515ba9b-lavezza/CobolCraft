      *> --- DD-CONTAINER-LOG ---
      *> One line of the container access log, as ContainerLog-Match reads it
      *> back out of logs/containers-<yyyy-mm-dd>.txt (see ContainerLog-Record
      *> for the line itself). The question asked of the log is in
      *> DD-CONTAINER-LOG-QUERY.
       01 CONTAINER-LOG-ENTRY.
           02 CLOG-STAMP           PIC X(14).
           02 CLOG-DIM             BINARY-CHAR UNSIGNED.
           02 CLOG-POSITION.
               03 CLOG-X               BINARY-LONG.
               03 CLOG-Y               BINARY-LONG.
               03 CLOG-Z               BINARY-LONG.
           *> chest, furnace, hopper or brewing_stand
           02 CLOG-KIND            PIC X(13).
           *> "-" when no player did it (a rollback, world machinery)
           02 CLOG-PLAYER          PIC X(16).
           *> put, took, or broke (the container was broken with this inside)
           02 CLOG-ACTION          PIC X(5).
           02 CLOG-COUNT           BINARY-LONG.
           02 CLOG-ITEM            PIC X(50).
           *> 1 if the line read cleanly and answers the query
           02 CLOG-MATCHED         BINARY-CHAR UNSIGNED.
