      *> --- DD-CONTAINER-LOG-QUERY ---
      *> The question being asked of the container access log: every item that
      *> went in or out of the container at one position, or every container
      *> one player touched, between two dates (yyyymmdd, both inclusive).
      *> Shared by the "containerlog" admin command (ContainerLog-Lookup) and
      *> the ContainerReport batch program.
       01 CONTAINER-LOG-QUERY.
           *> "pos" or "player"
           02 CLOG-QUERY-MODE      PIC X(8).
           02 CLOG-QUERY-PLAYER    PIC X(16).
           02 CLOG-QUERY-DIM       BINARY-CHAR UNSIGNED.
           02 CLOG-QUERY-POSITION.
               03 CLOG-QUERY-X         BINARY-LONG.
               03 CLOG-QUERY-Y         BINARY-LONG.
               03 CLOG-QUERY-Z         BINARY-LONG.
           02 CLOG-QUERY-FROM      PIC X(8).
           02 CLOG-QUERY-TO        PIC X(8).
