      *> --- DD-BRIDGE ---
      *> Inbound bridge checkpoint - the sequence number of the last record from
      *> save/bridge-in.txt that has been injected into the game, mirrored in
      *> save/bridge-checkpoint.txt. Declared EXTERNAL so Bridge-Poll (which skips
      *> everything up to it) and Bridge-Ack (which advances it) share one copy.
       01 BRIDGE-CHECKPOINT-FILE PIC X(27)  VALUE "save/bridge-checkpoint.txt".
       01 BRIDGE-STATE EXTERNAL.
           02 BRIDGE-CHECKPOINT-LOADED BINARY-CHAR UNSIGNED   VALUE 0.
           02 BRIDGE-CHECKPOINT    BINARY-DOUBLE UNSIGNED     VALUE 0.
