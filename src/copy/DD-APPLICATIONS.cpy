      *> --- DD-APPLICATIONS ---
      *> Whitelist applications - one per unknown player turned away while
      *> WHITELIST-ENABLE is on, opened or refreshed by every further attempt
      *> (see Applications-Record and HandleLogin in Server) and worked by
      *> staff with the "applications", "approve" and "deny" admin commands.
      *> Loaded from save/whitelist-applications.txt at startup and rewritten
      *> on every change - see Applications-Load/Applications-Save. One
      *> "|"-separated line per application in the field order below.
      *> APPLICATION-STATUS is "pending" or "denied"; an approved name moves
      *> to save/whitelist.txt and leaves this table, while a denied one stays
      *> so that further attempts are counted but never reopen it.
      *> APPLICATION-UUID is the 32-hex-digit UUID the client sent with its
      *> login - the player's own claim, as the whitelist check comes before
      *> any session verification. Timestamps are yyyymmddhhmmss. Declared
      *> EXTERNAL so Server and the Applications-* programs address the same
      *> table.
       01 MAX-APPLICATIONS     BINARY-LONG UNSIGNED    VALUE 100.
       01 APPLICATIONS-TABLE EXTERNAL.
           02 APPLICATION-COUNT    BINARY-LONG UNSIGNED    VALUE 0.
           02 APPLICATION-ENTRY OCCURS 100 TIMES.
               03 APPLICATION-NAME         PIC X(16).
               03 APPLICATION-STATUS       PIC X(8).
               03 APPLICATION-UUID         PIC X(32).
               03 APPLICATION-ADDRESS      PIC X(45).
               03 APPLICATION-FIRST        PIC X(14).
               03 APPLICATION-LAST         PIC X(14).
               03 APPLICATION-ATTEMPTS     BINARY-LONG UNSIGNED    VALUE 0.
               03 APPLICATION-DECIDED-BY   PIC X(16).
               03 APPLICATION-DECIDED      PIC X(14).
