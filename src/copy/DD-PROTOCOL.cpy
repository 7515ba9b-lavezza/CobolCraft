      *> --- DD-PROTOCOL ---
      *> The client protocol versions this server knows, and for each one how
      *> its IDs differ from the ones the rest of the code is written against.
      *> Only versions with PROTOCOL-ENABLED set are accepted or advertised.
      *> Version 1 is the protocol every SendPacket-* wrapper, HandlePlay and
      *> the registry constants in Server are written for; it has no mappings.
      *> Each further version carries a list of ranges: a value of the given
      *> kind from PROTOCOL-MAP-LOW to PROTOCOL-MAP-HIGH has PROTOCOL-MAP-SHIFT
      *> added to it, the first matching range winning, and a value no range
      *> covers is the same in both. Clientbound packet IDs ("cb-login",
      *> "cb-config", "cb-play") and registry IDs ("entity_type", "sound",
      *> "mob_effect", "block_state", "item") are given in version 1's
      *> numbering and shifted to the client's; serverbound packet IDs
      *> ("sb-config", "sb-play") and item IDs a client sends ("sb-item") are
      *> given in the client's numbering and shifted back to version 1's, a
      *> result below 0 meaning the packet or item has no counterpart and is
      *> ignored; a packet only a later version has keeps its own number where
      *> version 1 never used it. Where a packet's layout differs as well, the
      *> wrapper asks Protocol-IndexForHandle which version it is writing for.
      *> Filled in by Protocol-Init; a client's
      *> version is picked in HandleHandshake (see CLIENT-PROTOCOL-INDEX in
      *> DD-CLIENTS) and applied by SendPacket, ReceivePacket and the wrappers
      *> that carry registry IDs. Declared EXTERNAL so the Protocol-* programs
      *> share one table.
       01 MAX-PROTOCOLS        BINARY-LONG UNSIGNED    VALUE 2.
       01 MAX-PROTOCOL-MAPS    BINARY-LONG UNSIGNED    VALUE 32.
       01 PROTOCOL-TABLE EXTERNAL.
           02 PROTOCOL-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
           02 PROTOCOL-VERSION OCCURS 2 TIMES.
               03 PROTOCOL-NUMBER      BINARY-LONG             VALUE 0.
               *> the game versions speaking it, as shown to players
               03 PROTOCOL-NAME        PIC X(16).
               03 PROTOCOL-ENABLED     BINARY-CHAR UNSIGNED    VALUE 0.
               03 PROTOCOL-MAP-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
               03 PROTOCOL-MAP OCCURS 32 TIMES.
                   04 PROTOCOL-MAP-KIND    PIC X(12).
                   04 PROTOCOL-MAP-LOW     BINARY-LONG.
                   04 PROTOCOL-MAP-HIGH    BINARY-LONG.
                   04 PROTOCOL-MAP-SHIFT   BINARY-LONG.
