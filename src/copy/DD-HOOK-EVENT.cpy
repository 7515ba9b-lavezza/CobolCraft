      *> PLAYER_JOIN/PLAYER_LEAVE event leaves EVENT-POSITION/EVENT-BLOCK-ID zeroed, and a
      *> BLOCK_CHANGE event triggered by world generation rather than a player leaves
      *> EVENT-USERNAME blank - a hook program should only read the fields it cares about.
      *> EVENT-DETAIL carries the party name for PARTY_JOIN/PARTY_LEAVE (fired as a
      *> player joins, leaves, or is kicked from a party, or a party is created or
      *> disbanded) and is blank for every other kind.
       01 HOOK-EVENT.
           02 EVENT-KIND            PIC X(16).
           02 EVENT-USERNAME        PIC X(16).
               03 EVENT-Y               BINARY-LONG.
               03 EVENT-Z               BINARY-LONG.
           02 EVENT-BLOCK-ID        BINARY-LONG UNSIGNED.
           02 EVENT-DETAIL          PIC X(32).
