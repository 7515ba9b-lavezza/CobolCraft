      *> --- DD-PROTOCOL-POTIONS ---
      *> The potion registry in the order protocol 766 (1.20.5-1.20.6) numbers
      *> it: a potion's registry ID is its PROTOCOL-POTION-NAME index less 1.
      *> Version 1 names a bottle's brew in its slot NBT, {Potion: "..."}, and
      *> needs no IDs; later versions carry the ID in the potion_contents slot
      *> component instead - see Protocol-EncodeSlot/Protocol-DecodeSlot.
      *> Assumed values, the same way the registry IDs in Server are.
       01 PROTOCOL-POTION-COUNT    BINARY-LONG UNSIGNED    VALUE 46.
       01 PROTOCOL-POTION-NAMES.
           02 FILLER                   PIC X(24)   VALUE "water".
           02 FILLER                   PIC X(24)   VALUE "mundane".
           02 FILLER                   PIC X(24)   VALUE "thick".
           02 FILLER                   PIC X(24)   VALUE "awkward".
           02 FILLER                   PIC X(24)   VALUE "night_vision".
           02 FILLER                   PIC X(24)   VALUE "long_night_vision".
           02 FILLER                   PIC X(24)   VALUE "invisibility".
           02 FILLER                   PIC X(24)   VALUE "long_invisibility".
           02 FILLER                   PIC X(24)   VALUE "leaping".
           02 FILLER                   PIC X(24)   VALUE "long_leaping".
           02 FILLER                   PIC X(24)   VALUE "strong_leaping".
           02 FILLER                   PIC X(24)   VALUE "fire_resistance".
           02 FILLER                   PIC X(24)   VALUE "long_fire_resistance".
           02 FILLER                   PIC X(24)   VALUE "swiftness".
           02 FILLER                   PIC X(24)   VALUE "long_swiftness".
           02 FILLER                   PIC X(24)   VALUE "strong_swiftness".
           02 FILLER                   PIC X(24)   VALUE "slowness".
           02 FILLER                   PIC X(24)   VALUE "long_slowness".
           02 FILLER                   PIC X(24)   VALUE "strong_slowness".
           02 FILLER                   PIC X(24)   VALUE "turtle_master".
           02 FILLER                   PIC X(24)   VALUE "long_turtle_master".
           02 FILLER                   PIC X(24)   VALUE "strong_turtle_master".
           02 FILLER                   PIC X(24)   VALUE "water_breathing".
           02 FILLER                   PIC X(24)   VALUE "long_water_breathing".
           02 FILLER                   PIC X(24)   VALUE "healing".
           02 FILLER                   PIC X(24)   VALUE "strong_healing".
           02 FILLER                   PIC X(24)   VALUE "harming".
           02 FILLER                   PIC X(24)   VALUE "strong_harming".
           02 FILLER                   PIC X(24)   VALUE "poison".
           02 FILLER                   PIC X(24)   VALUE "long_poison".
           02 FILLER                   PIC X(24)   VALUE "strong_poison".
           02 FILLER                   PIC X(24)   VALUE "regeneration".
           02 FILLER                   PIC X(24)   VALUE "long_regeneration".
           02 FILLER                   PIC X(24)   VALUE "strong_regeneration".
           02 FILLER                   PIC X(24)   VALUE "strength".
           02 FILLER                   PIC X(24)   VALUE "long_strength".
           02 FILLER                   PIC X(24)   VALUE "strong_strength".
           02 FILLER                   PIC X(24)   VALUE "weakness".
           02 FILLER                   PIC X(24)   VALUE "long_weakness".
           02 FILLER                   PIC X(24)   VALUE "luck".
           02 FILLER                   PIC X(24)   VALUE "slow_falling".
           02 FILLER                   PIC X(24)   VALUE "long_slow_falling".
           02 FILLER                   PIC X(24)   VALUE "wind_charged".
           02 FILLER                   PIC X(24)   VALUE "weaving".
           02 FILLER                   PIC X(24)   VALUE "oozing".
           02 FILLER                   PIC X(24)   VALUE "infested".
       01 PROTOCOL-POTION-NAME-TABLE REDEFINES PROTOCOL-POTION-NAMES.
           02 PROTOCOL-POTION-NAME     PIC X(24)   OCCURS 46 TIMES.
