      *> --- DD-ANIMALS ---
      *> Livestock limits, loaded from save/animals.txt - one "<setting> <value>"
      *> line per setting, blank lines and "#" comment lines ignored - see
      *> Animals-Load, and MobSpawnTick, FeedAnimal and MobBreedTick in Server.
      *> The world is cut into square areas ANIMAL-AREA-CHUNKS chunks on a side;
      *> no area may hold more than ANIMAL-AREA-CAP cows and pigs together,
      *> babies included, whether they would come from MobSpawnTick or from
      *> breeding - so one busy farm cannot take every MOBS slot. The timings are
      *> in AI ticks (half a second each). A missing file, or a setting it leaves
      *> out, keeps the default below. Hot-reloaded alongside the access lists.
      *> Declared EXTERNAL so Server and the loader address the same record.
       01 ANIMAL-SETTINGS EXTERNAL.
           *> "area-chunks", 1-16
           02 ANIMAL-AREA-CHUNKS   BINARY-LONG UNSIGNED    VALUE 4.
           *> "area-cap", 1-64
           02 ANIMAL-AREA-CAP      BINARY-LONG UNSIGNED    VALUE 12.
           *> "love-ticks" - how long a fed adult stays ready to pair up
           02 ANIMAL-LOVE-TICKS    BINARY-LONG UNSIGNED    VALUE 60.
           *> "breed-cooldown" - 5 minutes, as in vanilla
           02 ANIMAL-BREED-COOLDOWN BINARY-LONG UNSIGNED   VALUE 600.
           *> "grow-age" - 20 minutes from birth to adult, as in vanilla
           02 ANIMAL-GROW-AGE      BINARY-LONG UNSIGNED    VALUE 2400.
