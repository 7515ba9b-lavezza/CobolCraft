      *> and "#" comment lines ignored) - see Advancements-Load and
      *> AdvancementCheckTick in Server. The stat names the persisted per-player
      *> counter the threshold is checked against: blocksPlaced, blocksBroken,
      *> mobsKilled, deaths, playTime, distanceCm, fishCaught, or diamondsMined
      *> (whose threshold 1 is the "first diamond ore broken" one-shot). Earned IDs
      *> live in the player NBT - see PLAYER-ADV in DD-PLAYERS. Hot-reloaded
      *> alongside the access lists. Declared EXTERNAL so Server and
      *> Advancements-Load address the same table.
