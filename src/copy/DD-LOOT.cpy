      *> --- DD-LOOT ---
      *> Data-driven drop tables, loaded from save/loot.txt (one
      *> "<mob|block|fishing> <key> <item> <min> <max> <chance%>" line per entry,
      *> blank lines and "#" comment lines ignored) - see Loot-Load and
      *> RollLootDrops in Server. Mob keys are the plain names
      *> cow/pig/zombie/villager; block keys are registry names; fishing has the
      *> one key "water", rolled per catch. A key may have several entries
      *> (each rolled independently); a key with at least one entry overrides
      *> that mob's, block's or catch's built-in drop entirely, so drop rates
      *> are a file edit, not a code change. Hot-reloaded alongside the access lists. Declared EXTERNAL
      *> so Server and Loot-Load address the same table.
       01 MAX-LOOT-ENTRIES     BINARY-LONG UNSIGNED    VALUE 64.
       01 LOOT-TABLE EXTERNAL.
