      *> --- DD-REWARDS ---
      *> Login and playtime rewards, loaded from save/rewards.txt (one
      *> "daily <day> <item> <count>" or "playtime <minutes> <item> <count>"
      *> line per entry, blank lines and "#" comment lines ignored) - see
      *> Rewards-Load and RewardLoginCheck/RewardPlaytimeCheck in Server. Daily
      *> entries form a streak calendar: a player's first login of the day pays
      *> out every entry for their streak day, and the calendar starts over
      *> after its last day (REWARD-CYCLE-DAYS, the highest day listed). A
      *> playtime entry pays out once, when PLAYER-STAT-PLAYTIME first reaches
      *> that many minutes. A day or milestone may have several entries. Every
      *> reward handed out is written to save/reward-ledger.txt, which the
      *> ItemCensus batch reads back. Hot-reloaded alongside the access lists.
      *> Declared EXTERNAL so Server and Rewards-Load address the same table.
       01 MAX-REWARDS          BINARY-LONG UNSIGNED    VALUE 64.
       01 REWARDS-TABLE EXTERNAL.
           02 REWARD-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
           02 REWARD-CYCLE-DAYS    BINARY-LONG UNSIGNED    VALUE 0.
           02 REWARD-ENTRY OCCURS 64 TIMES.
               *> "daily" or "playtime"
               03 REWARD-KIND          PIC X(8).
               *> the streak day (daily) or minutes of play (playtime)
               03 REWARD-KEY           BINARY-LONG UNSIGNED    VALUE 0.
               03 REWARD-ITEM-NAME     PIC X(50).
               03 REWARD-ITEM-COUNT    BINARY-CHAR UNSIGNED    VALUE 0.
