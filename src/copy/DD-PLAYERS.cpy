               *> diamond ore broken (World-SetBlock), the counter behind the
               *> "first diamond" advancement trigger - see AdvancementCheckTick
               03 PLAYER-STAT-DIAMONDS-MINED BINARY-LONG UNSIGNED   VALUE 0.
               *> catches landed with a fishing rod - see UseFishingRod
               03 PLAYER-STAT-FISH-CAUGHT   BINARY-LONG UNSIGNED    VALUE 0.
               *> Named home points set with /sethome and teleported to with /home
               *> - see HandlePlayerCommand in Server. Persisted by Player-SaveData
               *> in a "Homes" list next to the Pos tag.
               *> by Player-SaveData, read back mainly by the offline PlayerReport
               *> batch program for its last-seen column.
               03 PLAYER-LAST-SEEN          PIC X(14).
               *> Set by the offline PlayerEdit batch program so Player-SaveData
               *> writes PLAYER-LAST-SEEN back unchanged - an edit made while the
               *> player is away is not a visit.
               03 PLAYER-KEEP-LAST-SEEN     BINARY-CHAR UNSIGNED    VALUE 0.
               *> Set while this player is on the death screen (health 0, Combat Death
               *> sent) and waiting to click respawn - see ApplyDamage/RespawnPlayer in
               *> Server. No damage applies and no movement is trusted while set.
                   04 PLAYER-SPAWN-X       FLOAT-LONG              VALUE 0.
                   04 PLAYER-SPAWN-Y       FLOAT-LONG              VALUE 64.
                   04 PLAYER-SPAWN-Z       FLOAT-LONG              VALUE 0.
               *> Bank balance in emeralds - moved by /deposit, /withdraw, /pay and
               *> bank-settled chest shops (see the bank sections in Server), every
               *> movement mirrored in save/bank-ledger.txt. Persisted by
               *> Player-SaveData as "Balance" and saved straight after each
               *> movement, so the offline BankReconcile batch program can tie the
               *> saved balances back to the ledger.
               03 PLAYER-BALANCE       BINARY-LONG             VALUE 0.
               *> Login and playtime rewards - see RewardLoginCheck and
               *> RewardPlaytimeCheck in Server and DD-REWARDS. The day of the
               *> last daily claim (yyyymmdd) and the streak it continued, and the
               *> highest playtime milestone (in minutes) already paid. A reward
               *> that fitted neither the inventory nor the ender chest waits in
               *> PLAYER-REWARD-OWED, announced by mail, and is tried again at
               *> every login. Persisted by Player-SaveData in a "Rewards"
               *> compound.
               03 PLAYER-REWARD-LAST-DAY    PIC X(8).
               03 PLAYER-REWARD-STREAK      BINARY-LONG UNSIGNED    VALUE 0.
               03 PLAYER-REWARD-PLAYTIME-MIN BINARY-LONG UNSIGNED   VALUE 0.
               03 PLAYER-REWARD-OWED-COUNT  BINARY-LONG UNSIGNED    VALUE 0.
               03 PLAYER-REWARD-OWED OCCURS 10 TIMES.
                   04 PLAYER-REWARD-OWED-KIND   PIC X(8).
                   04 PLAYER-REWARD-OWED-KEY    BINARY-LONG UNSIGNED    VALUE 0.
                   04 PLAYER-REWARD-OWED-ITEM   PIC X(50).
                   04 PLAYER-REWARD-OWED-AMOUNT BINARY-CHAR UNSIGNED    VALUE 0.
               *> Which message catalog this player's messages come from - see
               *> Messages-Format. PLAYER-LANGUAGE is the /language choice (e.g.
               *> "es", "pt_br"), persisted by Player-SaveData as "Language" and
               *> left blank to follow the game client; PLAYER-LOCALE is the
               *> locale the client last reported in Client Information, lowercased
               *> and not saved, as it is sent again at every join.
               03 PLAYER-LANGUAGE      PIC X(16)               VALUE SPACES.
               03 PLAYER-LOCALE        PIC X(16)               VALUE SPACES.
