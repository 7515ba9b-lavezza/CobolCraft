      *> --- DD-DEATHS ---
      *> One player's death history - the last MAX-DEATHS deaths, oldest
      *> first - as kept in save/deaths/<username>.dat. Each death is snapped
      *> by Deaths-Record from ApplyDamage in Server before the inventory is
      *> dropped: the whole 46-slot inventory (armor included, slot NBT and
      *> all), the experience level and progress, where it happened and what
      *> did it (DEATH-CAUSE - "fall", "starvation", "poison", "mob", "arrow"
      *> or "pvp" plus the shooter or attacker). Staff list and restore them
      *> with the "deaths" command - see AdminDeathsCommand. A restored death
      *> keeps DEATH-RESTORED-BY/-TIME so it can't be handed out twice.
      *> DEATH-ID numbers a player's deaths from 1 and never repeats, so an id
      *> staff read off the list still means the same death after newer ones
      *> have pushed old ones out. The file is this record's image, tagged by
      *> DEATH-FILE-MAGIC so a layout change is caught rather than misread.
      *> Timestamps are yyyymmddhhmmss. Declared EXTERNAL so Server and the
      *> Deaths-* programs address the same history.
       01 MAX-DEATHS           BINARY-LONG UNSIGNED    VALUE 5.
       01 DEATH-HISTORY EXTERNAL.
           02 DEATH-FILE-MAGIC     PIC X(8).
           02 DEATH-NEXT-ID        BINARY-LONG UNSIGNED    VALUE 1.
           02 DEATH-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
           02 DEATH-ENTRY OCCURS 5 TIMES.
               03 DEATH-ID             BINARY-LONG UNSIGNED    VALUE 0.
               03 DEATH-TIME           PIC X(14).
               03 DEATH-DIMENSION      BINARY-CHAR UNSIGNED    VALUE 0.
               03 DEATH-X              FLOAT-LONG              VALUE 0.
               03 DEATH-Y              FLOAT-LONG              VALUE 0.
               03 DEATH-Z              FLOAT-LONG              VALUE 0.
               03 DEATH-CAUSE          PIC X(32).
               03 DEATH-XP-LEVEL       BINARY-LONG UNSIGNED    VALUE 0.
               03 DEATH-XP-PROGRESS    FLOAT-SHORT             VALUE 0.
               03 DEATH-RESTORED-BY    PIC X(16).
               03 DEATH-RESTORED-TIME  PIC X(14).
               03 DEATH-INVENTORY.
                   04 DEATH-SLOT OCCURS 46 TIMES.
                       05 DEATH-SLOT-ID            BINARY-LONG             VALUE 0.
                       05 DEATH-SLOT-COUNT         BINARY-CHAR UNSIGNED    VALUE 0.
                       05 DEATH-SLOT-NBT-LENGTH    BINARY-SHORT UNSIGNED   VALUE 0.
                       05 DEATH-SLOT-NBT-DATA      PIC X(1024).
