      *> --- DD-BREWING ---
      *> Brewing recipes, loaded from save/brewing.txt - one "<ingredient item>
      *> <base potion> <result potion> [<effect> <amplifier> <seconds>]" line per
      *> recipe, blank lines and "#" comment lines ignored - see Brewing-Load, and
      *> InitBrewTables, BrewingTick and the potion branch of the "Use item" handler
      *> in Server. Potions are named the vanilla way ("minecraft:awkward"); the
      *> effect is one of the /effect command's names, or "none" for a potion that
      *> is only a base for further brewing. The ingredient's registry ID is
      *> resolved once at load time. A missing file (or one with no usable line)
      *> leaves the table empty, and InitBrewTables puts the built-in recipes back.
      *> Hot-reloaded alongside the access lists. Declared EXTERNAL so Server and
      *> the loader address the same table.
       01 MAX-BREW-RECIPES     BINARY-LONG UNSIGNED    VALUE 32.
       01 BREWING-TABLE EXTERNAL.
           02 BREW-TABLE-SIZE      BINARY-LONG UNSIGNED    VALUE 0.
           02 BREW-TABLE-ENTRY OCCURS 32 TIMES.
               03 BREW-INGREDIENT-NAME PIC X(50).
               03 BREW-INGREDIENT-ID   BINARY-LONG.
               03 BREW-BASE-POTION     PIC X(32).
               03 BREW-RESULT-POTION   PIC X(32).
               *> "speed", "regeneration", ... or "none"
               03 BREW-EFFECT-NAME     PIC X(16).
               03 BREW-EFFECT-AMPLIFIER BINARY-LONG UNSIGNED.
               03 BREW-EFFECT-TICKS    BINARY-LONG UNSIGNED.
