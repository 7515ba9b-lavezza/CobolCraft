      *> --- DD-SMELTING ---
      *> Furnace recipes and fuels, loaded from save/smelting.txt (one
      *> "<input item> <output item>" line per recipe) and save/fuel.txt (one
      *> "<item> <burn ticks>" line per fuel), blank lines and "#" comment lines
      *> ignored - see Smelting-Load/Fuel-Load, and InitSmeltTables and
      *> FurnaceTick in Server. Registry IDs are resolved once at load time. A
      *> missing file (or one with no usable line) leaves its table empty, and
      *> InitSmeltTables puts the built-in recipes or fuels back. Hot-reloaded
      *> alongside the access lists. Declared EXTERNAL so Server and the loaders
      *> address the same tables.
       01 MAX-SMELT-RECIPES    BINARY-LONG UNSIGNED    VALUE 32.
       01 MAX-FUELS            BINARY-LONG UNSIGNED    VALUE 32.
       01 SMELTING-TABLE EXTERNAL.
           02 SMELT-TABLE-SIZE     BINARY-LONG UNSIGNED    VALUE 0.
           02 SMELT-TABLE-ENTRY OCCURS 32 TIMES.
               03 SMELT-INPUT-NAME     PIC X(50).
               03 SMELT-OUTPUT-NAME    PIC X(50).
               03 SMELT-INPUT-ID       BINARY-LONG.
               03 SMELT-OUTPUT-ID      BINARY-LONG.
           02 FUEL-TABLE-SIZE      BINARY-LONG UNSIGNED    VALUE 0.
           02 FUEL-TABLE-ENTRY OCCURS 32 TIMES.
               03 FUEL-ITEM-NAME       PIC X(50).
               03 FUEL-ITEM-ID         BINARY-LONG.
               03 FUEL-BURN-TICKS      BINARY-LONG UNSIGNED.
