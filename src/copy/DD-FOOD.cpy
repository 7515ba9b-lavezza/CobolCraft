      *> --- DD-FOOD ---
      *> Edible items and what one of each restores, loaded from save/food.txt
      *> (one "<item> <food points> <saturation>" line per food, blank lines and
      *> "#" comment lines ignored) - see Food-Load, and InitFoodTable,
      *> FinishEating and the "Use item" handler in Server. Registry IDs are
      *> resolved once at load time. A missing file (or one with no usable line)
      *> leaves the table empty, and InitFoodTable puts the built-in foods back.
      *> Hot-reloaded alongside the access lists. Declared EXTERNAL so Server and
      *> Food-Load address the same table.
       01 MAX-FOODS            BINARY-LONG UNSIGNED    VALUE 32.
       01 FOOD-TABLE EXTERNAL.
           02 FOOD-TABLE-SIZE      BINARY-LONG UNSIGNED    VALUE 0.
           02 FOOD-TABLE-ENTRY OCCURS 32 TIMES.
               03 FOOD-ITEM-NAME       PIC X(50).
               03 FOOD-ITEM-ID         BINARY-LONG.
               03 FOOD-POINTS          BINARY-SHORT UNSIGNED.
               03 FOOD-SATURATION      FLOAT-SHORT.
