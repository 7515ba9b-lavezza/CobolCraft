      *> and advanced once per game tick by ProjectileTick in Server: straight
      *> flight with a simple gravity pull, stopped by the first solid block
      *> (World-GetBlock) or the first mob in range, whose hit runs through the
      *> existing AttackMob path. Fishing bobbers cast from a rod (see
      *> UseFishingRod) share the table and the same flight; one that lands in
      *> water floats there instead of stopping, and BobberTick takes over.
      *> Declared EXTERNAL so Server and any World-* subprogram address the same
      *> table, the same arrangement DD-XPORBS uses.
       01 MAX-PROJECTILES      BINARY-LONG UNSIGNED    VALUE 32.
       01 PROJECTILES-TABLE EXTERNAL.
           02 PROJECTILES OCCURS 32 TIMES.
                   04 PROJECTILE-VZ         FLOAT-LONG              VALUE 0.
               *> Ticks remaining before this arrow gives up unlanded.
               03 PROJECTILE-LIFETIME   BINARY-LONG UNSIGNED    VALUE 0.
               *> 0 = arrow, 1 = fishing bobber
               03 PROJECTILE-KIND       BINARY-CHAR UNSIGNED    VALUE 0.
               *> A bobber's fishing state: FLOATING is 1 once it has landed in
               *> water; BITE-WAIT then counts down to the next bite, and
               *> BITE-TICKS is the window (counting down from the bite) in
               *> which reeling in catches something. All 0 for an arrow.
               03 PROJECTILE-FLOATING   BINARY-CHAR UNSIGNED    VALUE 0.
               03 PROJECTILE-BITE-WAIT  BINARY-LONG UNSIGNED    VALUE 0.
               03 PROJECTILE-BITE-TICKS BINARY-LONG UNSIGNED    VALUE 0.
