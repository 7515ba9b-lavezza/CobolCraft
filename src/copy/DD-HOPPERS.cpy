               03 HOPPER-FACING        BINARY-CHAR UNSIGNED    VALUE 0.
               *> ticks until this hopper may move another item - see HopperTick
               03 HOPPER-COOLDOWN      BINARY-LONG UNSIGNED    VALUE 0.
               *> ticks this hopper sat out while GameLoop was shedding load -
               *> credited against its cooldown on its next turn, so the hopper
               *> catches up instead of falling further behind - see HopperTick
               03 HOPPER-DEFERRED-TICKS BINARY-LONG UNSIGNED    VALUE 0.
               03 HOPPER-SLOTS.
                   04 HOPPER-SLOT OCCURS 5 TIMES.
                       05 HOPPER-SLOT-ID          BINARY-LONG             VALUE -1.
