               *> The item stack lying on the ground.
               03 ITEMENTITY-ITEM-ID    BINARY-LONG             VALUE -1.
               03 ITEMENTITY-ITEM-COUNT BINARY-CHAR UNSIGNED    VALUE 0.
               *> A dropped potion's brew (e.g. "minecraft:swiftness"), so it
               *> survives the trip to the ground and back - spaces for anything
               *> else. Item entities keep no other NBT.
               03 ITEMENTITY-POTION     PIC X(32)               VALUE SPACES.
               03 ITEMENTITY-POSITION.
                   04 ITEMENTITY-X          FLOAT-LONG              VALUE 0.
                   04 ITEMENTITY-Y          FLOAT-LONG              VALUE 0.
