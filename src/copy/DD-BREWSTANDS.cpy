      *> --- DD-BREWSTANDS ---
      *> Brewing stand block-entities, keyed by world block position. Declared
      *> EXTERNAL so Server and every World-* subprogram address the same table, the
      *> arrangement DD-FURNACES uses. Persisted alongside chunk NBT in the same
      *> "block_entities" list chests and furnaces use - see World-SaveChunk/
      *> World-LoadChunk - disambiguated by the "id" tag. Brewing itself advances
      *> once per tick in BrewingTick in Server, alongside FurnaceTick.
       01 MAX-BREWSTANDS           BINARY-LONG UNSIGNED    VALUE 64.
      *> one brew takes 400 ticks (20 seconds), vanilla's own brew time
       01 BREWSTAND-BREW-TIME-TOTAL BINARY-LONG UNSIGNED   VALUE 400.
      *> brews one piece of blaze powder is good for, as in vanilla
       01 BREWSTAND-FUEL-PER-POWDER BINARY-LONG UNSIGNED   VALUE 20.
       01 BREWSTANDS-TABLE EXTERNAL.
           02 BREWSTAND-ENTRY-COUNT BINARY-LONG UNSIGNED   VALUE 0.
           02 BREWSTANDS OCCURS 64 TIMES.
               03 BREWSTAND-PRESENT    BINARY-CHAR UNSIGNED    VALUE 0.
               *> which dimension the stand stands in (0 = overworld, 1 =
               *> nether) - stamped from WORLD-ACTIVE-DIM at creation and
               *> matched by World-FindBrewingStand, as FURNACE-DIM is
               03 BREWSTAND-DIM        BINARY-CHAR UNSIGNED    VALUE 0.
               03 BREWSTAND-POSITION.
                   04 BREWSTAND-X          BINARY-LONG.
                   04 BREWSTAND-Y          BINARY-LONG.
                   04 BREWSTAND-Z          BINARY-LONG.
               *> The window ID currently showing this stand, and to which client,
               *> or 0/0 if nobody has it open - same exclusivity scheme
               *> FURNACE-VIEWER-CLIENT uses for furnaces.
               03 BREWSTAND-VIEWER-CLIENT BINARY-LONG UNSIGNED VALUE 0.
               03 BREWSTAND-WINDOW-ID  BINARY-CHAR UNSIGNED    VALUE 0.
               *> the three bottle slots, then the ingredient, then the blaze
               *> powder fuel - the same five slots, in the same order, a vanilla
               *> brewing stand window shows. Container slots carry no NBT in
               *> this server's item model, so a bottle's brew rides alongside it
               *> as the vanilla potion name (e.g. "minecraft:swiftness") - see
               *> SendPacket-SetContainerContentBrewing, which puts it back into
               *> the slot's NBT for the client.
               03 BREWSTAND-SLOTS.
                   04 BREWSTAND-SLOT OCCURS 5 TIMES.
                       05 BREWSTAND-SLOT-ID        BINARY-LONG             VALUE -1.
                       05 BREWSTAND-SLOT-COUNT-VAL BINARY-CHAR UNSIGNED    VALUE 0.
                       05 BREWSTAND-SLOT-POTION    PIC X(32)               VALUE SPACES.
               *> Brews left in the blaze powder already burned (0 = a fresh
               *> piece is needed), and ticks left on the brew in progress (0 =
               *> idle) - see BrewingTick in Server.
               03 BREWSTAND-FUEL       BINARY-LONG UNSIGNED    VALUE 0.
               03 BREWSTAND-BREW-TIME  BINARY-LONG UNSIGNED    VALUE 0.
