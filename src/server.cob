    COPY DD-WORLD.
    COPY DD-CONTAINERS.
    COPY DD-MOBS.
    COPY DD-ANIMALS.
    COPY DD-XPORBS.
    COPY DD-ITEMENTITIES.
    COPY DD-FURNACES.
    COPY DD-HOPPERS.
    COPY DD-BREWSTANDS.
    COPY DD-SIGNS.
    *> Data-driven drops - see Loot-Load (hot-reloaded from save/loot.txt) and
    *> RollLootDrops, which KillMob and CompleteDigging consult before their
    01 ADV-EARNED-INDEX     BINARY-LONG UNSIGNED.
    01 ADV-ALREADY-EARNED   BINARY-CHAR UNSIGNED.
    01 ADV-STAT-VALUE       BINARY-DOUBLE.
    *> Login and playtime rewards - see Rewards-Load (hot-reloaded from
    *> save/rewards.txt), RewardLoginCheck and RewardPlaytimeCheck. Every
    *> reward handed out appends one line to save/reward-ledger.txt
    *> (AppendRewardLedger):
    *>     <yyyymmddhhmmss> <player> <daily|playtime> <day|minutes> <item> <count> <where>
    *> where is "inventory", "enderchest", or "owed" for one held back until
    *> there is room - the ItemCensus batch reads the ledger back to tell
    *> reward items from duplicated ones.
    COPY DD-REWARDS.
    01 REWARD-CHECK-TIMER   BINARY-LONG UNSIGNED    VALUE 0.
    01 REWARD-INDEX         BINARY-LONG UNSIGNED.
    01 REWARD-OWED-INDEX    BINARY-LONG UNSIGNED.
    01 REWARD-TODAY         PIC X(8).
    01 REWARD-YESTERDAY     PIC X(8).
    01 REWARD-DAY           BINARY-LONG UNSIGNED.
    01 REWARD-MINUTES       BINARY-LONG UNSIGNED.
    01 REWARD-MILESTONE     BINARY-LONG UNSIGNED.
    01 REWARD-PAID          BINARY-CHAR UNSIGNED.
    01 REWARD-GIVE-KIND     PIC X(8).
    01 REWARD-GIVE-KEY      BINARY-LONG UNSIGNED.
    01 REWARD-GIVE-ITEM     PIC X(50).
    01 REWARD-GIVE-COUNT    BINARY-CHAR UNSIGNED.
    01 REWARD-GIVE-WHERE    PIC X(10).
    01 REWARD-DATE-INT      BINARY-LONG.
    01 REWARD-SLOT          BINARY-LONG UNSIGNED.
    01 REWARD-COUNT-TEXT    PIC Z(2)9.
    01 REWARD-KEY-TEXT      PIC Z(8)9.
    01 REWARD-LEDGER-NAME   PIC X(22)   VALUE "save/reward-ledger.txt".
    01 REWARD-LEDGER-LINE   PIC X(160).
    01 REWARD-LEDGER-POS    BINARY-LONG UNSIGNED.
    01 REWARD-LEDGER-LEN    BINARY-LONG UNSIGNED.
    01 REWARD-LEDGER-STAMP  PIC X(21).
    *> Player land claims - see HandleClaimCommand, AdminClaimsCommand and
    *> ClaimExpiryCheck (run once a day from the access-list reload), and
    *> ClaimsConfig-Load (hot-reloaded from save/claims-config.txt) for the
    *> budget and expiry settings. Claims made, abandoned, removed by staff and
    *> expired go to the audit trail under "claims".
    COPY DD-CLAIMS.
    01 C-AUDIT-SOURCE-CLAIMS PIC X(16)              VALUE "claims".
    01 CLAIM-ARG-WORD       PIC X(16).
    01 CLAIM-ARG-VERB       PIC X(16).
    01 CLAIM-ARG-NAME       PIC X(32).
    01 CLAIM-ARG-NAME-LEN   BINARY-LONG UNSIGNED.
    01 CLAIM-ARG-POS        BINARY-LONG UNSIGNED.
    01 CLAIM-INDEX          BINARY-LONG UNSIGNED.
    01 CLAIM-SCAN           BINARY-LONG UNSIGNED.
    01 CLAIM-MEMBER-INDEX   BINARY-LONG UNSIGNED.
    01 CLAIM-SHIFT-INDEX    BINARY-LONG UNSIGNED.
    01 CLAIM-CORNER         BINARY-LONG UNSIGNED.
    01 CLAIM-LOOKUP-ID      BINARY-LONG UNSIGNED.
    01 CLAIM-HERE-DIM       BINARY-CHAR UNSIGNED.
    01 CLAIM-HERE-X         BINARY-LONG.
    01 CLAIM-HERE-Z         BINARY-LONG.
    01 CLAIM-NEW-MIN-X      BINARY-LONG.
    01 CLAIM-NEW-MIN-Z      BINARY-LONG.
    01 CLAIM-NEW-MAX-X      BINARY-LONG.
    01 CLAIM-NEW-MAX-Z      BINARY-LONG.
    01 CLAIM-AREA           BINARY-DOUBLE.
    01 CLAIM-USED           BINARY-DOUBLE.
    01 CLAIM-BUDGET         BINARY-DOUBLE.
    01 CLAIM-HOURS          BINARY-DOUBLE.
    01 CLAIM-OWNED-COUNT    BINARY-LONG UNSIGNED.
    01 CLAIM-OWNER-NAME     PIC X(16).
    01 CLAIM-CONFLICT       PIC X(32).
    01 CLAIM-SAVE-FAILURE   BINARY-CHAR UNSIGNED.
    01 CLAIM-NOW-RAW        PIC X(21).
    01 CLAIM-TODAY          PIC X(8).
    *> the day ClaimExpiryCheck last ran - it runs again once the date changes
    01 CLAIM-EXPIRY-DAY     PIC X(8)                VALUE SPACES.
    01 CLAIM-DAYS-AWAY      BINARY-LONG.
    01 CLAIM-REVIEW-COUNT   BINARY-LONG UNSIGNED.
    01 CLAIM-EXPIRED-COUNT  BINARY-LONG UNSIGNED.
    01 CLAIM-NUM            PIC Z(9)9.
    01 CLAIM-NUM2           PIC Z(9)9.
    01 CLAIM-POS-X1         PIC -(9)9.
    01 CLAIM-POS-Z1         PIC -(9)9.
    01 CLAIM-POS-X2         PIC -(9)9.
    01 CLAIM-POS-Z2         PIC -(9)9.
    01 CLAIM-DIM-NAME       PIC X(9).
    01 LOOT-ROLL-KIND       PIC X(8).
    01 LOOT-ROLL-KEY        PIC X(50).
    01 LOOT-ROLL-MATCHED    BINARY-CHAR UNSIGNED.
    01 LOOT-ROLL-INDEX      BINARY-LONG UNSIGNED.
    01 LOOT-ROLL-CHANCE     FLOAT-SHORT.
    COPY DD-WARPS.
    COPY DD-PARTIES.
    COPY DD-TICKETS.
    COPY DD-DEATHS.
    COPY DD-APPLICATIONS.
    *> event-hook constants and event record - see Hooks-Fire
    01 C-HOOK-EVENT-PLAYER-JOIN     PIC X(16) VALUE "PLAYER_JOIN".
    01 C-HOOK-EVENT-PLAYER-LEAVE    PIC X(16) VALUE "PLAYER_LEAVE".
    01 C-HOOK-EVENT-PARTY-JOIN      PIC X(16) VALUE "PARTY_JOIN".
    01 C-HOOK-EVENT-PARTY-LEAVE     PIC X(16) VALUE "PARTY_LEAVE".
    COPY DD-HOOK-EVENT.
    *> The client handle of the connection that is currently being processed, and the index in the CLIENTS array
    01 TEMP-HNDL        PIC X(4).
    *> see Items-Get-BlockName/Blocks-Get-DefaultStateId in the "Use item on block" handler
    01 TEMP-ITEM-BLOCK-NAME PIC X(50).
    01 TEMP-BLOCK-STATE-ID  BINARY-LONG UNSIGNED.
    *> a slot as the "Set creative mode slot" handler decodes it (see
    *> Protocol-DecodeSlot), before it is known whether it may be stored
    01 CREATIVE-SLOT.
        02 CREATIVE-SLOT-ID         BINARY-LONG.
        02 CREATIVE-SLOT-COUNT      BINARY-CHAR UNSIGNED.
        02 CREATIVE-SLOT-NBT-LENGTH BINARY-SHORT UNSIGNED.
        02 CREATIVE-SLOT-NBT-DATA   PIC X(1024).
    01 CREATIVE-NBT-WANTED  BINARY-LONG UNSIGNED.
    *> Survival-mode digging - see StartDigging/FinishDigging/CompleteDigging and the
    *> "Player action" (packet 33) handler
    01 DIG-STATUS           BINARY-LONG.
    *> and every click-mode handler built on them - see HandlePlay's "Click container"
    *> handler. CLICK-IN-CONTAINER remembers whether the slot ClickSlotGet most recently
    *> read came from CONTAINER-SLOT-* (1) or PLAYER-INVENTORY-SLOT-* (0), so ClickSlotSet
    *> writes the same one back. The slot's NBT travels with it, and a potion's brew
    *> is decoded out of that NBT into CLICK-ITEM-POTION (spaces for anything else) -
    *> see ClickItemReadPotion/ClickItemWritePotion.
    01 CLICK-ITEM-ID        BINARY-LONG.
    01 CLICK-ITEM-COUNT     BINARY-CHAR UNSIGNED.
    01 CLICK-IN-CONTAINER   BINARY-CHAR UNSIGNED.
    01 CLICK-ITEM-POTION    PIC X(32).
    01 CLICK-ITEM-NBT-LENGTH BINARY-SHORT UNSIGNED.
    01 CLICK-ITEM-NBT-DATA  PIC X(1024).
    *> the slot as InteractCursorWithSlot found it, to tell whether a click put a
    *> different item (or brew) there
    01 CLICK-OLD-ID         BINARY-LONG.
    01 CLICK-OLD-COUNT      BINARY-CHAR UNSIGNED.
    01 CLICK-OLD-POTION     PIC X(32).
    *> Container access log - the open container's slots as they stood before a
    *> click, and the net change per item the click made to them - see
    *> ContainerLogSnapshot/ContainerLogChanges and ContainerLog-Record
    01 CLICK-LOG-SLOTS      BINARY-LONG UNSIGNED    VALUE 0.
    01 CLICK-LOG-SLOT       BINARY-LONG UNSIGNED.
    01 CLICK-LOG-BEFORE OCCURS 27 TIMES.
        02 CLICK-LOG-BEFORE-ID      BINARY-LONG.
        02 CLICK-LOG-BEFORE-COUNT   BINARY-LONG.
    01 CLICK-LOG-AFTER-ID   BINARY-LONG.
    01 CLICK-LOG-AFTER-COUNT BINARY-LONG.
    01 CLICK-LOG-NET-COUNT  BINARY-LONG UNSIGNED.
    01 CLICK-LOG-NET OCCURS 54 TIMES.
        02 CLICK-LOG-NET-ID         BINARY-LONG.
        02 CLICK-LOG-NET-DELTA      BINARY-LONG.
    01 CLICK-LOG-NET-INDEX  BINARY-LONG UNSIGNED.
    01 CLICK-LOG-ITEM-ID    BINARY-LONG.
    01 CLICK-LOG-DELTA      BINARY-LONG.
    01 CLICK-LOG-MOVED      BINARY-LONG.
    01 CLICK-LOG-KIND       PIC X(13).
    01 CLICK-LOG-ACTION     PIC X(5).
    01 CLICK-LOG-DIM        BINARY-CHAR UNSIGNED.
    01 CLICK-LOG-POSITION.
        02 CLICK-LOG-X          BINARY-LONG.
        02 CLICK-LOG-Y          BINARY-LONG.
        02 CLICK-LOG-Z          BINARY-LONG.
    *> Shift-click (mode 1) destination search - see FindPlayerInventoryDest/
    *> FindContainerDest/HandleShiftClick
    01 SHIFT-SCAN-SLOT      BINARY-LONG UNSIGNED.
    01 SHIFT-SCAN-HIGH      BINARY-LONG UNSIGNED.
    01 SHIFT-DEST-SLOT      BINARY-LONG UNSIGNED.
    01 SHIFT-DEST-FOUND     BINARY-CHAR UNSIGNED.
    *> 1 while the stack being placed carries NBT of its own, which never merges
    *> into another stack - only an empty slot will do
    01 SHIFT-DEST-NEEDS-EMPTY BINARY-CHAR UNSIGNED  VALUE 0.
    *> Number-key swap (mode 2) - see HandleHotbarSwap
    01 HOTBAR-SWAP-SLOT     BINARY-LONG UNSIGNED.
    01 HOTBAR-SWAP-NBT-LENGTH BINARY-SHORT UNSIGNED.
    01 HOTBAR-SWAP-NBT-DATA PIC X(1024).
    *> Crafting - recipes matched against the 2x2 crafting grid in the player's own
    *> inventory (PLAYER-INVENTORY-SLOT indices 2-5, result in index 1) - see
    *> MatchCraftingRecipe, HandleCraftingGridClick and the "Craft Recipe Request"/
    01 CRAFT-REQUESTED-RECIPE-ID PIC X(64).
    *> entity_type registry IDs - assumed values for the 1.20.2-1.20.4 protocol era this
    *> server otherwise targets (see spawn-entity.cob), not verified against a real client.
    *> These, the sound and effect IDs below, and block state and item IDs are all
    *> in DD-PROTOCOL's version 1 numbering; the wrappers that send them translate
    *> for a client on the other supported version (see Protocol-MapForHandle).
    01 ENTITY-TYPE-PLAYER   BINARY-LONG             VALUE 128.
    01 ENTITY-TYPE-COW      BINARY-LONG             VALUE 17.
    01 ENTITY-TYPE-PIG      BINARY-LONG             VALUE 100.
    *> SERVER-CONFIG. Damage follows the held sword's tier, the same per-item
    *> scale dig speed gets from its tool tiers.
    01 PVP-VICTIM-CLIENT    BINARY-LONG UNSIGNED.
    01 PVP-ATTACKER-CLIENT  BINARY-LONG UNSIGNED.
    01 PVP-FLAG             BINARY-CHAR UNSIGNED.
    01 PVP-DAMAGE           FLOAT-SHORT.
    01 PVP-CHECK-POSITION.
    01 MOB-PLAYER-DX        FLOAT-LONG.
    01 MOB-PLAYER-DZ        FLOAT-LONG.
    01 MOB-PLAYER-DISTANCE  FLOAT-LONG.
    *> Animal breeding - see FeedAnimal, MobBreedTick and CountAreaAnimals. Wheat
    *> puts a cow into love, a carrot a pig; a mob in love walks to the nearest
    *> partner of its kind within BREED-RANGE blocks and the pair breed once
    *> within BREED-CONTACT-RANGE, as long as the area (see DD-ANIMALS) has room.
    01 C-MINECRAFT-WHEAT    PIC X(50) VALUE "minecraft:wheat".
    01 BREED-FOOD-ID        BINARY-LONG.
    01 BREED-HELD-SLOT      BINARY-LONG UNSIGNED.
    01 BREED-RANGE          FLOAT-LONG              VALUE 8.
    01 BREED-CONTACT-RANGE  FLOAT-LONG              VALUE 1.5.
    01 BREED-INDEX          BINARY-LONG UNSIGNED.
    01 BREED-PARTNER        BINARY-LONG UNSIGNED.
    01 BREED-BABY-INDEX     BINARY-LONG UNSIGNED.
    01 BREED-DX             FLOAT-LONG.
    01 BREED-DZ             FLOAT-LONG.
    01 BREED-DISTANCE       FLOAT-LONG.
    01 BREED-BEST-DISTANCE  FLOAT-LONG.
    *> the spot whose area CountAreaAnimals counts, and its answer
    01 ANIMAL-CHECK-X       FLOAT-LONG.
    01 ANIMAL-CHECK-Z       FLOAT-LONG.
    01 ANIMAL-AREA-X        BINARY-LONG.
    01 ANIMAL-AREA-Z        BINARY-LONG.
    01 ANIMAL-MOB-AREA-X    BINARY-LONG.
    01 ANIMAL-MOB-AREA-Z    BINARY-LONG.
    01 ANIMAL-AREA-COUNT    BINARY-LONG UNSIGNED.
    01 ANIMAL-COUNT-INDEX   BINARY-LONG UNSIGNED.
    *> Experience orbs - spawned by World-SetBlock on ore breaks, picked up here once a
    *> playing player walks within range, or despawned once their lifetime runs out -
    *> see XpOrbTick, called once per tick from GameLoop. PLAYER-EXPERIENCE/-LEVEL/
    01 SOUND-ITEM-BREAK     BINARY-LONG UNSIGNED    VALUE 520.
    *> Furnace smelting - see FurnaceTick (driven once per tick from GameLoop), the
    *> "Use item on block" handler's minecraft:furnace branch, and
    *> HandleFurnaceClick. The smelt and fuel tables come from save/smelting.txt
    *> and save/fuel.txt (see Smelting-Load/Fuel-Load, hot-reloaded alongside
    *> Loot-Load); InitSmeltTables fills in the built-in ones when a file is
    *> missing, the same fallback the food and trade tables below use.
    COPY DD-SMELTING.
    01 FURNACE-INDEX        BINARY-LONG UNSIGNED.
    01 FURNACE-SMELT-INDEX  BINARY-LONG UNSIGNED.
    01 FURNACE-FUEL-INDEX   BINARY-LONG UNSIGNED.
    01 FURNACE-DIRTY        BINARY-CHAR UNSIGNED.
    01 FURNACE-CLICK-SLOT   BINARY-LONG UNSIGNED.
    *> Brewing stands - see BrewingTick (driven from GameLoop beside FurnaceTick),
    *> the "Use item on block" handler's minecraft:brewing_stand branch, and
    *> HandleBrewingClick. Recipes come from save/brewing.txt (see Brewing-Load,
    *> hot-reloaded alongside Smelting-Load); InitBrewTables fills in the built-in
    *> ones when the file is missing. A potion's brew rides in its slot NBT as
    *> {Potion: "minecraft:..."} while it sits in the player's inventory - see
    *> ReadPotionTag/WritePotionTag - and in a chest or ender slot's NBT the same
    *> way, or beside the slot where there is no NBT to hold it (the stand's own
    *> bottle slots, CLIENT-CURSOR-POTION, ITEMENTITY-POTION).
    COPY DD-BREWING.
    01 C-MINECRAFT-BLAZE-POWDER PIC X(50) VALUE "minecraft:blaze_powder".
    01 C-MINECRAFT-GLASS-BOTTLE PIC X(50) VALUE "minecraft:glass_bottle".
    01 C-POTION-WATER       PIC X(32) VALUE "minecraft:water".
    01 BREWSTAND-INDEX      BINARY-LONG UNSIGNED.
    01 BREW-RECIPE-INDEX    BINARY-LONG UNSIGNED.
    01 BREW-BOTTLE-SLOT     BINARY-LONG UNSIGNED.
    01 BREW-MATCHES         BINARY-LONG UNSIGNED.
    01 BREWSTAND-DIRTY      BINARY-CHAR UNSIGNED.
    01 BREWSTAND-CLICK-SLOT BINARY-LONG UNSIGNED.
    01 BREW-POTION-ITEM-ID  BINARY-LONG             VALUE 0.
    01 BREW-BLAZE-POWDER-ID BINARY-LONG             VALUE 0.
    01 BREW-GLASS-BOTTLE-ID BINARY-LONG             VALUE 0.
    01 POTION-SLOT          BINARY-LONG UNSIGNED.
    01 POTION-TAG           PIC X(32).
    01 POTION-TAG-LEN       BINARY-LONG UNSIGNED.
    01 POTION-NBT-OFFSET    BINARY-LONG UNSIGNED.
    01 POTION-NBT-AT-END    BINARY-CHAR UNSIGNED.
    01 POTION-NBT-TAG-NAME  PIC X(256).
    01 POTION-NBT-NAME-LEN  BINARY-LONG UNSIGNED.
    01 POTION-NBT-VALUE     PIC X(256).
    *> the NBT DecodePotionTag reads and EncodePotionTag writes, whichever slot
    *> it belongs to
    01 POTION-NBT-LENGTH    BINARY-SHORT UNSIGNED.
    01 POTION-NBT-DATA      PIC X(1024).
    01 POTION-SWAP-ID       BINARY-LONG.
    01 POTION-SWAP-COUNT    BINARY-CHAR UNSIGNED.
    01 POTION-SWAP-TAG      PIC X(32).
    01 BOTTLE-RAY-X         FLOAT-LONG.
    01 BOTTLE-RAY-Y         FLOAT-LONG.
    01 BOTTLE-RAY-Z         FLOAT-LONG.
    01 BOTTLE-RAY-DX        FLOAT-LONG.
    01 BOTTLE-RAY-DY        FLOAT-LONG.
    01 BOTTLE-RAY-DZ        FLOAT-LONG.
    01 BOTTLE-RAY-STEP      BINARY-LONG UNSIGNED.
    01 BOTTLE-RAY-POSITION.
        02 BOTTLE-RAY-POSITION-X BINARY-LONG.
        02 BOTTLE-RAY-POSITION-Y BINARY-LONG.
        02 BOTTLE-RAY-POSITION-Z BINARY-LONG.
    01 BOTTLE-RAY-BLOCK-ID  BINARY-LONG UNSIGNED.
    01 BOTTLE-FOUND-WATER   BINARY-CHAR UNSIGNED.
    01 BOTTLE-DEST-SLOT     BINARY-LONG UNSIGNED.
    *> Armor - worn pieces in inventory slots 6-9 reduce incoming attack
    *> damage by their material tier and wear down per hit through the same
    *> slot-NBT Damage mechanism tools use - see GetArmorPoints/ApplyArmorWear
    *> and poison bypass armor, as in vanilla). BroadcastEquipment shows the
    *> pieces on the player's entity to everyone else.
    01 DAMAGE-IS-ATTACK     BINARY-CHAR UNSIGNED    VALUE 0.
    *> what is hurting the player, set beside NEW-HEALTH by each ApplyDamage
    *> caller and kept with the death snapshot if the blow kills - see
    *> Deaths-Record. Cleared by ApplyDamage like DAMAGE-IS-ATTACK.
    01 DAMAGE-CAUSE         PIC X(32)               VALUE SPACES.
    01 DEATH-SAVE-FAILURE   BINARY-CHAR UNSIGNED.
    01 ARMOR-SLOT           BINARY-LONG UNSIGNED.
    01 ARMOR-POINTS         BINARY-LONG UNSIGNED.
    01 ARMOR-PIECE-POINTS   BINARY-LONG UNSIGNED.
    01 ARROW-MOB-DY         FLOAT-LONG.
    01 ARROW-MOB-DZ         FLOAT-LONG.
    01 ARROW-MOB-DISTANCE   FLOAT-LONG.
    *> Fishing - see UseFishingRod (cast and reel in, from the "Use item"
    *> handler), ProjectileTick (the bobber's flight, shared with arrows) and
    *> BobberTick (the wait for a bite once it floats). A catch rolls the
    *> "fishing" kind of save/loot.txt (key "water") through RollLootDrops
    *> straight into the angler's inventory; with no such entries a cod is the
    *> built-in catch, the same fallback the mob and block drop tables have.
    01 C-MINECRAFT-FISHING-ROD PIC X(50) VALUE "minecraft:fishing_rod".
    01 C-MINECRAFT-COD      PIC X(50) VALUE "minecraft:cod".
    *> assumed entity type registry ID - the registry's last entry, right after
    *> ENTITY-TYPE-PLAYER - same caveat as ENTITY-TYPE-ARROW
    01 ENTITY-TYPE-FISHING-BOBBER BINARY-LONG       VALUE 129.
    *> assumed sound registry ID (entity.fishing_bobber.splash), same caveat as
    *> SOUND-PLAYER-HURT
    01 SOUND-BOBBER-SPLASH  BINARY-LONG UNSIGNED    VALUE 398.
    01 BOBBER-SPEED         FLOAT-LONG              VALUE 0.9.
    *> how far below its resting height a bitten bobber dips, so the bite shows
    01 BOBBER-DIP           FLOAT-LONG              VALUE 0.3.
    *> the line snaps past this distance, as in vanilla
    01 BOBBER-MAX-RANGE     FLOAT-LONG              VALUE 32.
    01 BOBBER-SNAPPED       BINARY-CHAR UNSIGNED.
    01 BOBBER-OWNER         BINARY-LONG UNSIGNED.
    01 FISHING-ROD-ID       BINARY-LONG.
    01 FISHING-HELD-SLOT    BINARY-LONG UNSIGNED.
    01 LOOT-ROLL-TO-PLAYER  BINARY-CHAR UNSIGNED    VALUE 0.
    01 LOOT-ROLL-COUNT-TEXT PIC Z9.
    *> Hoppers - see HopperTick (driven once per tick from GameLoop), the
    *> hopper-placement branch of the "Use item on block" handler (which sets
    *> the facing from the clicked face), and World-OpenHopper. One item moves
    01 HOPPER-DEST          BINARY-LONG UNSIGNED.
    01 HOPPER-MOVE-ID       BINARY-LONG.
    01 HOPPER-MOVE-COUNT    BINARY-LONG.
    *> what a hopper move goes into the container access log as, under "-" -
    *> see HopperLogMove
    01 HOPPER-LOG-CLIENT    BINARY-LONG UNSIGNED    VALUE 0.
    01 HOPPER-LOG-KIND      PIC X(13).
    01 HOPPER-LOG-ACTION    PIC X(5).
    01 HOPPER-LOG-DIM       BINARY-CHAR UNSIGNED.
    01 HOPPER-LOG-OWN-ACTION PIC X(5).
    01 HOPPER-LOG-OWN-KIND  PIC X(13)               VALUE "hopper".
    *> Signs - see the sign-placement branch of the "Use item on block" handler
    *> (which opens the client's sign editor) and the "Update Sign" handler (which
    *> accepts the four text lines back).
    01 SHOP-TALLY           BINARY-LONG.
    01 SHOP-REMAINING       BINARY-LONG.
    01 SHOP-TRADE-OK        BINARY-CHAR UNSIGNED.
    *> 1 when the sign's fourth line reads "bank": the price moves from the
    *> buyer's bank balance to the owner's instead of as emeralds into the chest
    01 SHOP-BANK-SETTLE     BINARY-CHAR UNSIGNED.
    *> units of the sign's item left in the chest once the current trade (or
    *> the owner's visit) is over, and where ShopStockOnClose looks for the
    *> sign of a chest the owner has just closed
    01 SHOP-STOCK           BINARY-LONG.
    01 SHOP-SIGN-POSITION.
        02 SHOP-SIGN-X          BINARY-LONG.
        02 SHOP-SIGN-Y          BINARY-LONG.
        02 SHOP-SIGN-Z          BINARY-LONG.
    *> the shop sales ledger - one line per completed sale ("sale"), per
    *> purchase refused for want of stock ("empty") and per visit of the owner
    *> to the shop chest ("stock", the buyer field naming the owner), appended
    *> to save/shop-ledger.txt by AppendShopLedger and read by the offline
    *> ShopReport batch program:
    *>     <yyyymmddhhmmss> <kind> <buyer> <owner> <x> <y> <z> <dim> <item> <count> <price> <stock>
    *> <stock> being the units of the item left in the chest afterwards
    01 SHOP-LEDGER-NAME     PIC X(22)   VALUE "save/shop-ledger.txt".
    01 SHOP-LEDGER-KIND     PIC X(5).
    01 SHOP-LEDGER-LINE     PIC X(200).
    01 SHOP-LEDGER-POS      BINARY-LONG UNSIGNED.
    01 SHOP-LEDGER-LEN      BINARY-LONG UNSIGNED.
    01 SHOP-LEDGER-STAMP    PIC X(21).
    01 SHOP-LEDGER-NUM-X    PIC -(9)9.
    01 SHOP-LEDGER-NUM-Y    PIC -(9)9.
    01 SHOP-LEDGER-NUM-Z    PIC -(9)9.
    01 SHOP-LEDGER-NUM-COUNT PIC -(9)9.
    01 SHOP-LEDGER-NUM-PRICE PIC -(9)9.
    01 SHOP-LEDGER-NUM-STOCK PIC -(9)9.
    01 SHOP-LEDGER-NUM-DIM  PIC 9.
    *> Edible items and what one of each restores - see the "Use item" handler in
    *> HandlePlay (which starts the eating delay) and SurvivalTick (which finishes
    *> it). Loaded from save/food.txt by Food-Load; InitFoodTable fills in the
    *> built-in foods when the file is missing.
    COPY DD-FOOD.
    01 FOOD-INDEX           BINARY-LONG UNSIGNED.
    01 FOOD-MATCH-INDEX     BINARY-LONG UNSIGNED.
    *> Villager trading - see the villager branch of the "Interact" handler,
    *> InitTradeTable, MatchVillagerTrade and HandleTradeClick. Single-input
    *> trades loaded from save/trades.txt by Trades-Load; InitTradeTable fills in
    *> the built-in trades when the file is missing.
    COPY DD-TRADES.
    01 TRADE-INDEX          BINARY-LONG UNSIGNED.
    01 MATCHED-TRADE-INDEX  BINARY-LONG UNSIGNED.
    01 TRADE-CLICK-SLOT     BINARY-LONG UNSIGNED.
    *> The item stack SpawnItemEntity is asked to put on the ground, and where.
    01 DROP-ITEM-ID             BINARY-LONG.
    01 DROP-ITEM-COUNT          BINARY-CHAR UNSIGNED.
    *> a dropped potion's brew - set by the caller only for a potion, and put
    *> back to spaces once SpawnItemEntity has taken it
    01 DROP-ITEM-POTION         PIC X(32)               VALUE SPACES.
    01 DROP-POSITION.
        02 DROP-POSITION-X          FLOAT-LONG.
        02 DROP-POSITION-Y          FLOAT-LONG.
    *> tab-complete them - see SendPacket-DeclareCommands and HandlePlayerCommand.
    01 DECLARED-COMMAND-COUNT BINARY-LONG UNSIGNED    VALUE 13.
    01 DECLARED-COMMAND-TABLE.
        02 DECLARED-COMMAND-NAME OCCURS 64 TIMES PIC X(16).
    01 DECLARED-COMMANDS-READY BINARY-CHAR UNSIGNED   VALUE 0.
    *> the issuing client while an in-game command runs through
    *> ExecuteAdminCommand, 0 otherwise (console, rcon, schedule)
    01 PLAYER-COMMAND-CLIENT   BINARY-LONG UNSIGNED    VALUE 0.
    *> "rollback <player> <duration>" - see AdminRollbackCommand and
    *> Rollback-Run, which inverts the player's save/blocklog.txt entries.
    01 ROLLBACK-WINDOW      BINARY-DOUBLE.
    01 MAIL-BODY            PIC X(192).
    01 MAIL-BODY-LEN        BINARY-LONG UNSIGNED.
    01 MAIL-ARG-POS         BINARY-LONG UNSIGNED.
    *> Bank accounts - PLAYER-BALANCE in DD-PLAYERS, moved by /deposit,
    *> /withdraw, /pay and bank-settled chest shops. Every movement appends one
    *> line per account touched to save/bank-ledger.txt (AppendBankLedger):
    *>     <yyyymmddhhmmss> <kind> <account> <+/-amount> <balance after> <counterparty>
    *> and the offline BankReconcile batch program ties the ledger back to the
    *> saved balances every night. A credit to someone offline goes through a
    *> scratch player slot exactly as offline mail does - see BankCreditAccount.
    01 BANK-LEDGER-NAME     PIC X(20)   VALUE "save/bank-ledger.txt".
    01 BANK-LEDGER-KIND     PIC X(8).
    01 BANK-LEDGER-ACCOUNT  PIC X(16).
    01 BANK-LEDGER-OTHER    PIC X(16).
    01 BANK-LEDGER-DELTA    BINARY-LONG.
    01 BANK-LEDGER-BALANCE  BINARY-LONG.
    01 BANK-LEDGER-LINE     PIC X(120).
    01 BANK-LEDGER-POS      BINARY-LONG UNSIGNED.
    01 BANK-LEDGER-LEN      BINARY-LONG UNSIGNED.
    01 BANK-LEDGER-STAMP    PIC X(21).
    01 BANK-LEDGER-NUM-DELTA PIC +(9)9.
    01 BANK-LEDGER-NUM-BALANCE PIC -(9)9.
    *> no single balance may grow past this, so the NBT Int never overflows
    01 C-BANK-MAX-BALANCE   BINARY-LONG             VALUE 1000000000.
    01 BANK-AMOUNT          BINARY-LONG.
    01 BANK-VERB            PIC X(16).
    01 BANK-ARG-1           PIC X(16).
    01 BANK-ARG-2           PIC X(16).
    01 BANK-ARG-POS         BINARY-LONG UNSIGNED.
    01 BANK-EMERALD-ID      BINARY-LONG.
    01 BANK-SCAN-SLOT       BINARY-LONG UNSIGNED.
    01 BANK-TALLY           BINARY-LONG.
    01 BANK-REMAINING       BINARY-LONG.
    *> BankCreditAccount's arguments and result
    01 BANK-CREDIT-NAME     PIC X(16).
    01 BANK-CREDIT-OK       BINARY-CHAR UNSIGNED.
    01 BANK-TARGET-CLIENT   BINARY-LONG UNSIGNED.
    01 BANK-TARGET-PLAYER   BINARY-LONG UNSIGNED.
    01 BANK-SCRATCH-SLOT    BINARY-LONG UNSIGNED.
    01 BANK-INDEX           BINARY-LONG UNSIGNED.
    01 BANK-DATA-FILE-NAME  PIC X(255).
    01 BANK-DATA-FILE-SIZE  BINARY-LONG UNSIGNED.
    *> /home //sethome //delhome //warp bookkeeping - see HandlePlayerCommand.
    01 HOME-COMMAND-NAME       PIC X(16).
    01 HOME-COMMAND-INDEX      BINARY-LONG UNSIGNED.
    01 WARP-COMMAND-INDEX      BINARY-LONG UNSIGNED.
    01 WARP-SHIFT-INDEX        BINARY-LONG UNSIGNED.
    01 WARP-SAVE-FAILURE       BINARY-CHAR UNSIGNED.
    *> /party bookkeeping - see HandlePartyCommand. CHAT-PARTY-INDEX narrows a
    *> BroadcastChatMessage line to one party's members (0 = everyone); the
    *> PARTY-TEAM-* fields are one Update Teams change - see BroadcastPartyTeam.
    01 PARTY-ARG-WORD          PIC X(16).
    01 PARTY-ARG-VERB          PIC X(16).
    01 PARTY-ARG-NAME          PIC X(32).
    01 PARTY-ARG-NAME-LEN      BINARY-LONG UNSIGNED.
    01 PARTY-ARG-POS           BINARY-LONG UNSIGNED.
    01 PARTY-INDEX             BINARY-LONG UNSIGNED.
    01 PARTY-MEMBER-INDEX      BINARY-LONG UNSIGNED.
    01 PARTY-TARGET-INDEX      BINARY-LONG UNSIGNED.
    01 PARTY-TARGET-MEMBER     BINARY-LONG UNSIGNED.
    01 PARTY-TARGET-CLIENT     BINARY-LONG UNSIGNED.
    01 PARTY-CLIENT-SCAN       BINARY-LONG UNSIGNED.
    01 PARTY-SHIFT-INDEX       BINARY-LONG UNSIGNED.
    01 PARTY-SAVE-FAILURE      BINARY-CHAR UNSIGNED.
    01 PARTY-HOOK-KIND         PIC X(16).
    01 PARTY-HOOK-USERNAME     PIC X(16).
    01 PARTY-TEAM-MODE         BINARY-CHAR UNSIGNED.
    01 PARTY-TEAM-COUNT        BINARY-LONG UNSIGNED.
    01 PARTY-TEAM-ENTITIES.
        02 PARTY-TEAM-ENTITY OCCURS 8 TIMES PIC X(16).
    01 CHAT-PARTY-INDEX        BINARY-LONG UNSIGNED    VALUE 0.
    01 PARTY-RECIPIENT-INDEX   BINARY-LONG UNSIGNED.
    01 PARTY-RECIPIENT-MEMBER  BINARY-LONG UNSIGNED.
    01 PARTY-ATTACKER-INDEX    BINARY-LONG UNSIGNED.
    *> /report and the staff "ticket" command - see HandleReportCommand and
    *> AdminTicketCommand. A player may hold C-REPORT-MAX-OPEN unresolved
    *> reports at once; staff are the players whose group reaches the "ticket"
    *> command's level (moderator unless save/groups.txt says otherwise).
    01 C-REPORT-MAX-OPEN       BINARY-LONG UNSIGNED    VALUE 3.
    01 C-AUDIT-SOURCE-REPORT   PIC X(16)               VALUE "report".
    01 REPORT-WORD             PIC X(16).
    01 REPORT-TARGET           PIC X(32).
    01 REPORT-TARGET-LEN       BINARY-LONG UNSIGNED.
    01 REPORT-ARG-POS          BINARY-LONG UNSIGNED.
    01 REPORT-REASON           PIC X(100).
    01 REPORT-REASON-LEN       BINARY-LONG UNSIGNED.
    01 REPORT-CLIENT-SCAN      BINARY-LONG UNSIGNED.
    01 REPORT-OPEN-COUNT       BINARY-LONG UNSIGNED.
    01 REPORT-STAFF-COUNT      BINARY-LONG UNSIGNED.
    01 TICKET-INDEX            BINARY-LONG UNSIGNED.
    01 TICKET-SHIFT-INDEX      BINARY-LONG UNSIGNED.
    01 TICKET-LOOKUP-ID        BINARY-LONG UNSIGNED.
    01 TICKET-VERB             PIC X(16).
    01 TICKET-ID-TEXT          PIC X(16).
    01 TICKET-NOTE             PIC X(100).
    01 TICKET-NOTE-LEN         BINARY-LONG UNSIGNED.
    01 TICKET-SAVE-FAILURE     BINARY-CHAR UNSIGNED.
    01 TICKET-NUM              PIC Z(9)9.
    01 TICKET-POS-X            PIC -(9)9.
    01 TICKET-POS-Y            PIC -(9)9.
    01 TICKET-POS-Z            PIC -(9)9.
    01 TICKET-DIM-VALUE        BINARY-CHAR UNSIGNED.
    01 TICKET-DIM-NAME         PIC X(16).
    *> the staff "deaths" command - see AdminDeathsCommand and DD-DEATHS
    01 C-AUDIT-SOURCE-DEATHS   PIC X(16)               VALUE "deaths".
    01 DEATHS-WORD             PIC X(16).
    01 DEATHS-TARGET           PIC X(16).
    01 DEATHS-VERB             PIC X(16).
    01 DEATHS-ID-TEXT          PIC X(16).
    01 DEATHS-MODE             PIC X(16).
    01 DEATHS-ARG-POS          BINARY-LONG UNSIGNED.
    01 DEATHS-READ-FAILURE     BINARY-CHAR UNSIGNED.
    01 DEATHS-LOOKUP-ID        BINARY-LONG UNSIGNED.
    01 DEATHS-INDEX            BINARY-LONG UNSIGNED.
    01 DEATHS-SLOT             BINARY-LONG UNSIGNED.
    01 DEATHS-FREE-SLOT        BINARY-LONG UNSIGNED.
    *> the staff "containerlog" command - see AdminContainerLogCommand and
    *> ContainerLog-Lookup
    COPY DD-CONTAINER-LOG-QUERY.
    01 CONTAINERLOG-WORD       PIC X(16).
    01 CONTAINERLOG-ARG        PIC X(16)   OCCURS 5 TIMES.
    01 CONTAINERLOG-ARG-POS    BINARY-LONG UNSIGNED.
    01 CONTAINERLOG-DAYS       BINARY-LONG UNSIGNED.
    01 CONTAINERLOG-DAYS-AT    BINARY-LONG UNSIGNED.
    01 CONTAINERLOG-TODAY      PIC 9(8).
    01 CONTAINERLOG-FROM-DATE  PIC 9(8).
    01 DEATHS-SCAN-SLOT        BINARY-LONG UNSIGNED.
    01 DEATHS-STACKS           BINARY-LONG UNSIGNED.
    01 DEATHS-DROPPED          BINARY-LONG UNSIGNED.
    01 DEATHS-NUM              PIC Z(9)9.
    01 DEATHS-NUM2             PIC Z(9)9.
    01 DEATHS-NUM3             PIC Z(9)9.
    *> wide display scratch for the 64-bit traffic counters - see AdminNetstatCommand
    01 NETSTAT-NUM             PIC -(14)9.
    *> "tp"/"give"/"gamemode"/"time set"/"weather" operator commands - see
        02 RATE-ADDRESS             PIC X(45).
        02 RATE-WINDOW-START        BINARY-DOUBLE           VALUE 0.
        02 RATE-COUNT               BINARY-LONG UNSIGNED    VALUE 0.
    01 ADDRESS-ALLOWED          BINARY-CHAR UNSIGNED.
    *> PROXY protocol from a trusted proxy (see DD-PROXY, InsertClient and
    *> ReadProxyHeader): whether a new connection is from one, and what
    *> Proxy-ParseHeader made of the header so far
    01 PROXY-TRUSTED            BINARY-CHAR UNSIGNED.
    01 PROXY-WANT               BINARY-LONG.
    01 PROXY-RESULT             BINARY-CHAR UNSIGNED.
    01 PROXY-REAL-ADDRESS       PIC X(45).
    01 PROXY-REASON             PIC X(64).
    *> the first bytes of a PROXY header as ReceivePacket sees them - v1's "P"
    *> or v2's CR read as the packet length, the rest as the body
    01 C-PROXY-V1-BODY          PIC X(5)                VALUE "ROXY ".
    01 C-PROXY-V2-BODY          PIC X(11)               VALUE X"0A0D0A000D0A515549540A".
    *> Command blocks - see World-OpenCommandBlock, the "Use item on block" handler's
    *> minecraft:command_block branch (impulse mode), GameLoop's repeat-mode scan, and
    *> ExecuteCommandBlockCommand. CMD-LINE/CMD-LINE-LEN hold whichever command is
    01 METRICS-CHUNK-LOADS-DELTA    BINARY-LONG UNSIGNED.
    01 METRICS-TICK-MS-DISPLAY      PIC -(5)9.
    01 METRICS-CHUNK-LOADS-DISPLAY  PIC Z9.
    01 METRICS-TEXT                 PIC X(320).
    01 METRICS-TEXT-POS             BINARY-LONG UNSIGNED.
    01 METRICS-TEXT-LEN             BINARY-LONG UNSIGNED.
    *> Per-subsystem tick profile - see PerfStart/PerfStop, PerfTick, and DD-PERF.
    *> The C-PERF- constants are the PERF-SUBSYSTEM index each subsystem's time is
    *> charged to. PERF-NESTED-MS is chunk I/O already charged to "chunkio" from
    *> inside the span currently being timed (see StreamChunks), which PerfStop
    *> takes back out so no millisecond is counted twice.
    COPY DD-PERF.
    01 C-PERF-MOBS                  BINARY-LONG UNSIGNED    VALUE 1.
    01 C-PERF-HOPPERS               BINARY-LONG UNSIGNED    VALUE 2.
    01 C-PERF-FURNACES              BINARY-LONG UNSIGNED    VALUE 3.
    01 C-PERF-ITEMS                 BINARY-LONG UNSIGNED    VALUE 4.
    01 C-PERF-PROJECTILES           BINARY-LONG UNSIGNED    VALUE 5.
    01 C-PERF-STREAMING             BINARY-LONG UNSIGNED    VALUE 6.
    01 C-PERF-EDITS                 BINARY-LONG UNSIGNED    VALUE 7.
    01 C-PERF-BLOCKTICKS            BINARY-LONG UNSIGNED    VALUE 8.
    01 C-PERF-CHUNKIO               BINARY-LONG UNSIGNED    VALUE 9.
    01 C-PERF-OTHER                 BINARY-LONG UNSIGNED    VALUE 10.
    01 PERF-SUBSYSTEM-ID            BINARY-LONG UNSIGNED.
    01 PERF-MARK                    BINARY-DOUBLE.
    01 PERF-IO-MARK                 BINARY-DOUBLE.
    01 PERF-NOW                     BINARY-DOUBLE.
    01 PERF-NESTED-MS               BINARY-DOUBLE.
    01 PERF-ACCOUNTED-MS            BINARY-DOUBLE.
    01 PERF-INDEX                   BINARY-LONG UNSIGNED.
    01 PERF-CLOCK                   PIC X(21).
    *> Load shedding - see PERF-SHEDDING in DD-PERF. On the tick after an overrun,
    *> mob AI, hoppers, and scheduled block ticks each get through at most their
    *> C-SHED- slice, and each player's chunk streaming is cut to
    *> C-SHED-STREAM-BUDGET chunks; whatever is left waits for the ticks after.
    *> MOB-AI-CURSOR is the next mob an unfinished AI pass resumes from (0 when no
    *> pass is under way); HOPPER-SHED-CURSOR is where the next slice of hoppers
    *> starts, so every hopper takes its turn.
    01 C-SHED-MOB-SLICE             BINARY-LONG UNSIGNED    VALUE 16.
    01 C-SHED-HOPPER-SLICE          BINARY-LONG UNSIGNED    VALUE 32.
    01 C-SHED-BLOCKTICK-SLICE       BINARY-LONG UNSIGNED    VALUE 16.
    01 C-SHED-STREAM-BUDGET         BINARY-LONG             VALUE 1.
    01 MOB-AI-CURSOR                BINARY-LONG UNSIGNED    VALUE 0.
    01 MOB-AI-STOP                  BINARY-LONG UNSIGNED.
    01 HOPPER-SHED-CURSOR           BINARY-LONG UNSIGNED    VALUE 1.
    01 HOPPER-SHED-STEP             BINARY-LONG UNSIGNED.
    01 HOPPER-SHED-LEFT             BINARY-LONG UNSIGNED.
    01 DRAIN-BUDGET                 BINARY-LONG UNSIGNED.
    01 STREAM-SHEDDING              BINARY-CHAR UNSIGNED    VALUE 0.
    01 METRICS-DEFERRED-DISPLAY     PIC Z(5)9.
    *> Variables for working with chunks
    01 CHUNK-X          BINARY-LONG.
    01 CHUNK-Z          BINARY-LONG.
    *> which chunk a sign stands in, for the per-chunk sign send below
    01 STREAM-SIGN-CHUNK-X  BINARY-LONG.
    01 STREAM-SIGN-CHUNK-Z  BINARY-LONG.
    *> Resource-area resets - "regen <area>" (see AdminRegenCommand) warns
    *> everyone for the area's warning period, then RegenTick moves anyone
    *> inside out to the area's warp and walks its chunks
    *> C-REGEN-CHUNKS-PER-TICK a tick through World-RegenerateChunk, the same
    *> per-tick budgeting volume edits get. One reset runs at a time.
    *> REGEN-STATE: 0 = idle, 1 = warning, 2 = regenerating.
    COPY DD-RESOURCE-AREAS.
    01 C-AUDIT-SOURCE-REGEN PIC X(16)               VALUE "regen".
    01 C-REGEN-CHUNKS-PER-TICK BINARY-LONG UNSIGNED VALUE 4.
    01 REGEN-STATE          BINARY-CHAR UNSIGNED    VALUE 0.
    *> the area being reset, as it stood when the reset began - the table is
    *> reloaded every minute, and an edit to save/resource-areas.txt must not
    *> move, retarget or cut short a reset already under way
    01 REGEN-AREA.
        02 REGEN-AREA-NAME      PIC X(16).
        02 REGEN-AREA-DIM       BINARY-CHAR UNSIGNED.
        02 REGEN-AREA-MIN-X     BINARY-LONG.
        02 REGEN-AREA-MIN-Z     BINARY-LONG.
        02 REGEN-AREA-MAX-X     BINARY-LONG.
        02 REGEN-AREA-MAX-Z     BINARY-LONG.
        02 REGEN-AREA-WARP      PIC X(16).
        02 REGEN-AREA-WARN-MINUTES BINARY-LONG UNSIGNED.
    01 REGEN-TICKS-LEFT     BINARY-LONG UNSIGNED    VALUE 0.
    *> who started it, for the audit line written when it completes
    01 REGEN-SOURCE         PIC X(16).
    01 REGEN-CURSOR-X       BINARY-LONG.
    01 REGEN-CURSOR-Z       BINARY-LONG.
    01 REGEN-TOTAL-CHUNKS   BINARY-LONG UNSIGNED.
    01 REGEN-DONE-CHUNKS    BINARY-LONG UNSIGNED.
    01 REGEN-FAILED-CHUNKS  BINARY-LONG UNSIGNED.
    01 REGEN-DROPPED        BINARY-LONG UNSIGNED.
    01 REGEN-MOVED          BINARY-LONG UNSIGNED.
    01 REGEN-FAILURE        BINARY-CHAR UNSIGNED.
    01 REGEN-BUDGET         BINARY-LONG UNSIGNED.
    01 REGEN-WARP-INDEX     BINARY-LONG UNSIGNED.
    *> why an area cannot be reset right now, spaces when it can - see
    *> RegenCheckArea
    01 REGEN-REFUSAL        PIC X(64).
    01 REGEN-ARG-VERB       PIC X(16).
    01 REGEN-ARG-OPTION     PIC X(16).
    01 REGEN-ARG-EXTRA      PIC X(16).
    01 REGEN-ARG-POS        BINARY-LONG UNSIGNED.
    01 REGEN-NOW-RAW        PIC X(21).
    *> 1 = Monday .. 7 = Sunday, as RESOURCE-AREA-DAYS
    01 REGEN-WEEKDAY        BINARY-LONG UNSIGNED.
    01 REGEN-SECONDS        BINARY-LONG UNSIGNED.
    01 REGEN-CHUNK-X        BINARY-LONG.
    01 REGEN-CHUNK-Z        BINARY-LONG.
    01 REGEN-CLAIM-MIN-X    BINARY-LONG.
    01 REGEN-CLAIM-MIN-Z    BINARY-LONG.
    01 REGEN-CLAIM-MAX-X    BINARY-LONG.
    01 REGEN-CLAIM-MAX-Z    BINARY-LONG.
    01 REGEN-REL-X          BINARY-LONG.
    01 REGEN-REL-Z          BINARY-LONG.
    01 REGEN-MAP-INDEX      BINARY-LONG UNSIGNED.
    01 REGEN-INDEX          BINARY-LONG UNSIGNED.
    01 REGEN-DIM-NAME       PIC X(9).
    01 REGEN-NUM1           PIC -(9)9.
    01 REGEN-NUM2           PIC -(9)9.
    01 REGEN-NUM3           PIC -(9)9.
    01 REGEN-NUM4           PIC -(9)9.
    *> Ticks since chunks were last unloaded outside every player's view distance - see GameLoop
    01 CHUNK-UNLOAD-TIMER BINARY-LONG UNSIGNED VALUE 0.
    *> Ticks since chunk inhabited time was last accrued - see GameLoop and
    *> World-AccrueInhabited
    01 INHABITED-TIMER  BINARY-LONG UNSIGNED VALUE 0.
    *> Survival bookkeeping (fall damage, starvation) - see SurvivalTick
    01 FALL-DISTANCE    FLOAT-LONG.
    01 FALL-DAMAGE       FLOAT-SHORT.
    *> count - see GameLoop and the "backup" admin command.
    01 BACKUP-TIMER         BINARY-LONG UNSIGNED VALUE 0.
    01 BACKUP-KEEP-COUNT    BINARY-LONG UNSIGNED.
    *> The calendar month (yyyymm) the audit trail was last archived up to -
    *> see Audit-Archive and GameLoop. Spaces until the first check after boot.
    01 AUDIT-ARCHIVE-MONTH  PIC X(6) VALUE SPACES.
    01 AUDIT-ARCHIVE-NOW    PIC X(21).
    *> chunk integrity scan counters - see World-VerifyChunks and the "verify"
    *> admin command
    01 VERIFY-SCANNED       BINARY-LONG UNSIGNED.
    *> chat message/chat command handlers.
    01 CHAT-TEXT        PIC X(256).
    01 CHAT-TEXT-LEN    BINARY-LONG UNSIGNED.
    *> Player-facing messages in the player's own language - see
    *> Messages-Format and DD-MESSAGES. MSG-ARG(n) fills {n} in the message;
    *> MSG-PLAYER is the player slot whose language is wanted where that is
    *> not simply CLIENT-PLAYER(CLIENT-ID). MSG-ID/MSG-DEFAULT name the
    *> message for BroadcastMessage, and MSG-TAIL is free text (a player's
    *> own words, a list of names) too long for a MSG-ARG, added after the
    *> message by AppendMessageTail. MSG-PART is one more localized piece of
    *> a line (an optional clause, a list entry), formatted on its own and
    *> added to MSG-TAIL by AppendMessagePart. LANGUAGE-TAG is checked by
    *> CheckLanguageTag before it may name a catalog file.
    01 MSG-ARGS.
        02 MSG-ARG          PIC X(64) OCCURS 4 TIMES.
    01 MSG-PLAYER       BINARY-LONG UNSIGNED.
    01 MSG-ID           PIC X(32).
    01 MSG-DEFAULT      PIC X(192).
    01 MSG-TAIL         PIC X(256).
    01 MSG-TAIL-LEN     BINARY-LONG UNSIGNED VALUE 0.
    01 MSG-PART         PIC X(128).
    01 MSG-PART-LEN     BINARY-LONG UNSIGNED.
    01 LANGUAGE-TAG     PIC X(16).
    01 LANGUAGE-TAG-LEN BINARY-LONG UNSIGNED.
    01 LANGUAGE-TAG-OK  BINARY-CHAR UNSIGNED.
    01 LANGUAGE-CHAR-INDEX BINARY-LONG UNSIGNED.
    *> the game versions this server accepts, for a client it cannot speak
    *> to - see Protocol-Describe and HandleLogin
    01 PROTOCOL-TEXT-LEN BINARY-LONG UNSIGNED.
    01 COMMAND-TEXT      PIC X(256).
    01 COMMAND-TEXT-LEN  BINARY-LONG UNSIGNED.
    01 BROADCAST-CLIENT-ID BINARY-LONG UNSIGNED.
    *> Chat/event bridge for tools outside the server - see Bridge-Post, which
    *> BroadcastChatMessage feeds every announcement to, and BridgeInboundTick.
    *> BRIDGE-KIND names what the next broadcast is (join, leave, death,
    *> advancement); left blank it is "chat" for a player's line and
    *> "broadcast" otherwise, and "none" keeps a line off the outbound spool
    *> (a line that itself came in over the bridge). At most
    *> C-BRIDGE-MAX-PER-TICK inbound records are injected per tick, so a
    *> backlog after downtime drains over a few ticks instead of one.
    01 BRIDGE-KIND          PIC X(12)               VALUE SPACES.
    01 BRIDGE-EVENT-KIND    PIC X(12).
    01 C-BRIDGE-MAX-PER-TICK BINARY-LONG UNSIGNED   VALUE 5.
    01 C-BRIDGE-KIND-START  PIC X(12)               VALUE "start".
    01 C-BRIDGE-KIND-STOP   PIC X(12)               VALUE "stop".
    01 BRIDGE-IN-SEQ        BINARY-DOUBLE UNSIGNED.
    01 BRIDGE-IN-SOURCE     PIC X(16).
    01 BRIDGE-IN-AUTHOR     PIC X(16).
    01 BRIDGE-IN-TEXT       PIC X(256).
    01 BRIDGE-IN-TEXT-LEN   BINARY-LONG UNSIGNED.
    01 BRIDGE-IN-FOUND      BINARY-CHAR UNSIGNED.
    01 BRIDGE-IN-COUNT      BINARY-LONG UNSIGNED.
    *> "/list" command bookkeeping - see BuildOnlinePlayersList
    01 ONLINE-PLAYER-COUNT         BINARY-LONG UNSIGNED.
    01 DISPLAY-ONLINE-PLAYER-COUNT PIC Z9.
    01 LOGIN-USERNAME-LENGTH BINARY-LONG UNSIGNED.
    01 ACCESS-CHECK-RESULT BINARY-CHAR UNSIGNED.
    01 ACCESSLIST-RELOAD-TIMER BINARY-LONG UNSIGNED VALUE 0.
    *> whitelist applications - the UUID a client sent with its Login Start,
    *> kept for the application a whitelist rejection opens (see
    *> Applications-Record), and the "whitelist applications|approve|deny"
    *> console commands (see AdminWhitelistCommand)
    01 LOGIN-CLAIMED-UUID      PIC X(16).
    01 APPLICATION-RESULT      BINARY-CHAR UNSIGNED.
    01 APPLICATION-INDEX       BINARY-LONG UNSIGNED.
    01 APPLICATION-VERB        PIC X(16).
    01 APPLICATION-TARGET      PIC X(16).
    01 APPLICATION-SHOW-ALL    BINARY-CHAR UNSIGNED.
    01 APPLICATION-SHOWN       BINARY-LONG UNSIGNED.
    01 APPLICATION-ARG-POS     BINARY-LONG UNSIGNED.
    01 APPLICATION-SAVE-FAILURE BINARY-CHAR UNSIGNED.
    01 APPLICATION-NUM         PIC Z(9)9.
    *> Player slot recycling and the login wait queue - see ReclaimPlayerSlot,
    *> CompleteLoginStart and LoginQueueTick. Tickets only ever count up, so a
    *> lower ticket always means an earlier arrival.
    01 RECLAIM-SLOT             BINARY-LONG UNSIGNED.
    01 RECLAIM-INDEX            BINARY-LONG UNSIGNED.
    01 RECLAIM-OLDEST-SEEN      PIC X(14).
    01 LOGIN-QUEUE-NEXT-TICKET  BINARY-LONG UNSIGNED    VALUE 0.
    01 LOGIN-QUEUE-BEST         BINARY-LONG UNSIGNED.
    01 LOGIN-QUEUE-INDEX        BINARY-LONG UNSIGNED.
    01 LOGIN-QUEUE-OTHER        BINARY-LONG UNSIGNED.
    01 LOGIN-QUEUE-POSITION     BINARY-LONG UNSIGNED.
    01 LOGIN-QUEUE-FREE-SLOTS   BINARY-LONG UNSIGNED.
    01 LOGIN-QUEUE-MESSAGE-ID   BINARY-LONG             VALUE 0.
    01 LOGIN-QUEUE-TEXT         PIC X(64).
    01 LOGIN-QUEUE-TEXT-LEN     BINARY-LONG UNSIGNED.
    *> how often a waiting connection is told its position, which doubles as
    *> its keep-alive while it sits in the login state
    01 LOGIN-QUEUE-NOTIFY-MS    BINARY-LONG UNSIGNED    VALUE 5000.
    *> "Confirm Teleportation" handshake bookkeeping - see SyncPlayerPosition
    01 CONFIRMED-TELEPORT-ID BINARY-LONG.
    01 PENDING-MOVE-X       FLOAT-LONG.
    CALL "Regions-Load" USING IO-FAILURE
    CALL "Schedule-Load" USING IO-FAILURE
    CALL "Warps-Load" USING IO-FAILURE
    CALL "Parties-Load" USING IO-FAILURE
    CALL "Tickets-Load" USING IO-FAILURE
    CALL "Applications-Load" USING IO-FAILURE
    CALL "Groups-Load" USING IO-FAILURE
    CALL "ChatFilter-Load" USING IO-FAILURE
    CALL "Loot-Load" USING IO-FAILURE
    CALL "Trades-Load" USING IO-FAILURE
    CALL "Smelting-Load" USING IO-FAILURE
    CALL "Fuel-Load" USING IO-FAILURE
    CALL "Brewing-Load" USING IO-FAILURE
    CALL "Animals-Load" USING IO-FAILURE
    CALL "Food-Load" USING IO-FAILURE
    CALL "Advancements-Load" USING IO-FAILURE
    CALL "Rewards-Load" USING IO-FAILURE
    CALL "Claims-Load" USING IO-FAILURE
    CALL "ClaimsConfig-Load" USING IO-FAILURE
    CALL "Messages-Load" USING IO-FAILURE
    CALL "Proxy-Load" USING IO-FAILURE
    CALL "ResourceAreas-Load" USING IO-FAILURE.

    *> the client protocol versions HandleHandshake accepts - see DD-PROTOCOL
    CALL "Protocol-Init".

    MOVE 1 TO LOG-TEXT-POS
    STRING "Loading event hooks..." INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        CALL "Socket-Listen" USING RCON-PORT RCON-LISTEN ERRNO
        PERFORM HandleServerError
    END-IF

    *> let the bridge's readers know the server is up - see Bridge-Post
    MOVE "Server started" TO CHAT-TEXT
    MOVE 14 TO CHAT-TEXT-LEN
    CALL "Bridge-Post" USING C-BRIDGE-KIND-START CHAT-TEXT CHAT-TEXT-LEN
    .

ServerLoop.
        CALL "Util-SystemTimeMillis" USING CURRENT-TIME
        MOVE CURRENT-TIME TO TICK-STARTTIME
        COMPUTE TICK-ENDTIME = CURRENT-TIME + (1000 / 20)
        *> start every subsystem's clock for this tick at zero - see PerfTick
        PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > PERF-SUBSYSTEM-COUNT
            MOVE 0 TO PERF-SUB-TICK-MS(PERF-INDEX)
            MOVE 0 TO PERF-SUB-TICK-DEFERRED(PERF-INDEX)
        END-PERFORM

        *> Update the game state
        PERFORM GameLoop
            END-IF
        END-PERFORM

        *> Let the head of the login queue in if a player slot has freed up, and
        *> tell everyone still waiting where they stand - see LoginQueueTick.
        PERFORM LoginQueueTick

        *> Pick up at most one admin command typed at the console this tick, without
        *> ever blocking the loop waiting for operator input.
        PERFORM HandleConsole
        *> write a small metrics snapshot to disk once a second - see MetricsTick.
        CALL "Util-SystemTimeMillis" USING CURRENT-TIME
        COMPUTE TICK-BUSY-MS = CURRENT-TIME - TICK-STARTTIME
        PERFORM PerfTick
        PERFORM MetricsTick

        *> The remaining time of this tick can be used for accepting connections and receiving packets.
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN

    *> the partial minute the server stops in still belongs in the time series
    PERFORM PerfCountLoad
    CALL "Perf-Rollup"

    *> Tell every still-connected client why, save whichever of them have an associated
    *> player, and close their sockets - same per-client cleanup RemoveClient already
    *> does for an ordinary disconnect.
    MOVE SPACES TO MSG-ARGS
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "kick.server-closed" "Server closed" MSG-ARGS SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                CALL "SendPacket-PlayDisconnect" USING CLIENT-HNDL(CLIENT-ID) SHUTDOWN-REASON SHUTDOWN-REASON-LEN
            END-IF
            MOVE "shutdown" TO CLIENT-END-REASON(CLIENT-ID)
            PERFORM RemoveClient
        END-IF
    END-PERFORM
    CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    CALL "World-Save" USING IO-FAILURE

    MOVE "Server stopped" TO CHAT-TEXT
    MOVE 14 TO CHAT-TEXT-LEN
    CALL "Bridge-Post" USING C-BRIDGE-KIND-STOP CHAT-TEXT CHAT-TEXT-LEN

    MOVE 1 TO LOG-TEXT-POS
    STRING "Server stopped." INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        "players=" FUNCTION TRIM(DISPLAY-ONLINE-PLAYER-COUNT) X"0A"
        "chunks_loaded_per_sec=" FUNCTION TRIM(METRICS-CHUNK-LOADS-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS

    *> load shedding over the last second - ticks that shed, and what each
    *> deferrable subsystem put off (see PERF-SHEDDING)
    MOVE PERF-SECOND-SHED-TICKS TO METRICS-DEFERRED-DISPLAY
    STRING "shed_ticks_per_sec=" FUNCTION TRIM(METRICS-DEFERRED-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS
    MOVE PERF-SUB-SECOND-DEFERRED(C-PERF-MOBS) TO METRICS-DEFERRED-DISPLAY
    STRING "deferred_mobs_per_sec=" FUNCTION TRIM(METRICS-DEFERRED-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS
    MOVE PERF-SUB-SECOND-DEFERRED(C-PERF-HOPPERS) TO METRICS-DEFERRED-DISPLAY
    STRING "deferred_hoppers_per_sec=" FUNCTION TRIM(METRICS-DEFERRED-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS
    MOVE PERF-SUB-SECOND-DEFERRED(C-PERF-BLOCKTICKS) TO METRICS-DEFERRED-DISPLAY
    STRING "deferred_blockticks_per_sec=" FUNCTION TRIM(METRICS-DEFERRED-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS
    MOVE PERF-SUB-SECOND-DEFERRED(C-PERF-STREAMING) TO METRICS-DEFERRED-DISPLAY
    STRING "deferred_streams_per_sec=" FUNCTION TRIM(METRICS-DEFERRED-DISPLAY) X"0A"
        INTO METRICS-TEXT WITH POINTER METRICS-TEXT-POS
    COMPUTE METRICS-TEXT-LEN = METRICS-TEXT-POS - 1
    MOVE 0 TO PERF-SECOND-SHED-TICKS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > PERF-SUBSYSTEM-COUNT
        MOVE 0 TO PERF-SUB-SECOND-DEFERRED(PERF-INDEX)
    END-PERFORM

    CALL "Files-WriteAll" USING "save/metrics.txt" METRICS-TEXT METRICS-TEXT-LEN IO-FAILURE
    IF IO-FAILURE NOT = 0

    EXIT SECTION.

PerfTick SECTION.
    *> Called once per tick from ServerLoop, once TICK-BUSY-MS is known. Charges
    *> whatever of the busy time the timed subsystems don't account for to "other",
    *> picks this tick's worst subsystem, and folds the tick into the running minute
    *> (see DD-PERF). A tick over PERF-TICK-BUDGET-MS writes an incident record
    *> naming that worst subsystem - see Perf-Incident - and once the wall-clock
    *> minute turns, the finished minute is appended to the day's time series -
    *> see Perf-Rollup. PerfReport summarizes both.
    MOVE FUNCTION CURRENT-DATE TO PERF-CLOCK
    IF PERF-CLOCK(1:12) NOT = PERF-MINUTE-STAMP
        IF PERF-MINUTE-STAMP NOT = SPACES
            PERFORM PerfCountLoad
            CALL "Perf-Rollup"
        END-IF
        MOVE PERF-CLOCK(1:12) TO PERF-MINUTE-STAMP
    END-IF

    MOVE TICK-BUSY-MS TO PERF-TICK-MS
    MOVE 0 TO PERF-ACCOUNTED-MS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX >= C-PERF-OTHER
        ADD PERF-SUB-TICK-MS(PERF-INDEX) TO PERF-ACCOUNTED-MS
    END-PERFORM
    IF PERF-ACCOUNTED-MS < TICK-BUSY-MS
        COMPUTE PERF-SUB-TICK-MS(C-PERF-OTHER) = TICK-BUSY-MS - PERF-ACCOUNTED-MS
    ELSE
        MOVE 0 TO PERF-SUB-TICK-MS(C-PERF-OTHER)
    END-IF

    MOVE 1 TO PERF-WORST-INDEX
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > PERF-SUBSYSTEM-COUNT
        IF PERF-SUB-TICK-MS(PERF-INDEX) > PERF-SUB-TICK-MS(PERF-WORST-INDEX)
            MOVE PERF-INDEX TO PERF-WORST-INDEX
        END-IF
        ADD PERF-SUB-TICK-MS(PERF-INDEX) TO PERF-SUB-MINUTE-MS(PERF-INDEX)
        IF PERF-SUB-TICK-MS(PERF-INDEX) > PERF-SUB-MINUTE-MAX(PERF-INDEX)
            MOVE PERF-SUB-TICK-MS(PERF-INDEX) TO PERF-SUB-MINUTE-MAX(PERF-INDEX)
        END-IF
    END-PERFORM

    ADD 1 TO PERF-MINUTE-TICKS
    ADD TICK-BUSY-MS TO PERF-MINUTE-BUSY-MS
    IF TICK-BUSY-MS > PERF-MINUTE-MAX-MS
        MOVE TICK-BUSY-MS TO PERF-MINUTE-MAX-MS
    END-IF

    *> what this tick put off, if it was shedding load, counts toward the minute's
    *> rollup and toward the second MetricsTick reports
    IF PERF-SHEDDING = 1
        ADD 1 TO PERF-MINUTE-SHED-TICKS
        ADD 1 TO PERF-SECOND-SHED-TICKS
        PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > PERF-SUBSYSTEM-COUNT
            ADD PERF-SUB-TICK-DEFERRED(PERF-INDEX) TO PERF-SUB-MINUTE-DEFERRED(PERF-INDEX)
            ADD PERF-SUB-TICK-DEFERRED(PERF-INDEX) TO PERF-SUB-SECOND-DEFERRED(PERF-INDEX)
        END-PERFORM
    END-IF

    IF TICK-BUSY-MS > PERF-TICK-BUDGET-MS
        ADD 1 TO PERF-MINUTE-SLOW
        PERFORM PerfCountLoad
        CALL "Perf-Incident"
        *> an overrun makes the next tick shed load; a tick back within budget
        *> lets the deferred work catch up
        MOVE 1 TO PERF-SHEDDING
    ELSE
        MOVE 0 TO PERF-SHEDDING
    END-IF

    EXIT SECTION.

PerfCountLoad SECTION.
    *> Counts what is loaded right now into PERF-PROFILE - playing players, spawned
    *> mobs, dropped items, arrows in flight, XP orbs, and cached chunks - for
    *> Perf-Incident and Perf-Rollup to write alongside the timings.
    MOVE 0 TO PERF-COUNT-PLAYERS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > MAX-CLIENTS
        IF CLIENT-PRESENT(PERF-INDEX) = 1 AND CLIENT-STATE(PERF-INDEX) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(PERF-INDEX) > 0
            ADD 1 TO PERF-COUNT-PLAYERS
        END-IF
    END-PERFORM
    MOVE 0 TO PERF-COUNT-MOBS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > MAX-MOBS
        IF MOB-PRESENT(PERF-INDEX) = 1
            ADD 1 TO PERF-COUNT-MOBS
        END-IF
    END-PERFORM
    MOVE 0 TO PERF-COUNT-ITEMS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > MAX-ITEM-ENTITIES
        IF ITEMENTITY-PRESENT(PERF-INDEX) = 1
            ADD 1 TO PERF-COUNT-ITEMS
        END-IF
    END-PERFORM
    MOVE 0 TO PERF-COUNT-PROJECTILES
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > MAX-PROJECTILES
        IF PROJECTILE-PRESENT(PERF-INDEX) = 1
            ADD 1 TO PERF-COUNT-PROJECTILES
        END-IF
    END-PERFORM
    MOVE 0 TO PERF-COUNT-XP-ORBS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > MAX-XP-ORBS
        IF XPORB-PRESENT(PERF-INDEX) = 1
            ADD 1 TO PERF-COUNT-XP-ORBS
        END-IF
    END-PERFORM
    MOVE 0 TO PERF-COUNT-CHUNKS
    PERFORM VARYING PERF-INDEX FROM 1 BY 1 UNTIL PERF-INDEX > WORLD-CHUNK-COUNT
        IF WORLD-CHUNK-PRESENT(PERF-INDEX) = 1
            ADD 1 TO PERF-COUNT-CHUNKS
        END-IF
    END-PERFORM

    EXIT SECTION.

PerfStart SECTION.
    *> Starts timing one subsystem's share of the tick - see PerfStop.
    MOVE 0 TO PERF-NESTED-MS
    CALL "Util-SystemTimeMillis" USING PERF-MARK

    EXIT SECTION.

PerfStop SECTION.
    *> Charges the time since PerfStart to subsystem PERF-SUBSYSTEM-ID, less any
    *> chunk I/O already charged to "chunkio" from inside the span.
    CALL "Util-SystemTimeMillis" USING PERF-NOW
    COMPUTE PERF-SUB-TICK-MS(PERF-SUBSYSTEM-ID) = PERF-SUB-TICK-MS(PERF-SUBSYSTEM-ID)
        + PERF-NOW - PERF-MARK - PERF-NESTED-MS
    MOVE 0 TO PERF-NESTED-MS

    EXIT SECTION.

GameLoop SECTION.
    *> Apply fall/starve damage and hunger drain for every connected survival player.
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS

    *> Keep each playing client's loaded chunks centered on wherever they currently
    *> are, in whichever dimension they stand - see SetActiveDimension.
    *> Streaming yields to the rest of the tick after an overrun - see StreamChunks.
    PERFORM PerfStart
    MOVE PERF-SHEDDING TO STREAM-SHEDDING
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            PERFORM SetActiveDimension
            PERFORM StreamChunks
        END-IF
    END-PERFORM
    MOVE 0 TO STREAM-SHEDDING
    MOVE C-PERF-STREAMING TO PERF-SUBSYSTEM-ID
    PERFORM PerfStop
    MOVE 0 TO WORLD-ACTIVE-DIM

    *> Re-send "Synchronize Player Position" to any client that still hasn't confirmed its
    ADD 1 TO WORLD-AUTOSAVE-TIMER
    IF WORLD-AUTOSAVE-TIMER >= 6000
        MOVE 0 TO WORLD-AUTOSAVE-TIMER
        PERFORM PerfStart
        CALL "World-Save" USING IO-FAILURE
        MOVE C-PERF-CHUNKIO TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> Compare every playing player's stats against the advancement thresholds
        END-PERFORM
    END-IF

    *> Pay out playtime milestones once a minute - see RewardPlaytimeCheck. The
    *> milestones are whole minutes, so a finer cadence would buy nothing.
    ADD 1 TO REWARD-CHECK-TIMER
    IF REWARD-CHECK-TIMER >= 1200
        MOVE 0 TO REWARD-CHECK-TIMER
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                PERFORM RewardPlaytimeCheck
            END-IF
        END-PERFORM
    END-IF

    *> Mark (and optionally kick) idle players once a second - see AfkCheck.
    ADD 1 TO AFK-CHECK-TIMER
    IF AFK-CHECK-TIMER >= 20
    *> ScheduleTick and save/schedule.txt.
    PERFORM ScheduleTick

    *> Pass on whatever the outside tools have posted to the inbound bridge
    *> spool since last tick - see BridgeInboundTick.
    PERFORM BridgeInboundTick

    *> Take a scheduled backup snapshot when the configured interval elapses -
    *> see Backup-Run, which flushes first so the copy is consistent.
    IF BACKUP-INTERVAL-MINUTES > 0
    ADD 1 TO CHUNK-UNLOAD-TIMER
    IF CHUNK-UNLOAD-TIMER >= 200
        MOVE 0 TO CHUNK-UNLOAD-TIMER
        PERFORM PerfStart
        CALL "World-UnloadChunks" USING IO-FAILURE
        MOVE C-PERF-CHUNKIO TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> Credit every chunk near a player with the time spent there, once a second -
    *> the "InhabitedTime" ChunkPrune later judges visited terrain by.
    ADD 1 TO INHABITED-TIMER
    IF INHABITED-TIMER >= 20
        CALL "World-AccrueInhabited" USING INHABITED-TIMER
        MOVE 0 TO INHABITED-TIMER
    END-IF

    *> Re-read the whitelist/ops/ban files every 1200 ticks (1 minute), so edits to them
        CALL "Groups-Load" USING IO-FAILURE
        CALL "ChatFilter-Load" USING IO-FAILURE
        CALL "Loot-Load" USING IO-FAILURE
        CALL "Trades-Load" USING IO-FAILURE
        CALL "Smelting-Load" USING IO-FAILURE
        CALL "Fuel-Load" USING IO-FAILURE
        CALL "Brewing-Load" USING IO-FAILURE
        CALL "Animals-Load" USING IO-FAILURE
        CALL "Food-Load" USING IO-FAILURE
        CALL "Advancements-Load" USING IO-FAILURE
        CALL "Rewards-Load" USING IO-FAILURE
        CALL "ClaimsConfig-Load" USING IO-FAILURE
        CALL "Messages-Load" USING IO-FAILURE
        CALL "Proxy-Load" USING IO-FAILURE
        CALL "ResourceAreas-Load" USING IO-FAILURE
        *> once a day, age the land claims of owners who stopped playing
        MOVE FUNCTION CURRENT-DATE TO CLAIM-NOW-RAW
        IF CLAIM-NOW-RAW(1:8) NOT = CLAIM-EXPIRY-DAY
            MOVE CLAIM-NOW-RAW(1:8) TO CLAIM-EXPIRY-DAY
            PERFORM ClaimExpiryCheck
        END-IF
        *> once the calendar month turns, close the finished month(s) out of
        *> logs/audit.log into their hash-chained archives
        MOVE FUNCTION CURRENT-DATE TO AUDIT-ARCHIVE-NOW
        IF AUDIT-ARCHIVE-NOW(1:6) NOT = AUDIT-ARCHIVE-MONTH
            MOVE AUDIT-ARCHIVE-NOW(1:6) TO AUDIT-ARCHIVE-MONTH
            CALL "Audit-Archive" USING IO-FAILURE
        END-IF
    END-IF

    *> Spawn one more passive mob (up to MAX-MOBS) every 100 ticks (5 seconds), as long as
    ADD 1 TO MOB-SPAWN-TIMER
    IF MOB-SPAWN-TIMER >= 100 AND MAINTENANCE-MODE = 0
        MOVE 0 TO MOB-SPAWN-TIMER
        PERFORM PerfStart
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                PERFORM MobSpawnTick
                EXIT PERFORM
            END-IF
        END-PERFORM
        MOVE C-PERF-MOBS TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> Advance the world clock by one tick and let every playing client's display follow

    *> Advance every spawned mob's wander AI every 10 ticks (half a second) - frequent
    *> enough to look alive, infrequent enough to keep the position broadcasts cheap.
    *> After an overrun a pass only gets through C-SHED-MOB-SLICE mobs a tick and
    *> resumes from MOB-AI-CURSOR on the next; a pass falling due while the last
    *> one is still being spread out just carries on with it.
    ADD 1 TO MOB-AI-TIMER
    IF MOB-AI-TIMER >= 10 AND MAINTENANCE-MODE = 0
        MOVE 0 TO MOB-AI-TIMER
        IF MOB-AI-CURSOR = 0
            MOVE 1 TO MOB-AI-CURSOR
        END-IF
    END-IF
    IF MOB-AI-CURSOR > 0 AND MAINTENANCE-MODE = 0
        IF PERF-SHEDDING = 1
            COMPUTE MOB-AI-STOP = FUNCTION MIN(MOB-AI-CURSOR + C-SHED-MOB-SLICE - 1, MAX-MOBS)
        ELSE
            MOVE MAX-MOBS TO MOB-AI-STOP
        END-IF
        *> MobHuntTick runs from inside MobAiTick, so zombies are timed here too
        PERFORM PerfStart
        PERFORM VARYING MOB-INDEX FROM MOB-AI-CURSOR BY 1 UNTIL MOB-INDEX > MOB-AI-STOP
            IF MOB-PRESENT(MOB-INDEX) = 1
                PERFORM MobAiTick
            END-IF
        END-PERFORM
        MOVE C-PERF-MOBS TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
        IF MOB-AI-STOP >= MAX-MOBS
            MOVE 0 TO MOB-AI-CURSOR
        ELSE
            COMPUTE MOB-AI-CURSOR = MOB-AI-STOP + 1
            PERFORM VARYING MOB-INDEX FROM MOB-AI-CURSOR BY 1 UNTIL MOB-INDEX > MAX-MOBS
                IF MOB-PRESENT(MOB-INDEX) = 1
                    ADD 1 TO PERF-SUB-TICK-DEFERRED(C-PERF-MOBS)
                END-IF
            END-PERFORM
        END-IF
    END-IF

    *> Re-run every repeat-mode command block's stored command once per tick - this
    *> Drop any unsupported sand/gravel and spread any water/lava that bordered a
    *> block changed this tick or earlier - see ScheduledTickDrain and
    *> World-ScheduleTick (called from World-SetBlock).
    PERFORM PerfStart
    PERFORM ScheduledTickDrain
    MOVE C-PERF-BLOCKTICKS TO PERF-SUBSYSTEM-ID
    PERFORM PerfStop

    *> apply the next slice of any queued volume edit - see EditApplyTick
    IF EDIT-ACTIVE > 0
        PERFORM PerfStart
        PERFORM EditApplyTick
        MOVE C-PERF-EDITS TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> count down, or carry on with, any resource-area reset - see RegenTick
    IF REGEN-STATE > 0
        PERFORM RegenTick
    END-IF

    *> fly every loosed arrow one step - see ProjectileTick
    PERFORM PerfStart
    PERFORM VARYING PROJECTILE-INDEX FROM 1 BY 1 UNTIL PROJECTILE-INDEX > MAX-PROJECTILES
        IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 1
            PERFORM ProjectileTick
        END-IF
    END-PERFORM
    MOVE C-PERF-PROJECTILES TO PERF-SUBSYSTEM-ID
    PERFORM PerfStop
    MOVE 0 TO WORLD-ACTIVE-DIM

    *> Count down toward the next rain/thunder toggle every tick, same per-tick

    *> Advance every furnace's burn/cook counters by one tick - see FurnaceTick.
    IF MAINTENANCE-MODE = 0
        PERFORM PerfStart
        PERFORM VARYING FURNACE-INDEX FROM 1 BY 1 UNTIL FURNACE-INDEX > MAX-FURNACES
            IF FURNACE-PRESENT(FURNACE-INDEX) = 1
                PERFORM FurnaceTick
            END-IF
        END-PERFORM
        *> brewing stands tick in the same pass and count toward the same
        *> subsystem - see BrewingTick
        PERFORM VARYING BREWSTAND-INDEX FROM 1 BY 1 UNTIL BREWSTAND-INDEX > MAX-BREWSTANDS
            IF BREWSTAND-PRESENT(BREWSTAND-INDEX) = 1
                PERFORM BrewingTick
            END-IF
        END-PERFORM
        MOVE C-PERF-FURNACES TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> Let every hopper pull from above, catch dropped items, and push toward
    *> its facing - see HopperTick.
    *> After an overrun only a slice of them gets its tick - see HopperShedSlice.
    IF MAINTENANCE-MODE = 0
        PERFORM PerfStart
        IF PERF-SHEDDING = 1
            PERFORM HopperShedSlice
        ELSE
            PERFORM VARYING HOPPER-INDEX FROM 1 BY 1 UNTIL HOPPER-INDEX > MAX-HOPPERS
                IF HOPPER-PRESENT(HOPPER-INDEX) = 1
                    PERFORM HopperTick
                END-IF
            END-PERFORM
        END-IF
        MOVE C-PERF-HOPPERS TO PERF-SUBSYSTEM-ID
        PERFORM PerfStop
    END-IF

    *> Let every dropped item look for a pickup, or expire, every tick - see
    *> ItemEntityTick, the dropped-item counterpart of XpOrbTick above.
    PERFORM PerfStart
    PERFORM VARYING ITEMENTITY-INDEX FROM 1 BY 1 UNTIL ITEMENTITY-INDEX > MAX-ITEM-ENTITIES
        IF ITEMENTITY-PRESENT(ITEMENTITY-INDEX) = 1
            PERFORM ItemEntityTick
        END-IF
    END-PERFORM
    MOVE C-PERF-ITEMS TO PERF-SUBSYSTEM-ID
    PERFORM PerfStop

    EXIT SECTION.

            MOVE 20 TO ADMIN-CMD-RESPONSE-LEN

        WHEN ADMIN-CMD-LINE-LEN > 4 AND ADMIN-CMD-LINE(1:4) = "say "
            MOVE SPACES TO MSG-ARGS
            MOVE "chat.announcement" TO MSG-ID
            MOVE "[Server]" TO MSG-DEFAULT
            MOVE ADMIN-CMD-LINE(5:ADMIN-CMD-LINE-LEN - 4) TO MSG-TAIL
            COMPUTE MSG-TAIL-LEN = ADMIN-CMD-LINE-LEN - 4
            PERFORM BroadcastMessage
            MOVE "Message sent" TO ADMIN-CMD-RESPONSE
            MOVE 12 TO ADMIN-CMD-RESPONSE-LEN

        WHEN ADMIN-CMD-LINE-LEN = 16 AND ADMIN-CMD-LINE(1:16) = "whitelist reload"
            CALL "AccessList-Load" USING IO-FAILURE
            IF IO-FAILURE = 0
                MOVE "Reloaded the whitelist/ops/ban lists" TO ADMIN-CMD-RESPONSE
                MOVE 36 TO ADMIN-CMD-RESPONSE-LEN
            ELSE
                *> the problems themselves are in the log, with line numbers
                MOVE "Reloaded the whitelist/ops/ban lists - a file with problems was not applied, see the log" TO ADMIN-CMD-RESPONSE
                MOVE 88 TO ADMIN-CMD-RESPONSE-LEN
            END-IF

        WHEN ADMIN-CMD-LINE-LEN > 10 AND ADMIN-CMD-LINE(1:10) = "whitelist "
            PERFORM AdminWhitelistCommand

        WHEN ADMIN-CMD-LINE-LEN = 4 AND ADMIN-CMD-LINE(1:4) = "list"
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                    IF USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) = FUNCTION TRIM(ADMIN-KICK-TARGET)
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "kick.operator" "Kicked by an operator" MSG-ARGS SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                        CALL "SendPacket-PlayDisconnect" USING CLIENT-HNDL(CLIENT-ID) SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                        MOVE "kick" TO CLIENT-END-REASON(CLIENT-ID)
                        PERFORM RemoveClient
                        MOVE 1 TO ADMIN-KICK-FOUND
                    END-IF
        WHEN ADMIN-CMD-LINE-LEN > 5 AND ADMIN-CMD-LINE(1:5) = "mute "
            PERFORM AdminMuteCommand

        WHEN (ADMIN-CMD-LINE-LEN = 6 AND ADMIN-CMD-LINE(1:6) = "ticket")
            OR (ADMIN-CMD-LINE-LEN > 7 AND ADMIN-CMD-LINE(1:7) = "ticket ")
            PERFORM AdminTicketCommand

        WHEN ADMIN-CMD-LINE-LEN > 7 AND ADMIN-CMD-LINE(1:7) = "deaths "
            PERFORM AdminDeathsCommand

        WHEN ADMIN-CMD-LINE-LEN > 13 AND ADMIN-CMD-LINE(1:13) = "containerlog "
            PERFORM AdminContainerLogCommand

        WHEN (ADMIN-CMD-LINE-LEN = 6 AND ADMIN-CMD-LINE(1:6) = "claims")
            OR (ADMIN-CMD-LINE-LEN > 7 AND ADMIN-CMD-LINE(1:7) = "claims ")
            PERFORM AdminClaimsCommand

        WHEN (ADMIN-CMD-LINE-LEN = 5 AND ADMIN-CMD-LINE(1:5) = "regen")
            OR (ADMIN-CMD-LINE-LEN > 6 AND ADMIN-CMD-LINE(1:6) = "regen ")
            PERFORM AdminRegenCommand

        WHEN ADMIN-CMD-LINE-LEN > 7 AND ADMIN-CMD-LINE(1:7) = "unmute "
            MOVE SPACES TO BAN-TARGET
            MOVE ADMIN-CMD-LINE(8:ADMIN-CMD-LINE-LEN - 7) TO BAN-TARGET
    EXIT SECTION.

AdminNetstatCommand SECTION.
    *> "netstat" - one log line per connection with its traffic counters, the
    *> most recent keepalive round-trip, its protocol version and its address
    *> (and the proxy it came through, if any), for lag diagnosis. The counters come
    *> from SendPacket (outbound) and ReceivePacket (inbound). The details land
    *> in the log (which the console sees live); the command response is a short
    *> summary so it also fits an RCON reply.
            STRING "/" FUNCTION TRIM(NETSTAT-NUM) "pk" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            MOVE CLIENT-PING-MS(CLIENT-ID) TO LOG-NUM2
            STRING " ping=" FUNCTION TRIM(LOG-NUM2) "ms" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            MOVE CLIENT-PROTOCOL(CLIENT-ID) TO LOG-NUM2
            STRING " protocol=" FUNCTION TRIM(LOG-NUM2) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            STRING " address=" FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID)) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            IF CLIENT-PROXY-ADDRESS(CLIENT-ID) NOT = SPACES
                STRING " via=" FUNCTION TRIM(CLIENT-PROXY-ADDRESS(CLIENT-ID)) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            END-IF
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
        END-IF
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            IF USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) = FUNCTION TRIM(BAN-TARGET)
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ban.operator" "Banned by an operator" MSG-ARGS SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                CALL "SendPacket-PlayDisconnect" USING CLIENT-HNDL(CLIENT-ID) SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                MOVE "ban" TO CLIENT-END-REASON(CLIENT-ID)
                PERFORM RemoveClient
            END-IF
        END-IF
                IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                    CALL "AccessList-IsOp" USING USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) ACCESS-CHECK-RESULT
                    IF ACCESS-CHECK-RESULT = 0
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "kick.maintenance" "The server is closing for maintenance - back soon!" MSG-ARGS SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                        CALL "SendPacket-PlayDisconnect" USING CLIENT-HNDL(CLIENT-ID) SHUTDOWN-REASON SHUTDOWN-REASON-LEN
                        MOVE "kick" TO CLIENT-END-REASON(CLIENT-ID)
                        PERFORM RemoveClient
                    END-IF
                END-IF

    EXIT SECTION.

AdminRegenCommand SECTION.
    *> "regen <area> [now]" starts a reset of a resource area (see
    *> DD-RESOURCE-AREAS): everyone is warned for the area's warning period,
    *> or not at all with "now", and RegenTick does the rest. "regen cancel"
    *> calls off a reset still in its warning period; "regen" or "regen list"
    *> lists the areas and any reset under way. A save/schedule.txt entry only
    *> starts a reset on the weekdays the area's "days" option names.
    MOVE SPACES TO REGEN-ARG-VERB REGEN-ARG-OPTION REGEN-ARG-EXTRA CMD-ARG-1
    MOVE 1 TO REGEN-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO CMD-ARG-1 REGEN-ARG-VERB REGEN-ARG-OPTION REGEN-ARG-EXTRA
        WITH POINTER REGEN-ARG-POS
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN

    EVALUATE TRUE
        WHEN REGEN-ARG-VERB = SPACES OR REGEN-ARG-VERB = "list"
            MOVE RESOURCE-AREA-COUNT TO REGEN-NUM1
            STRING "Resource areas: " FUNCTION TRIM(REGEN-NUM1)
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            PERFORM VARYING REGEN-INDEX FROM 1 BY 1 UNTIL REGEN-INDEX > RESOURCE-AREA-COUNT
                IF ADMIN-CMD-RESPONSE-LEN > 200
                    STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                    EXIT PERFORM
                END-IF
                IF RESOURCE-AREA-DIM(REGEN-INDEX) = 1
                    MOVE "nether" TO REGEN-DIM-NAME
                ELSE
                    MOVE "overworld" TO REGEN-DIM-NAME
                END-IF
                MOVE RESOURCE-AREA-MIN-X(REGEN-INDEX) TO REGEN-NUM1
                MOVE RESOURCE-AREA-MIN-Z(REGEN-INDEX) TO REGEN-NUM2
                MOVE RESOURCE-AREA-MAX-X(REGEN-INDEX) TO REGEN-NUM3
                MOVE RESOURCE-AREA-MAX-Z(REGEN-INDEX) TO REGEN-NUM4
                STRING " " FUNCTION TRIM(RESOURCE-AREA-NAME(REGEN-INDEX)) " (" FUNCTION TRIM(REGEN-DIM-NAME)
                    ") chunks " FUNCTION TRIM(REGEN-NUM1) " " FUNCTION TRIM(REGEN-NUM2) " to "
                    FUNCTION TRIM(REGEN-NUM3) " " FUNCTION TRIM(REGEN-NUM4)
                    ", warp " FUNCTION TRIM(RESOURCE-AREA-WARP(REGEN-INDEX)) ";"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-PERFORM
            EVALUATE REGEN-STATE
                WHEN 1
                    COMPUTE REGEN-SECONDS = REGEN-TICKS-LEFT / 20
                    MOVE REGEN-SECONDS TO REGEN-NUM1
                    STRING " resetting " FUNCTION TRIM(REGEN-AREA-NAME) " in "
                        FUNCTION TRIM(REGEN-NUM1) "s"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                WHEN 2
                    COMPUTE REGEN-NUM1 = REGEN-DONE-CHUNKS + REGEN-FAILED-CHUNKS
                    MOVE REGEN-TOTAL-CHUNKS TO REGEN-NUM2
                    STRING " resetting " FUNCTION TRIM(REGEN-AREA-NAME) ": "
                        FUNCTION TRIM(REGEN-NUM1) "/" FUNCTION TRIM(REGEN-NUM2) " chunk(s)"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-EVALUATE

        WHEN REGEN-ARG-VERB = "cancel" AND REGEN-ARG-OPTION = SPACES
            EVALUATE REGEN-STATE
                WHEN 0
                    STRING "No resource area reset is pending" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                WHEN 1
                    MOVE 0 TO REGEN-STATE
                    MOVE SPACES TO MSG-ARGS
                    MOVE REGEN-AREA-NAME TO MSG-ARG(1)
                    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.cancelled"
                                "The reset of resource area {1} has been called off" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        END-IF
                    END-PERFORM
                    STRING "Reset of " FUNCTION TRIM(REGEN-AREA-NAME) " called off"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                WHEN OTHER
                    STRING "The reset of " FUNCTION TRIM(REGEN-AREA-NAME)
                        " is already regenerating chunks and cannot be called off"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-EVALUATE

        WHEN REGEN-ARG-EXTRA NOT = SPACES
            OR (REGEN-ARG-OPTION NOT = SPACES AND REGEN-ARG-OPTION NOT = "now")
            STRING "Usage: regen [list] | regen <area> [now] | regen cancel"
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN

        WHEN OTHER
            CALL "ResourceAreas-Find" USING REGEN-ARG-VERB REGEN-INDEX
            IF REGEN-INDEX = 0
                STRING "No such resource area: " FUNCTION TRIM(REGEN-ARG-VERB)
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                COMPUTE ADMIN-CMD-RESPONSE-LEN = ADMIN-CMD-RESPONSE-LEN - 1
                EXIT SECTION
            END-IF
            IF REGEN-STATE > 0
                STRING "A reset of " FUNCTION TRIM(REGEN-AREA-NAME) " is already under way"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                COMPUTE ADMIN-CMD-RESPONSE-LEN = ADMIN-CMD-RESPONSE-LEN - 1
                EXIT SECTION
            END-IF
            *> a scheduled reset keeps to the area's weekdays; 1601-01-01,
            *> day 1 of INTEGER-OF-DATE, was a Monday
            IF ADMIN-CMD-SOURCE = "schedule"
                MOVE FUNCTION CURRENT-DATE TO REGEN-NOW-RAW
                COMPUTE REGEN-WEEKDAY = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(REGEN-NOW-RAW(1:8))) - 1, 7) + 1
                IF RESOURCE-AREA-DAYS(REGEN-INDEX)(REGEN-WEEKDAY:1) NOT = "1"
                    STRING "Resource area " FUNCTION TRIM(RESOURCE-AREA-NAME(REGEN-INDEX))
                        " is not reset on this weekday"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                    COMPUTE ADMIN-CMD-RESPONSE-LEN = ADMIN-CMD-RESPONSE-LEN - 1
                    EXIT SECTION
                END-IF
            END-IF
            MOVE RESOURCE-AREA-NAME(REGEN-INDEX) TO REGEN-AREA-NAME
            MOVE RESOURCE-AREA-DIM(REGEN-INDEX) TO REGEN-AREA-DIM
            MOVE RESOURCE-AREA-MIN-X(REGEN-INDEX) TO REGEN-AREA-MIN-X
            MOVE RESOURCE-AREA-MIN-Z(REGEN-INDEX) TO REGEN-AREA-MIN-Z
            MOVE RESOURCE-AREA-MAX-X(REGEN-INDEX) TO REGEN-AREA-MAX-X
            MOVE RESOURCE-AREA-MAX-Z(REGEN-INDEX) TO REGEN-AREA-MAX-Z
            MOVE RESOURCE-AREA-WARP(REGEN-INDEX) TO REGEN-AREA-WARP
            MOVE RESOURCE-AREA-WARN-MINUTES(REGEN-INDEX) TO REGEN-AREA-WARN-MINUTES
            PERFORM RegenCheckArea
            IF REGEN-REFUSAL NOT = SPACES
                STRING "Cannot reset " FUNCTION TRIM(REGEN-AREA-NAME) ": " FUNCTION TRIM(REGEN-REFUSAL)
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                COMPUTE ADMIN-CMD-RESPONSE-LEN = ADMIN-CMD-RESPONSE-LEN - 1
                EXIT SECTION
            END-IF
            MOVE ADMIN-CMD-SOURCE TO REGEN-SOURCE
            MOVE 1 TO REGEN-STATE
            IF REGEN-ARG-OPTION = "now"
                MOVE 0 TO REGEN-TICKS-LEFT
                STRING "Resetting " FUNCTION TRIM(REGEN-AREA-NAME) " now"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            ELSE
                COMPUTE REGEN-TICKS-LEFT = REGEN-AREA-WARN-MINUTES * 1200
                IF REGEN-TICKS-LEFT > 0
                    PERFORM RegenWarn
                END-IF
                MOVE REGEN-AREA-WARN-MINUTES TO REGEN-NUM1
                STRING "Resetting " FUNCTION TRIM(REGEN-AREA-NAME) " in "
                    FUNCTION TRIM(REGEN-NUM1) " minute(s)"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-IF
    END-EVALUATE
    COMPUTE ADMIN-CMD-RESPONSE-LEN = ADMIN-CMD-RESPONSE-LEN - 1

    EXIT SECTION.

RegenCheckArea SECTION.
    *> Whether resource area REGEN-AREA can be reset right now: its warp must
    *> exist and stand outside it, and no land claim may reach into it (a
    *> claim made before the area was declared is never wiped out from under
    *> its owner). Leaves the reason in REGEN-REFUSAL, spaces if none, and
    *> the warp in REGEN-WARP-INDEX. Staff regions do not stand in the way.
    MOVE SPACES TO REGEN-REFUSAL
    CALL "Warps-Find" USING REGEN-AREA-WARP REGEN-WARP-INDEX
    IF REGEN-WARP-INDEX = 0
        STRING "no such warp " FUNCTION TRIM(REGEN-AREA-WARP) INTO REGEN-REFUSAL
        EXIT SECTION
    END-IF
    DIVIDE WARP-X(REGEN-WARP-INDEX) BY 16 GIVING REGEN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE WARP-Z(REGEN-WARP-INDEX) BY 16 GIVING REGEN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    IF REGEN-CHUNK-X >= REGEN-AREA-MIN-X AND REGEN-CHUNK-X <= REGEN-AREA-MAX-X
        AND REGEN-CHUNK-Z >= REGEN-AREA-MIN-Z AND REGEN-CHUNK-Z <= REGEN-AREA-MAX-Z
        STRING "warp " FUNCTION TRIM(REGEN-AREA-WARP) " lies inside the area" INTO REGEN-REFUSAL
        EXIT SECTION
    END-IF
    PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
        IF CLAIM-DIMENSION(CLAIM-INDEX) = REGEN-AREA-DIM
            DIVIDE CLAIM-MIN-X(CLAIM-INDEX) BY 16 GIVING REGEN-CLAIM-MIN-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CLAIM-MIN-Z(CLAIM-INDEX) BY 16 GIVING REGEN-CLAIM-MIN-Z ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CLAIM-MAX-X(CLAIM-INDEX) BY 16 GIVING REGEN-CLAIM-MAX-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CLAIM-MAX-Z(CLAIM-INDEX) BY 16 GIVING REGEN-CLAIM-MAX-Z ROUNDED MODE IS TOWARD-LESSER
            IF REGEN-CLAIM-MIN-X <= REGEN-AREA-MAX-X AND REGEN-CLAIM-MAX-X >= REGEN-AREA-MIN-X
                AND REGEN-CLAIM-MIN-Z <= REGEN-AREA-MAX-Z AND REGEN-CLAIM-MAX-Z >= REGEN-AREA-MIN-Z
                MOVE CLAIM-ID(CLAIM-INDEX) TO REGEN-NUM1
                STRING "claim #" FUNCTION TRIM(REGEN-NUM1) " of " FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX))
                    " reaches into the area" INTO REGEN-REFUSAL
                EXIT SECTION
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

RegenWarn SECTION.
    *> Tells every player how long until resource area REGEN-AREA is reset -
    *> at the start, at each whole minute, and at 30, 10 and 5 to 1 seconds.
    MOVE SPACES TO MSG-ARGS
    MOVE REGEN-AREA-NAME TO MSG-ARG(1)
    MOVE REGEN-AREA-WARP TO MSG-ARG(3)
    IF REGEN-TICKS-LEFT >= 1200
        COMPUTE REGEN-NUM1 = REGEN-TICKS-LEFT / 1200
    ELSE
        COMPUTE REGEN-NUM1 = REGEN-TICKS-LEFT / 20
    END-IF
    MOVE FUNCTION TRIM(REGEN-NUM1) TO MSG-ARG(2)
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            IF REGEN-TICKS-LEFT >= 1200
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.warning-minutes"
                    "Resource area {1} will be reset in {2} minute(s) - anyone inside will be moved to warp {3}"
                    MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.warning-seconds"
                    "Resource area {1} will be reset in {2} second(s) - anyone inside will be moved to warp {3}"
                    MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        END-IF
    END-PERFORM

    EXIT SECTION.

RegenTick SECTION.
    *> Called once per tick while a resource-area reset is under way - see
    *> AdminRegenCommand. Counts down the warning period, checking the area
    *> again once it runs out (a warp deleted or a claim made in the meantime
    *> calls the reset off), then regenerates the area
    *> C-REGEN-CHUNKS-PER-TICK chunks a tick, X fastest, moving anyone still
    *> inside out to the warp every tick until the last chunk is done.
    IF REGEN-STATE = 1
        IF REGEN-TICKS-LEFT > 0
            SUBTRACT 1 FROM REGEN-TICKS-LEFT
            IF REGEN-TICKS-LEFT > 0
                IF FUNCTION MOD(REGEN-TICKS-LEFT, 1200) = 0 OR REGEN-TICKS-LEFT = 600 OR REGEN-TICKS-LEFT = 200
                    OR (REGEN-TICKS-LEFT <= 100 AND FUNCTION MOD(REGEN-TICKS-LEFT, 20) = 0)
                    PERFORM RegenWarn
                END-IF
                EXIT SECTION
            END-IF
        END-IF
        PERFORM RegenCheckArea
        IF REGEN-REFUSAL NOT = SPACES
            MOVE 0 TO REGEN-STATE
            MOVE 1 TO LOG-TEXT-POS
            STRING "Reset of resource area " FUNCTION TRIM(REGEN-AREA-NAME) " called off: "
                FUNCTION TRIM(REGEN-REFUSAL) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
            MOVE SPACES TO MSG-ARGS
            MOVE REGEN-AREA-NAME TO MSG-ARG(1)
            PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.cancelled"
                        "The reset of resource area {1} has been called off" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                END-IF
            END-PERFORM
            EXIT SECTION
        END-IF
        MOVE REGEN-AREA-MIN-X TO REGEN-CURSOR-X
        MOVE REGEN-AREA-MIN-Z TO REGEN-CURSOR-Z
        COMPUTE REGEN-TOTAL-CHUNKS = (REGEN-AREA-MAX-X - REGEN-AREA-MIN-X + 1)
            * (REGEN-AREA-MAX-Z - REGEN-AREA-MIN-Z + 1)
        MOVE 0 TO REGEN-DONE-CHUNKS
        MOVE 0 TO REGEN-FAILED-CHUNKS
        MOVE 0 TO REGEN-DROPPED
        MOVE 0 TO REGEN-MOVED
        MOVE 2 TO REGEN-STATE
        MOVE 1 TO LOG-TEXT-POS
        STRING "Resetting resource area " FUNCTION TRIM(REGEN-AREA-NAME)
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    PERFORM RegenMovePlayers

    MOVE WORLD-ACTIVE-DIM TO SAVED-WORLD-DIM
    MOVE REGEN-AREA-DIM TO WORLD-ACTIVE-DIM
    MOVE C-REGEN-CHUNKS-PER-TICK TO REGEN-BUDGET
    PERFORM UNTIL REGEN-BUDGET = 0 OR REGEN-STATE = 0
        CALL "World-RegenerateChunk" USING REGEN-CURSOR-X REGEN-CURSOR-Z REGEN-DROPPED REGEN-FAILURE
        IF REGEN-FAILURE = 0
            ADD 1 TO REGEN-DONE-CHUNKS
        ELSE
            ADD 1 TO REGEN-FAILED-CHUNKS
        END-IF
        *> anyone who had the old chunk is sent the new one - see StreamChunks
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                AND CLIENT-CHUNK-SENT(CLIENT-ID) = 1
                AND PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) = REGEN-AREA-DIM
                COMPUTE REGEN-REL-X = REGEN-CURSOR-X - CLIENT-CHUNK-X(CLIENT-ID)
                COMPUTE REGEN-REL-Z = REGEN-CURSOR-Z - CLIENT-CHUNK-Z(CLIENT-ID)
                IF FUNCTION ABS(REGEN-REL-X) <= 32 AND FUNCTION ABS(REGEN-REL-Z) <= 32
                    COMPUTE REGEN-MAP-INDEX = (REGEN-REL-X + 32) * 65 + REGEN-REL-Z + 32 + 1
                    MOVE 0 TO CLIENT-CHUNK-SENT-FLAG(CLIENT-ID, REGEN-MAP-INDEX)
                END-IF
            END-IF
        END-PERFORM
        SUBTRACT 1 FROM REGEN-BUDGET
        ADD 1 TO REGEN-CURSOR-X
        IF REGEN-CURSOR-X > REGEN-AREA-MAX-X
            MOVE REGEN-AREA-MIN-X TO REGEN-CURSOR-X
            ADD 1 TO REGEN-CURSOR-Z
            IF REGEN-CURSOR-Z > REGEN-AREA-MAX-Z
                PERFORM RegenFinish
            END-IF
        END-IF
    END-PERFORM
    MOVE SAVED-WORLD-DIM TO WORLD-ACTIVE-DIM

    EXIT SECTION.

RegenMovePlayers SECTION.
    *> Moves every player standing in resource area REGEN-AREA out to its
    *> warp, in the area's own dimension, through the usual
    *> SyncPlayerPosition teleport handshake. The warp is looked up afresh
    *> by the name the reset began with, as /delwarp may have shifted the
    *> warps table since.
    CALL "Warps-Find" USING REGEN-AREA-WARP REGEN-WARP-INDEX
    IF REGEN-WARP-INDEX = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            AND PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) = REGEN-AREA-DIM
            DIVIDE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) BY 16 GIVING REGEN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) BY 16 GIVING REGEN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            IF REGEN-CHUNK-X >= REGEN-AREA-MIN-X AND REGEN-CHUNK-X <= REGEN-AREA-MAX-X
                AND REGEN-CHUNK-Z >= REGEN-AREA-MIN-Z AND REGEN-CHUNK-Z <= REGEN-AREA-MAX-Z
                MOVE WARP-X(REGEN-WARP-INDEX) TO PLAYER-X(CLIENT-PLAYER(CLIENT-ID))
                MOVE WARP-Y(REGEN-WARP-INDEX) TO PLAYER-Y(CLIENT-PLAYER(CLIENT-ID))
                MOVE WARP-Z(REGEN-WARP-INDEX) TO PLAYER-Z(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(CLIENT-ID))
                PERFORM SyncPlayerPosition
                ADD 1 TO REGEN-MOVED
                MOVE SPACES TO MSG-ARGS
                MOVE REGEN-AREA-NAME TO MSG-ARG(1)
                MOVE REGEN-AREA-WARP TO MSG-ARG(2)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.moved"
                    "Resource area {1} is being reset - you were moved to warp {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

RegenFinish SECTION.
    *> The last chunk of the area is regenerated - free the slot, and record
    *> the reset in the audit trail under "regen" and in the log, and tell
    *> everyone the area is open again.
    MOVE 0 TO REGEN-STATE
    IF REGEN-AREA-DIM = 1
        MOVE "nether" TO REGEN-DIM-NAME
    ELSE
        MOVE "overworld" TO REGEN-DIM-NAME
    END-IF
    MOVE REGEN-AREA-MIN-X TO REGEN-NUM1
    MOVE REGEN-AREA-MIN-Z TO REGEN-NUM2
    MOVE REGEN-AREA-MAX-X TO REGEN-NUM3
    MOVE REGEN-AREA-MAX-Z TO REGEN-NUM4
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "resource area " FUNCTION TRIM(REGEN-AREA-NAME) " reset by " FUNCTION TRIM(REGEN-SOURCE)
        ": chunks " FUNCTION TRIM(REGEN-NUM1) " " FUNCTION TRIM(REGEN-NUM2) " to "
        FUNCTION TRIM(REGEN-NUM3) " " FUNCTION TRIM(REGEN-NUM4) " (" FUNCTION TRIM(REGEN-DIM-NAME) ")"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    MOVE REGEN-DONE-CHUNKS TO REGEN-NUM1
    MOVE REGEN-FAILED-CHUNKS TO REGEN-NUM2
    MOVE REGEN-DROPPED TO REGEN-NUM3
    MOVE REGEN-MOVED TO REGEN-NUM4
    STRING ", " FUNCTION TRIM(REGEN-NUM1) " regenerated, " FUNCTION TRIM(REGEN-NUM2) " failed, "
        FUNCTION TRIM(REGEN-NUM3) " block entit(ies) dropped, " FUNCTION TRIM(REGEN-NUM4) " player move(s)"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "Audit-Log" USING C-AUDIT-SOURCE-REGEN AUDIT-TEXT AUDIT-TEXT-LEN
    CALL "Log-Info" USING AUDIT-TEXT AUDIT-TEXT-LEN
    IF REGEN-FAILED-CHUNKS > 0
        MOVE 1 TO LOG-TEXT-POS
        STRING "Resource area " FUNCTION TRIM(REGEN-AREA-NAME) ": "
            FUNCTION TRIM(REGEN-NUM2) " chunk(s) could not be saved" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF
    MOVE SPACES TO MSG-ARGS
    MOVE REGEN-AREA-NAME TO MSG-ARG(1)
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "regen.done"
                "Resource area {1} has been reset" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        END-IF
    END-PERFORM

    EXIT SECTION.

AdminFillCommand SECTION.
    *> "fill <x1> <y1> <z1> <x2> <y2> <z2> <block>" - queues a cuboid set for
    *> EditApplyTick's throttled application. The block resolves by registry
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
            IF USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) = FUNCTION TRIM(BAN-TARGET)
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mute.muted" "You have been muted" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
        END-IF

    EXIT SECTION.

AdminWhitelistCommand SECTION.
    *> The staff side of the whitelist application queue (see DD-APPLICATIONS):
    *> "whitelist applications [all]" lists the pending applications - with
    *> "all", the denied names too - "whitelist approve <name>" adds the name
    *> to save/whitelist.txt, reloads the lists and closes the application,
    *> and "whitelist deny <name>" marks it denied so that later attempts are
    *> only counted. Decisions are recorded under ADMIN-CMD-SOURCE; the
    *> command line itself is audited by ExecuteAdminCommand.
    MOVE SPACES TO REPORT-WORD APPLICATION-VERB APPLICATION-TARGET
    MOVE 1 TO APPLICATION-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO REPORT-WORD APPLICATION-VERB APPLICATION-TARGET
        WITH POINTER APPLICATION-ARG-POS

    IF APPLICATION-VERB = "applications"
        MOVE 0 TO APPLICATION-SHOW-ALL
        IF APPLICATION-TARGET = "all"
            MOVE 1 TO APPLICATION-SHOW-ALL
        END-IF
        PERFORM ListWhitelistApplications
        EXIT SECTION
    END-IF

    IF (APPLICATION-VERB NOT = "approve" AND APPLICATION-VERB NOT = "deny") OR APPLICATION-TARGET = SPACES
        MOVE "Usage: whitelist reload|applications [all]|approve <name>|deny <name>" TO ADMIN-CMD-RESPONSE
        MOVE 69 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    CALL "Applications-Find" USING APPLICATION-TARGET APPLICATION-INDEX
    IF APPLICATION-INDEX = 0
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "No whitelist application from " FUNCTION TRIM(APPLICATION-TARGET)
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    IF APPLICATION-VERB = "deny"
        IF APPLICATION-STATUS(APPLICATION-INDEX) = "denied"
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            STRING FUNCTION TRIM(APPLICATION-TARGET) " was already denied by "
                FUNCTION TRIM(APPLICATION-DECIDED-BY(APPLICATION-INDEX))
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
            EXIT SECTION
        END-IF
        MOVE "denied" TO APPLICATION-STATUS(APPLICATION-INDEX)
        MOVE ADMIN-CMD-SOURCE TO APPLICATION-DECIDED-BY(APPLICATION-INDEX)
        MOVE FUNCTION CURRENT-DATE TO BAN-NOW-RAW
        MOVE BAN-NOW-RAW(1:14) TO APPLICATION-DECIDED(APPLICATION-INDEX)
        CALL "Applications-Save" USING APPLICATION-SAVE-FAILURE
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "Denied the whitelist application from " FUNCTION TRIM(APPLICATION-TARGET)
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    *> approve - a denied name can still be let in if staff change their mind
    CALL "AccessList-AddWhitelist" USING APPLICATION-NAME(APPLICATION-INDEX) APPLICATION-RESULT
    IF APPLICATION-RESULT = 0
        MOVE "Could not add the name to save/whitelist.txt" TO ADMIN-CMD-RESPONSE
        MOVE 44 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    PERFORM VARYING APPLICATION-INDEX FROM APPLICATION-INDEX BY 1 UNTIL APPLICATION-INDEX >= APPLICATION-COUNT
        MOVE APPLICATION-ENTRY(APPLICATION-INDEX + 1) TO APPLICATION-ENTRY(APPLICATION-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM APPLICATION-COUNT
    CALL "Applications-Save" USING APPLICATION-SAVE-FAILURE
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "Approved " FUNCTION TRIM(APPLICATION-TARGET) " - added to the whitelist"
        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

ListWhitelistApplications SECTION.
    *> "whitelist applications [all]" - oldest first, as "<name> x<attempts>
    *> <address> last <mm-dd hh:mm>", denied names marked when shown.
    MOVE 0 TO APPLICATION-SHOWN
    PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
        IF APPLICATION-STATUS(APPLICATION-INDEX) = "pending"
            ADD 1 TO APPLICATION-SHOWN
        END-IF
    END-PERFORM
    MOVE APPLICATION-SHOWN TO APPLICATION-NUM
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "Pending whitelist applications: " FUNCTION TRIM(APPLICATION-NUM)
        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    PERFORM VARYING APPLICATION-INDEX FROM 1 BY 1 UNTIL APPLICATION-INDEX > APPLICATION-COUNT
        IF APPLICATION-STATUS(APPLICATION-INDEX) = "pending" OR APPLICATION-SHOW-ALL = 1
            IF ADMIN-CMD-RESPONSE-LEN > 190
                STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                EXIT PERFORM
            END-IF
            MOVE APPLICATION-ATTEMPTS(APPLICATION-INDEX) TO APPLICATION-NUM
            STRING "; " FUNCTION TRIM(APPLICATION-NAME(APPLICATION-INDEX)) " x" FUNCTION TRIM(APPLICATION-NUM)
                " " FUNCTION TRIM(APPLICATION-ADDRESS(APPLICATION-INDEX))
                " last " APPLICATION-LAST(APPLICATION-INDEX)(5:2) "-" APPLICATION-LAST(APPLICATION-INDEX)(7:2)
                " " APPLICATION-LAST(APPLICATION-INDEX)(9:2) ":" APPLICATION-LAST(APPLICATION-INDEX)(11:2)
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            IF APPLICATION-STATUS(APPLICATION-INDEX) = "denied"
                STRING " (denied)" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-IF
        END-IF
    END-PERFORM
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

AdminTicketCommand SECTION.
    *> The staff side of /report: "ticket list" (open and claimed tickets),
    *> "ticket info <id>", "ticket tp <id>" (in game only - to where the report
    *> was filed), "ticket claim <id>" and "ticket close <id> <resolution>".
    *> Claims and closes are recorded under ADMIN-CMD-SOURCE (the staff member,
    *> or console/rcon), and every one of these lands in the audit trail along
    *> with the rest of ExecuteAdminCommand's traffic.
    MOVE SPACES TO REPORT-WORD TICKET-VERB TICKET-ID-TEXT TICKET-NOTE
    MOVE 1 TO REPORT-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO REPORT-WORD TICKET-VERB TICKET-ID-TEXT
        WITH POINTER REPORT-ARG-POS
    MOVE 0 TO TICKET-NOTE-LEN
    IF REPORT-ARG-POS <= ADMIN-CMD-LINE-LEN
        MOVE ADMIN-CMD-LINE(REPORT-ARG-POS:ADMIN-CMD-LINE-LEN - REPORT-ARG-POS + 1) TO TICKET-NOTE
        MOVE FUNCTION TRIM(TICKET-NOTE) TO TICKET-NOTE
        INSPECT TICKET-NOTE REPLACING ALL "|" BY "/"
        MOVE FUNCTION STORED-CHAR-LENGTH(TICKET-NOTE) TO TICKET-NOTE-LEN
    END-IF

    IF TICKET-VERB = SPACES OR TICKET-VERB = "list"
        PERFORM ListOpenTickets
        EXIT SECTION
    END-IF

    MOVE 0 TO TICKET-INDEX
    IF TICKET-ID-TEXT NOT = SPACES AND FUNCTION TEST-NUMVAL(TICKET-ID-TEXT) = 0
        COMPUTE TICKET-LOOKUP-ID = FUNCTION NUMVAL(TICKET-ID-TEXT)
        CALL "Tickets-Find" USING TICKET-LOOKUP-ID TICKET-INDEX
    END-IF
    IF TICKET-INDEX = 0
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "No such ticket - usage: ticket list|info|tp|claim|close <id> [<resolution>]"
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    MOVE TICKET-ID(TICKET-INDEX) TO TICKET-NUM

    EVALUATE TICKET-VERB
        WHEN "info"
            PERFORM DescribeTicket

        WHEN "tp"
            *> only a player standing in the game can be moved - see
            *> PLAYER-COMMAND-CLIENT, set only around an in-game command
            IF PLAYER-COMMAND-CLIENT = 0
                MOVE "Only an in-game staff member can teleport to a ticket" TO ADMIN-CMD-RESPONSE
                MOVE 53 TO ADMIN-CMD-RESPONSE-LEN
                EXIT SECTION
            END-IF
            MOVE PLAYER-COMMAND-CLIENT TO CLIENT-ID
            IF PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) NOT = TICKET-REPORTER-DIM(TICKET-INDEX)
                MOVE "That ticket was filed in the other dimension" TO ADMIN-CMD-RESPONSE
                MOVE 44 TO ADMIN-CMD-RESPONSE-LEN
                EXIT SECTION
            END-IF
            COMPUTE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) = TICKET-REPORTER-X(TICKET-INDEX) + 0.5
            MOVE TICKET-REPORTER-Y(TICKET-INDEX) TO PLAYER-Y(CLIENT-PLAYER(CLIENT-ID))
            COMPUTE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) = TICKET-REPORTER-Z(TICKET-INDEX) + 0.5
            MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(CLIENT-ID))
            PERFORM SyncPlayerPosition
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            STRING "Teleported to ticket #" FUNCTION TRIM(TICKET-NUM) INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

        WHEN "claim"
            IF TICKET-STATUS(TICKET-INDEX) = "closed"
                MOVE "That ticket is already closed" TO ADMIN-CMD-RESPONSE
                MOVE 29 TO ADMIN-CMD-RESPONSE-LEN
                EXIT SECTION
            END-IF
            MOVE "claimed" TO TICKET-STATUS(TICKET-INDEX)
            MOVE ADMIN-CMD-SOURCE TO TICKET-CLAIMED-BY(TICKET-INDEX)
            CALL "Tickets-Save" USING TICKET-SAVE-FAILURE
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            STRING "Ticket #" FUNCTION TRIM(TICKET-NUM) " claimed by " FUNCTION TRIM(ADMIN-CMD-SOURCE)
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

        WHEN "close"
            IF TICKET-STATUS(TICKET-INDEX) = "closed"
                MOVE "That ticket is already closed" TO ADMIN-CMD-RESPONSE
                MOVE 29 TO ADMIN-CMD-RESPONSE-LEN
                EXIT SECTION
            END-IF
            IF TICKET-NOTE-LEN = 0
                MOVE "Usage: ticket close <id> <resolution>" TO ADMIN-CMD-RESPONSE
                MOVE 37 TO ADMIN-CMD-RESPONSE-LEN
                EXIT SECTION
            END-IF
            MOVE "closed" TO TICKET-STATUS(TICKET-INDEX)
            IF TICKET-CLAIMED-BY(TICKET-INDEX) = SPACES
                MOVE ADMIN-CMD-SOURCE TO TICKET-CLAIMED-BY(TICKET-INDEX)
            END-IF
            MOVE FUNCTION CURRENT-DATE TO BAN-NOW-RAW
            MOVE BAN-NOW-RAW(1:14) TO TICKET-CLOSED(TICKET-INDEX)
            MOVE TICKET-NOTE TO TICKET-RESOLUTION(TICKET-INDEX)
            CALL "Tickets-Save" USING TICKET-SAVE-FAILURE
            *> the reporter hears the outcome if they are around
            MOVE SPACES TO MSG-ARGS
            MOVE TICKET-NUM TO MSG-ARG(1)
            PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                    IF USERNAME(CLIENT-PLAYER(CLIENT-ID)) = TICKET-REPORTER(TICKET-INDEX)
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ticket.closed"
                            "Your report #{1} was closed:" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        MOVE TICKET-NOTE TO MSG-TAIL
                        MOVE TICKET-NOTE-LEN TO MSG-TAIL-LEN
                        PERFORM AppendMessageTail
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    END-IF
                END-IF
            END-PERFORM
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            STRING "Ticket #" FUNCTION TRIM(TICKET-NUM) " closed" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

        WHEN OTHER
            MOVE "Usage: ticket list|info|tp|claim|close <id> [<resolution>]" TO ADMIN-CMD-RESPONSE
            MOVE 58 TO ADMIN-CMD-RESPONSE-LEN
    END-EVALUATE

    EXIT SECTION.

ListOpenTickets SECTION.
    *> "ticket list" - every ticket not yet closed, oldest first, as
    *> "#<id> <reporter> vs <target> [<claimer>]", as many as fit the reply.
    MOVE 0 TO REPORT-OPEN-COUNT
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1 UNTIL TICKET-INDEX > TICKET-COUNT
        IF TICKET-STATUS(TICKET-INDEX) NOT = "closed"
            ADD 1 TO REPORT-OPEN-COUNT
        END-IF
    END-PERFORM
    MOVE REPORT-OPEN-COUNT TO TICKET-NUM
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "Open tickets: " FUNCTION TRIM(TICKET-NUM) INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1 UNTIL TICKET-INDEX > TICKET-COUNT
        IF TICKET-STATUS(TICKET-INDEX) NOT = "closed"
            IF ADMIN-CMD-RESPONSE-LEN > 200
                STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                EXIT PERFORM
            END-IF
            MOVE TICKET-ID(TICKET-INDEX) TO TICKET-NUM
            STRING " #" FUNCTION TRIM(TICKET-NUM) " " FUNCTION TRIM(TICKET-REPORTER(TICKET-INDEX))
                " vs " FUNCTION TRIM(TICKET-TARGET(TICKET-INDEX))
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            IF TICKET-STATUS(TICKET-INDEX) = "claimed"
                STRING " [" FUNCTION TRIM(TICKET-CLAIMED-BY(TICKET-INDEX)) "]"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-IF
        END-IF
    END-PERFORM
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

DescribeTicket SECTION.
    *> "ticket info <id>" - one ticket TICKET-INDEX in full, on one line.
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "#" FUNCTION TRIM(TICKET-NUM) " " FUNCTION TRIM(TICKET-STATUS(TICKET-INDEX))
        " " TICKET-CREATED(TICKET-INDEX)(1:4) "-" TICKET-CREATED(TICKET-INDEX)(5:2) "-" TICKET-CREATED(TICKET-INDEX)(7:2)
        " " TICKET-CREATED(TICKET-INDEX)(9:2) ":" TICKET-CREATED(TICKET-INDEX)(11:2)
        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    MOVE TICKET-REPORTER-X(TICKET-INDEX) TO TICKET-POS-X
    MOVE TICKET-REPORTER-Y(TICKET-INDEX) TO TICKET-POS-Y
    MOVE TICKET-REPORTER-Z(TICKET-INDEX) TO TICKET-POS-Z
    MOVE TICKET-REPORTER-DIM(TICKET-INDEX) TO TICKET-DIM-VALUE
    PERFORM SetTicketDimName
    STRING " by " FUNCTION TRIM(TICKET-REPORTER(TICKET-INDEX)) " at " FUNCTION TRIM(TICKET-POS-X) " "
        FUNCTION TRIM(TICKET-POS-Y) " " FUNCTION TRIM(TICKET-POS-Z) " (" FUNCTION TRIM(TICKET-DIM-NAME) ")"
        " against " FUNCTION TRIM(TICKET-TARGET(TICKET-INDEX))
        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    IF TICKET-TARGET-SEEN(TICKET-INDEX) = 1
        MOVE TICKET-TARGET-X(TICKET-INDEX) TO TICKET-POS-X
        MOVE TICKET-TARGET-Y(TICKET-INDEX) TO TICKET-POS-Y
        MOVE TICKET-TARGET-Z(TICKET-INDEX) TO TICKET-POS-Z
        MOVE TICKET-TARGET-DIM(TICKET-INDEX) TO TICKET-DIM-VALUE
        PERFORM SetTicketDimName
        STRING " at " FUNCTION TRIM(TICKET-POS-X) " " FUNCTION TRIM(TICKET-POS-Y) " " FUNCTION TRIM(TICKET-POS-Z)
            " (" FUNCTION TRIM(TICKET-DIM-NAME) ")"
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    ELSE
        STRING " (offline)" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-IF
    STRING ": " FUNCTION TRIM(TICKET-REASON(TICKET-INDEX)) INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    IF TICKET-CLAIMED-BY(TICKET-INDEX) NOT = SPACES
        STRING " - handled by " FUNCTION TRIM(TICKET-CLAIMED-BY(TICKET-INDEX))
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-IF
    IF TICKET-STATUS(TICKET-INDEX) = "closed"
        STRING " - " FUNCTION TRIM(TICKET-RESOLUTION(TICKET-INDEX))
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-IF
    *> the reply is fixed-width; a long reason plus resolution simply runs off the end
    IF ADMIN-CMD-RESPONSE-LEN > 257
        MOVE 257 TO ADMIN-CMD-RESPONSE-LEN
    END-IF
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

SetTicketDimName SECTION.
    IF TICKET-DIM-VALUE = 1
        MOVE "nether" TO TICKET-DIM-NAME
    ELSE
        MOVE "overworld" TO TICKET-DIM-NAME
    END-IF

    EXIT SECTION.

AdminClaimsCommand SECTION.
    *> The staff side of land claims (see HandleClaimCommand): "claims" or
    *> "claims review" lists the claims whose owner has been away
    *> CLAIM-REVIEW-DAYS or more, with how long, and how many days are left
    *> before ClaimExpiryCheck removes them; "claims list [<player>]" lists
    *> every claim, or one player's; "claims renew <id>" counts the owner as
    *> seen today, keeping a claim staff want kept; "claims remove <id>" takes
    *> a claim away, written to the audit trail under "claims" along with the
    *> owner and the land it covered.
    MOVE SPACES TO CLAIM-ARG-WORD CLAIM-ARG-VERB CLAIM-ARG-NAME
    MOVE 1 TO CLAIM-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO CLAIM-ARG-WORD CLAIM-ARG-VERB CLAIM-ARG-NAME
        WITH POINTER CLAIM-ARG-POS
    MOVE FUNCTION STORED-CHAR-LENGTH(CLAIM-ARG-NAME) TO CLAIM-ARG-NAME-LEN
    MOVE FUNCTION CURRENT-DATE TO CLAIM-NOW-RAW
    MOVE CLAIM-NOW-RAW(1:8) TO CLAIM-TODAY
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN

    EVALUATE TRUE
        WHEN (CLAIM-ARG-VERB = SPACES OR CLAIM-ARG-VERB = "review") AND CLAIM-ARG-NAME-LEN = 0
            MOVE 0 TO CLAIM-REVIEW-COUNT
            PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
                PERFORM ComputeClaimDaysAway
                IF CLAIM-DAYS-AWAY >= CLAIM-REVIEW-DAYS
                    ADD 1 TO CLAIM-REVIEW-COUNT
                END-IF
            END-PERFORM
            MOVE CLAIM-REVIEW-DAYS TO CLAIM-NUM
            MOVE CLAIM-REVIEW-COUNT TO CLAIM-NUM2
            STRING "Claims awaiting review (owner away " FUNCTION TRIM(CLAIM-NUM) "+ days): " FUNCTION TRIM(CLAIM-NUM2)
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
                PERFORM ComputeClaimDaysAway
                IF CLAIM-DAYS-AWAY >= CLAIM-REVIEW-DAYS
                    IF ADMIN-CMD-RESPONSE-LEN > 200
                        STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                        EXIT PERFORM
                    END-IF
                    MOVE CLAIM-ID(CLAIM-INDEX) TO CLAIM-NUM
                    MOVE CLAIM-DAYS-AWAY TO CLAIM-NUM2
                    STRING " #" FUNCTION TRIM(CLAIM-NUM) " " FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX))
                        " away " FUNCTION TRIM(CLAIM-NUM2) "d"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                    COMPUTE CLAIM-NUM2 = CLAIM-EXPIRE-DAYS - CLAIM-DAYS-AWAY
                    STRING ", expires in " FUNCTION TRIM(CLAIM-NUM2) "d;"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                END-IF
            END-PERFORM

        WHEN CLAIM-ARG-VERB = "list"
            MOVE 0 TO CLAIM-OWNED-COUNT
            PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
                IF CLAIM-ARG-NAME-LEN = 0 OR CLAIM-OWNER(CLAIM-INDEX) = CLAIM-ARG-NAME(1:16)
                    ADD 1 TO CLAIM-OWNED-COUNT
                END-IF
            END-PERFORM
            MOVE CLAIM-OWNED-COUNT TO CLAIM-NUM2
            IF CLAIM-ARG-NAME-LEN = 0
                STRING "Claims: " FUNCTION TRIM(CLAIM-NUM2) INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            ELSE
                STRING "Claims of " CLAIM-ARG-NAME(1:CLAIM-ARG-NAME-LEN) ": " FUNCTION TRIM(CLAIM-NUM2)
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            END-IF
            PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
                IF CLAIM-ARG-NAME-LEN = 0 OR CLAIM-OWNER(CLAIM-INDEX) = CLAIM-ARG-NAME(1:16)
                    IF ADMIN-CMD-RESPONSE-LEN > 200
                        STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                        EXIT PERFORM
                    END-IF
                    PERFORM SetClaimBoundsText
                    STRING " #" FUNCTION TRIM(CLAIM-NUM) " " FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX)) " "
                        FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) " to "
                        FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) " (" FUNCTION TRIM(CLAIM-DIM-NAME) ");"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                END-IF
            END-PERFORM

        WHEN (CLAIM-ARG-VERB = "renew" OR CLAIM-ARG-VERB = "remove") AND CLAIM-ARG-NAME-LEN > 0
            MOVE 0 TO CLAIM-INDEX
            IF FUNCTION TEST-NUMVAL(CLAIM-ARG-NAME) = 0
                COMPUTE CLAIM-LOOKUP-ID = FUNCTION NUMVAL(CLAIM-ARG-NAME)
                CALL "Claims-Find" USING CLAIM-LOOKUP-ID CLAIM-INDEX
            END-IF
            IF CLAIM-INDEX = 0
                STRING "No such claim - usage: claims review|list [<player>]|renew <id>|remove <id>"
                    INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            ELSE
                PERFORM SetClaimBoundsText
                IF CLAIM-ARG-VERB = "renew"
                    MOVE CLAIM-TODAY TO CLAIM-SEEN(CLAIM-INDEX)
                    CALL "Claims-Save" USING CLAIM-SAVE-FAILURE
                    STRING "Claim #" FUNCTION TRIM(CLAIM-NUM) " of " FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX))
                        " renewed - its owner counts as seen today"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                ELSE
                    MOVE CLAIM-OWNER(CLAIM-INDEX) TO CLAIM-OWNER-NAME
                    MOVE SPACES TO AUDIT-TEXT
                    MOVE 1 TO AUDIT-TEXT-POS
                    STRING "claim #" FUNCTION TRIM(CLAIM-NUM) " of " FUNCTION TRIM(CLAIM-OWNER-NAME)
                        " removed by " FUNCTION TRIM(ADMIN-CMD-SOURCE) ": "
                        FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) " to "
                        FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) " (" FUNCTION TRIM(CLAIM-DIM-NAME) ")"
                        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                    CALL "Audit-Log" USING C-AUDIT-SOURCE-CLAIMS AUDIT-TEXT AUDIT-TEXT-LEN
                    PERFORM RemoveClaim
                    *> the owner hears about it if they are around
                    MOVE SPACES TO MSG-ARGS
                    MOVE CLAIM-NUM TO MSG-ARG(1)
                    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY AND CLIENT-PLAYER(CLIENT-ID) > 0
                            IF USERNAME(CLIENT-PLAYER(CLIENT-ID)) = CLAIM-OWNER-NAME
                                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.removed-by-staff"
                                    "Your claim #{1} was removed by staff" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                            END-IF
                        END-IF
                    END-PERFORM
                    STRING "Claim #" FUNCTION TRIM(CLAIM-NUM) " of " FUNCTION TRIM(CLAIM-OWNER-NAME) " removed"
                        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
                END-IF
            END-IF

        WHEN OTHER
            STRING "Usage: claims review|list [<player>]|renew <id>|remove <id>"
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-EVALUATE
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

AdminContainerLogCommand SECTION.
    *> "containerlog <x> <y> <z> [nether] [days]" answers who put what into, or
    *> took what out of, the container at that position; "containerlog player
    *> <name> [days]" what that player moved in or out of any container. Both
    *> look back over the last 7 days (today included) unless told otherwise,
    *> at most 31 - the ContainerReport batch program covers longer spans and
    *> lists every entry in full. See ContainerLog-Lookup.
    MOVE SPACES TO CONTAINERLOG-WORD
    PERFORM VARYING CONTAINERLOG-ARG-POS FROM 1 BY 1 UNTIL CONTAINERLOG-ARG-POS > 5
        MOVE SPACES TO CONTAINERLOG-ARG(CONTAINERLOG-ARG-POS)
    END-PERFORM
    MOVE 1 TO CONTAINERLOG-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO CONTAINERLOG-WORD CONTAINERLOG-ARG(1) CONTAINERLOG-ARG(2) CONTAINERLOG-ARG(3)
            CONTAINERLOG-ARG(4) CONTAINERLOG-ARG(5)
        WITH POINTER CONTAINERLOG-ARG-POS

    INITIALIZE CONTAINER-LOG-QUERY
    MOVE 0 TO CONTAINERLOG-DAYS-AT
    EVALUATE TRUE
        WHEN CONTAINERLOG-ARG(1) = "player"
            IF CONTAINERLOG-ARG(2) NOT = SPACES AND CONTAINERLOG-ARG(4) = SPACES
                MOVE "player" TO CLOG-QUERY-MODE
                MOVE CONTAINERLOG-ARG(2) TO CLOG-QUERY-PLAYER
                MOVE 3 TO CONTAINERLOG-DAYS-AT
            END-IF
        WHEN CONTAINERLOG-ARG(3) NOT = SPACES
                AND FUNCTION TEST-NUMVAL(CONTAINERLOG-ARG(1)) = 0
                AND FUNCTION TEST-NUMVAL(CONTAINERLOG-ARG(2)) = 0
                AND FUNCTION TEST-NUMVAL(CONTAINERLOG-ARG(3)) = 0
            MOVE "pos" TO CLOG-QUERY-MODE
            COMPUTE CLOG-QUERY-X = FUNCTION NUMVAL(CONTAINERLOG-ARG(1))
            COMPUTE CLOG-QUERY-Y = FUNCTION NUMVAL(CONTAINERLOG-ARG(2))
            COMPUTE CLOG-QUERY-Z = FUNCTION NUMVAL(CONTAINERLOG-ARG(3))
            IF CONTAINERLOG-ARG(4) = "nether"
                MOVE 1 TO CLOG-QUERY-DIM
                MOVE 5 TO CONTAINERLOG-DAYS-AT
            ELSE
                MOVE 4 TO CONTAINERLOG-DAYS-AT
                IF CONTAINERLOG-ARG(5) NOT = SPACES
                    MOVE SPACES TO CLOG-QUERY-MODE
                END-IF
            END-IF
    END-EVALUATE

    MOVE 7 TO CONTAINERLOG-DAYS
    IF CLOG-QUERY-MODE NOT = SPACES AND CONTAINERLOG-ARG(CONTAINERLOG-DAYS-AT) NOT = SPACES
        IF FUNCTION TEST-NUMVAL(CONTAINERLOG-ARG(CONTAINERLOG-DAYS-AT)) = 0
                AND FUNCTION NUMVAL(CONTAINERLOG-ARG(CONTAINERLOG-DAYS-AT)) >= 1
                AND FUNCTION NUMVAL(CONTAINERLOG-ARG(CONTAINERLOG-DAYS-AT)) <= 31
            COMPUTE CONTAINERLOG-DAYS = FUNCTION NUMVAL(CONTAINERLOG-ARG(CONTAINERLOG-DAYS-AT))
        ELSE
            MOVE SPACES TO CLOG-QUERY-MODE
        END-IF
    END-IF
    IF CLOG-QUERY-MODE = SPACES
        MOVE "Usage: containerlog <x> <y> <z> [nether] [days] | containerlog player <name> [days]"
            TO ADMIN-CMD-RESPONSE
        MOVE 83 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO CONTAINERLOG-TODAY
    COMPUTE CONTAINERLOG-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(CONTAINERLOG-TODAY) - CONTAINERLOG-DAYS + 1)
    MOVE CONTAINERLOG-FROM-DATE TO CLOG-QUERY-FROM
    MOVE CONTAINERLOG-TODAY TO CLOG-QUERY-TO
    CALL "ContainerLog-Lookup" USING CONTAINER-LOG-QUERY ADMIN-CMD-RESPONSE ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

AdminDeathsCommand SECTION.
    *> "deaths <player>" lists the player's last deaths from their death
    *> history (see DD-DEATHS) - online or not - newest first; "deaths <player>
    *> restore <id> [merge|replace]" hands an online player the inventory and
    *> experience level they died with. Merge (the default) keeps what they
    *> carry now and fills empty slots, dropping at their feet whatever has no
    *> room; replace swaps the whole inventory for the snapshot. A death is
    *> marked with who restored it, and when, before anything is handed over,
    *> so the same death can never be restored twice; every restore is also
    *> written to the audit trail under "deaths".
    MOVE SPACES TO DEATHS-WORD DEATHS-TARGET DEATHS-VERB DEATHS-ID-TEXT DEATHS-MODE
    MOVE 1 TO DEATHS-ARG-POS
    UNSTRING ADMIN-CMD-LINE(1:ADMIN-CMD-LINE-LEN) DELIMITED BY ALL SPACES
        INTO DEATHS-WORD DEATHS-TARGET DEATHS-VERB DEATHS-ID-TEXT DEATHS-MODE
        WITH POINTER DEATHS-ARG-POS
    IF DEATHS-TARGET = SPACES
        MOVE "Usage: deaths <player> [restore <id> [merge|replace]]" TO ADMIN-CMD-RESPONSE
        MOVE 53 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    IF DEATHS-VERB = SPACES
        CALL "Deaths-Read" USING DEATHS-TARGET DEATHS-READ-FAILURE
        IF DEATHS-READ-FAILURE NOT = 0
            MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
            STRING "The death history of " FUNCTION TRIM(DEATHS-TARGET) " will not read"
                INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
            EXIT SECTION
        END-IF
        PERFORM ListPlayerDeaths
        EXIT SECTION
    END-IF

    IF DEATHS-VERB NOT = "restore"
        MOVE "Usage: deaths <player> [restore <id> [merge|replace]]" TO ADMIN-CMD-RESPONSE
        MOVE 53 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    IF DEATHS-MODE = SPACES
        MOVE "merge" TO DEATHS-MODE
    END-IF
    IF DEATHS-MODE NOT = "merge" AND DEATHS-MODE NOT = "replace"
        MOVE "Usage: deaths <player> restore <id> [merge|replace]" TO ADMIN-CMD-RESPONSE
        MOVE 51 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    *> the items go straight into a live inventory, so the owner must be here
    MOVE DEATHS-TARGET TO ADMIN-TARGET
    PERFORM FindTargetClient
    IF ADMIN-TARGET-CLIENT = 0
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING FUNCTION TRIM(DEATHS-TARGET) " must be online to have a death restored"
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    MOVE USERNAME(CLIENT-PLAYER(ADMIN-TARGET-CLIENT)) TO DEATHS-TARGET

    CALL "Deaths-Read" USING DEATHS-TARGET DEATHS-READ-FAILURE
    MOVE 0 TO DEATHS-INDEX
    IF DEATHS-READ-FAILURE = 0 AND DEATHS-ID-TEXT NOT = SPACES AND FUNCTION TEST-NUMVAL(DEATHS-ID-TEXT) = 0
        COMPUTE DEATHS-LOOKUP-ID = FUNCTION NUMVAL(DEATHS-ID-TEXT)
        CALL "Deaths-Find" USING DEATHS-LOOKUP-ID DEATHS-INDEX
    END-IF
    IF DEATHS-INDEX = 0
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "No such death on file for " FUNCTION TRIM(DEATHS-TARGET) " - see deaths "
            FUNCTION TRIM(DEATHS-TARGET) INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    MOVE DEATH-ID(DEATHS-INDEX) TO DEATHS-NUM
    IF DEATH-RESTORED-BY(DEATHS-INDEX) NOT = SPACES
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "Death #" FUNCTION TRIM(DEATHS-NUM) " of " FUNCTION TRIM(DEATHS-TARGET)
            " was already restored by " FUNCTION TRIM(DEATH-RESTORED-BY(DEATHS-INDEX))
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    *> mark first: if the mark can't be saved, nothing is handed out
    MOVE ADMIN-CMD-SOURCE TO DEATH-RESTORED-BY(DEATHS-INDEX)
    MOVE FUNCTION CURRENT-DATE TO BAN-NOW-RAW
    MOVE BAN-NOW-RAW(1:14) TO DEATH-RESTORED-TIME(DEATHS-INDEX)
    CALL "Deaths-Write" USING DEATHS-TARGET DEATHS-READ-FAILURE
    IF DEATHS-READ-FAILURE NOT = 0
        MOVE "Could not save the death history - nothing was restored" TO ADMIN-CMD-RESPONSE
        MOVE 55 TO ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF

    PERFORM RestorePlayerDeath

    MOVE DEATHS-STACKS TO DEATHS-NUM2
    MOVE DEATHS-DROPPED TO DEATHS-NUM3
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING FUNCTION TRIM(ADMIN-CMD-SOURCE) " restored death #" FUNCTION TRIM(DEATHS-NUM)
        " of " FUNCTION TRIM(DEATHS-TARGET) " (" FUNCTION TRIM(DEATHS-MODE) "): "
        FUNCTION TRIM(DEATHS-NUM2) " stacks, " FUNCTION TRIM(DEATHS-NUM3) " dropped"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "Audit-Log" USING C-AUDIT-SOURCE-DEATHS AUDIT-TEXT AUDIT-TEXT-LEN

    MOVE SPACES TO MSG-ARGS
    MOVE DEATHS-NUM TO MSG-ARG(1)
    MOVE ADMIN-CMD-SOURCE TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(ADMIN-TARGET-CLIENT) "deaths.restored"
        "Your items from death #{1} were restored by {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(ADMIN-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0

    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "Restored death #" FUNCTION TRIM(DEATHS-NUM) " of " FUNCTION TRIM(DEATHS-TARGET)
        " (" FUNCTION TRIM(DEATHS-MODE) "): " FUNCTION TRIM(DEATHS-NUM2) " stacks"
        INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    IF DEATHS-DROPPED > 0
        STRING ", " FUNCTION TRIM(DEATHS-NUM3) " dropped at their feet for want of room"
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-IF
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

ListPlayerDeaths SECTION.
    *> "deaths <player>" - the history Deaths-Read just loaded, newest first, as
    *> "#<id> <mm-dd hh:mm> <cause> at <x> <y> <z> (<dim>) L<level>", with
    *> "restored" after any already handed back.
    IF DEATH-COUNT = 0
        MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
        STRING "No deaths on file for " FUNCTION TRIM(DEATHS-TARGET)
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN
        EXIT SECTION
    END-IF
    MOVE 1 TO ADMIN-CMD-RESPONSE-LEN
    STRING "Deaths of " FUNCTION TRIM(DEATHS-TARGET) ":" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    PERFORM VARYING DEATHS-INDEX FROM DEATH-COUNT BY -1 UNTIL DEATHS-INDEX < 1
        IF ADMIN-CMD-RESPONSE-LEN > 200
            STRING " ..." INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
            EXIT PERFORM
        END-IF
        MOVE DEATH-ID(DEATHS-INDEX) TO DEATHS-NUM
        MOVE DEATH-X(DEATHS-INDEX) TO TICKET-POS-X
        MOVE DEATH-Y(DEATHS-INDEX) TO TICKET-POS-Y
        MOVE DEATH-Z(DEATHS-INDEX) TO TICKET-POS-Z
        MOVE DEATH-DIMENSION(DEATHS-INDEX) TO TICKET-DIM-VALUE
        PERFORM SetTicketDimName
        MOVE DEATH-XP-LEVEL(DEATHS-INDEX) TO DEATHS-NUM2
        STRING " #" FUNCTION TRIM(DEATHS-NUM) " " DEATH-TIME(DEATHS-INDEX)(5:2) "-" DEATH-TIME(DEATHS-INDEX)(7:2)
            " " DEATH-TIME(DEATHS-INDEX)(9:2) ":" DEATH-TIME(DEATHS-INDEX)(11:2)
            " " FUNCTION TRIM(DEATH-CAUSE(DEATHS-INDEX)) " at " FUNCTION TRIM(TICKET-POS-X) " "
            FUNCTION TRIM(TICKET-POS-Y) " " FUNCTION TRIM(TICKET-POS-Z) " (" FUNCTION TRIM(TICKET-DIM-NAME) ")"
            " L" FUNCTION TRIM(DEATHS-NUM2)
            INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        IF DEATH-RESTORED-BY(DEATHS-INDEX) NOT = SPACES
            STRING " restored" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
        END-IF
        STRING ";" INTO ADMIN-CMD-RESPONSE WITH POINTER ADMIN-CMD-RESPONSE-LEN
    END-PERFORM
    IF ADMIN-CMD-RESPONSE-LEN > 257
        MOVE 257 TO ADMIN-CMD-RESPONSE-LEN
    END-IF
    SUBTRACT 1 FROM ADMIN-CMD-RESPONSE-LEN

    EXIT SECTION.

RestorePlayerDeath SECTION.
    *> Hands death DEATHS-INDEX back to ADMIN-TARGET-CLIENT's player in
    *> DEATHS-MODE, counting the stacks given in DEATHS-STACKS and those that
    *> had no room (merge only) in DEATHS-DROPPED. Overflow lands as plain
    *> item entities where the player stands, the way DropPlayerInventory
    *> drops a death's items, so a tool's wear does not travel with it (a
    *> potion's brew does - see DropItemPotion).
    MOVE 0 TO DEATHS-STACKS DEATHS-DROPPED
    MOVE ADMIN-TARGET-CLIENT TO CLIENT-ID
    PERFORM VARYING DEATHS-SLOT FROM 1 BY 1 UNTIL DEATHS-SLOT > 46
        IF DEATH-SLOT-ID(DEATHS-INDEX, DEATHS-SLOT) >= 0 AND DEATH-SLOT-COUNT(DEATHS-INDEX, DEATHS-SLOT) > 0
            ADD 1 TO DEATHS-STACKS
        END-IF
    END-PERFORM

    IF DEATHS-MODE = "replace"
        MOVE DEATH-INVENTORY(DEATHS-INDEX) TO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID))
        MOVE DEATH-XP-LEVEL(DEATHS-INDEX) TO PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID))
        MOVE DEATH-XP-PROGRESS(DEATHS-INDEX) TO PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID))
    ELSE
        MOVE WORLD-ACTIVE-DIM TO SAVED-WORLD-DIM
        MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO WORLD-ACTIVE-DIM
        PERFORM VARYING DEATHS-SLOT FROM 1 BY 1 UNTIL DEATHS-SLOT > 46
            IF DEATH-SLOT-ID(DEATHS-INDEX, DEATHS-SLOT) >= 0 AND DEATH-SLOT-COUNT(DEATHS-INDEX, DEATHS-SLOT) > 0
                *> the slot it came from if that is free, else the first free
                *> storage or hotbar slot
                MOVE 0 TO DEATHS-FREE-SLOT
                IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), DEATHS-SLOT) < 0
                    OR PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DEATHS-SLOT) = 0
                    MOVE DEATHS-SLOT TO DEATHS-FREE-SLOT
                ELSE
                    PERFORM VARYING DEATHS-SCAN-SLOT FROM 10 BY 1 UNTIL DEATHS-SCAN-SLOT > 45 OR DEATHS-FREE-SLOT > 0
                        IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), DEATHS-SCAN-SLOT) < 0
                            OR PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DEATHS-SCAN-SLOT) = 0
                            MOVE DEATHS-SCAN-SLOT TO DEATHS-FREE-SLOT
                        END-IF
                    END-PERFORM
                END-IF
                IF DEATHS-FREE-SLOT > 0
                    MOVE DEATH-SLOT(DEATHS-INDEX, DEATHS-SLOT) TO PLAYER-INVENTORY-SLOT(CLIENT-PLAYER(CLIENT-ID), DEATHS-FREE-SLOT)
                ELSE
                    ADD 1 TO DEATHS-DROPPED
                    MOVE DEATH-SLOT-ID(DEATHS-INDEX, DEATHS-SLOT) TO DROP-ITEM-ID
                    MOVE DEATH-SLOT-COUNT(DEATHS-INDEX, DEATHS-SLOT) TO DROP-ITEM-COUNT
                    MOVE DEATH-SLOT-NBT-LENGTH(DEATHS-INDEX, DEATHS-SLOT) TO POTION-NBT-LENGTH
                    MOVE DEATH-SLOT-NBT-DATA(DEATHS-INDEX, DEATHS-SLOT) TO POTION-NBT-DATA
                    PERFORM DropItemPotion
                    MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-X
                    COMPUTE DROP-POSITION-Y = PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) + 0.5
                    MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-Z
                    PERFORM SpawnItemEntity
                END-IF
            END-IF
        END-PERFORM
        MOVE SAVED-WORLD-DIM TO WORLD-ACTIVE-DIM
        *> a merge never takes levels away
        IF DEATH-XP-LEVEL(DEATHS-INDEX) > PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID))
            MOVE DEATH-XP-LEVEL(DEATHS-INDEX) TO PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID))
            MOVE DEATH-XP-PROGRESS(DEATHS-INDEX) TO PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID))
        END-IF
    END-IF

    CALL "SendPacket-SetExperience" USING CLIENT-HNDL(CLIENT-ID) PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-TOTAL(CLIENT-PLAYER(CLIENT-ID))
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError
    PERFORM BroadcastEquipment

    EXIT SECTION.

ExecuteCommandBlockCommand SECTION.
    *> Runs CMD-LINE (CMD-LINE-LEN bytes) - the small fixed set of commands a map-maker
    *> can script world behavior with: "setblock", "say", and "give". Set by the caller
    *> (the "Use item on block" handler's minecraft:command_block branch for impulse
    *> mode, or GameLoop's repeat-mode scan) from a COMMANDBLOCK entry's
    *> COMMANDBLOCK-COMMAND-TEXT/-LEN. The command-block equivalent of
    *> ProcessConsoleCommand, dispatched the same string-prefix way.

    *> the audit trail records the executing block's position with the command -
    *> a repeat-mode block firing every tick is rate-limited to one entry per
    *> minute per block, or the file would grow 20 lines a second per block
    IF COMMANDBLOCK-INDEX > 0 AND COMMANDBLOCK-INDEX <= MAX-COMMANDBLOCKS
        IF COMMANDBLOCK-AUTO(COMMANDBLOCK-INDEX) = 0
            OR WORLD-AGE - COMMANDBLOCK-AUDIT-AGE(COMMANDBLOCK-INDEX) >= 1200
            MOVE WORLD-AGE TO COMMANDBLOCK-AUDIT-AGE(COMMANDBLOCK-INDEX)
            MOVE COMMANDBLOCK-X(COMMANDBLOCK-INDEX) TO LOG-NUM1
            MOVE 1 TO AUDIT-TEXT-POS
            STRING "at " FUNCTION TRIM(LOG-NUM1) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
            MOVE COMMANDBLOCK-Y(COMMANDBLOCK-INDEX) TO LOG-NUM1
            STRING " " FUNCTION TRIM(LOG-NUM1) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
            MOVE COMMANDBLOCK-Z(COMMANDBLOCK-INDEX) TO LOG-NUM1
            STRING " " FUNCTION TRIM(LOG-NUM1) ": " CMD-LINE(1:CMD-LINE-LEN) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
            COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
            CALL "Audit-Log" USING C-AUDIT-SOURCE-CMDBLOCK AUDIT-TEXT AUDIT-TEXT-LEN
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN CMD-LINE-LEN > 9 AND CMD-LINE(1:9) = "setblock "
            MOVE 1 TO CMD-ARG-POS
            MOVE SPACES TO CMD-ARG-1 CMD-ARG-2 CMD-ARG-3 CMD-ARG-4
            UNSTRING CMD-LINE(10:CMD-LINE-LEN - 9) DELIMITED BY ALL SPACES
                INTO CMD-ARG-1 CMD-ARG-2 CMD-ARG-3 CMD-ARG-4
                WITH POINTER CMD-ARG-POS
            COMPUTE CMD-POSITION-X = FUNCTION NUMVAL(CMD-ARG-1)
            COMPUTE CMD-POSITION-Y = FUNCTION NUMVAL(CMD-ARG-2)
            COMPUTE CMD-POSITION-Z = FUNCTION NUMVAL(CMD-ARG-3)
            MOVE SPACES TO TEMP-ITEM-BLOCK-NAME
            MOVE CMD-ARG-4 TO TEMP-ITEM-BLOCK-NAME
            CALL "Blocks-Get-DefaultStateId" USING TEMP-ITEM-BLOCK-NAME TEMP-BLOCK-STATE-ID
            CALL "World-SetBlock" USING 0 CMD-POSITION TEMP-BLOCK-STATE-ID

        WHEN CMD-LINE-LEN > 4 AND CMD-LINE(1:4) = "say "
            MOVE SPACES TO MSG-ARGS
            MOVE "chat.announcement" TO MSG-ID
            MOVE "[Server]" TO MSG-DEFAULT
            MOVE CMD-LINE(5:CMD-LINE-LEN - 4) TO MSG-TAIL
            COMPUTE MSG-TAIL-LEN = CMD-LINE-LEN - 4
            PERFORM BroadcastMessage

        WHEN CMD-LINE-LEN > 5 AND CMD-LINE(1:5) = "give "
            MOVE 1 TO CMD-ARG-POS
        *> clamp/sanity-check the written slot the same way login restores are -
        *> see Player-ValidateInventory
        CALL "Player-ValidateInventory" USING CLIENT-PLAYER(CLIENT-ID)
        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
        PERFORM HandleClientError
    END-IF

    MOVE -1 TO DRAIN-NEIGHBOR-DY(6)
    MOVE 0  TO DRAIN-NEIGHBOR-DZ(6)

    *> the tick after an overrun drains only C-SHED-BLOCKTICK-SLICE due entries;
    *> the rest stay queued, still due, for the ticks after
    IF PERF-SHEDDING = 1
        MOVE C-SHED-BLOCKTICK-SLICE TO DRAIN-BUDGET
    ELSE
        MOVE MAX-SCHEDULED-TICKS TO DRAIN-BUDGET
    END-IF

    PERFORM VARYING TICK-INDEX FROM 1 BY 1 UNTIL TICK-INDEX > MAX-SCHEDULED-TICKS
        IF SCHEDULEDTICK-PRESENT(TICK-INDEX) = 1 AND WORLD-AGE >= SCHEDULEDTICK-READY-AGE(TICK-INDEX)
            AND DRAIN-BUDGET = 0
            ADD 1 TO PERF-SUB-TICK-DEFERRED(C-PERF-BLOCKTICKS)
        END-IF
        IF SCHEDULEDTICK-PRESENT(TICK-INDEX) = 1 AND WORLD-AGE >= SCHEDULEDTICK-READY-AGE(TICK-INDEX)
            AND DRAIN-BUDGET > 0
            SUBTRACT 1 FROM DRAIN-BUDGET
            MOVE 0 TO SCHEDULEDTICK-PRESENT(TICK-INDEX)
            *> the re-check runs in the dimension it was queued from, so nether
            *> sand falls (and nether lava spreads) in the nether - any tick
    EXIT SECTION.

InitSmeltTables SECTION.
    *> Fills whichever of the smelt and fuel tables Smelting-Load/Fuel-Load left
    *> empty (no save/smelting.txt or save/fuel.txt) with the built-in entries,
    *> resolving each registry ID once. Safe to PERFORM repeatedly - a table that
    *> already holds entries is left alone. Flat burn values per fuel, the same
    *> kind of basic simplification the food table makes.
    IF SMELT-TABLE-SIZE = 0
        MOVE 6 TO SMELT-TABLE-SIZE
        MOVE "minecraft:iron_ore" TO SMELT-INPUT-NAME(1)
        MOVE "minecraft:iron_ingot" TO SMELT-OUTPUT-NAME(1)
        MOVE "minecraft:gold_ore" TO SMELT-INPUT-NAME(2)
        MOVE "minecraft:gold_ingot" TO SMELT-OUTPUT-NAME(2)
        MOVE "minecraft:coal_ore" TO SMELT-INPUT-NAME(3)
        MOVE "minecraft:coal" TO SMELT-OUTPUT-NAME(3)
        MOVE "minecraft:sand" TO SMELT-INPUT-NAME(4)
        MOVE "minecraft:glass" TO SMELT-OUTPUT-NAME(4)
        MOVE "minecraft:beef" TO SMELT-INPUT-NAME(5)
        MOVE "minecraft:cooked_beef" TO SMELT-OUTPUT-NAME(5)
        MOVE "minecraft:porkchop" TO SMELT-INPUT-NAME(6)
        MOVE "minecraft:cooked_porkchop" TO SMELT-OUTPUT-NAME(6)
        PERFORM VARYING FURNACE-SMELT-INDEX FROM 1 BY 1 UNTIL FURNACE-SMELT-INDEX > SMELT-TABLE-SIZE
            CALL "Items-Get-Id" USING SMELT-INPUT-NAME(FURNACE-SMELT-INDEX) SMELT-INPUT-ID(FURNACE-SMELT-INDEX)
            CALL "Items-Get-Id" USING SMELT-OUTPUT-NAME(FURNACE-SMELT-INDEX) SMELT-OUTPUT-ID(FURNACE-SMELT-INDEX)
        END-PERFORM
    END-IF

    IF FUEL-TABLE-SIZE = 0
        MOVE 3 TO FUEL-TABLE-SIZE
        MOVE "minecraft:coal" TO FUEL-ITEM-NAME(1)
        MOVE 1600 TO FUEL-BURN-TICKS(1)
        MOVE "minecraft:oak_planks" TO FUEL-ITEM-NAME(2)
        MOVE 300 TO FUEL-BURN-TICKS(2)
        MOVE "minecraft:oak_log" TO FUEL-ITEM-NAME(3)
        MOVE 300 TO FUEL-BURN-TICKS(3)
        PERFORM VARYING FURNACE-FUEL-INDEX FROM 1 BY 1 UNTIL FURNACE-FUEL-INDEX > FUEL-TABLE-SIZE
            CALL "Items-Get-Id" USING FUEL-ITEM-NAME(FURNACE-FUEL-INDEX) FUEL-ITEM-ID(FURNACE-FUEL-INDEX)
        END-PERFORM
    END-IF

    EXIT SECTION.


    EXIT SECTION.

InitBrewTables SECTION.
    *> Fills the brewing recipe table with the built-in recipes when Brewing-Load
    *> found no save/brewing.txt, and resolves the potion, blaze powder and glass
    *> bottle registry IDs the brewing code keeps comparing against. Safe to
    *> PERFORM repeatedly - a table that already holds entries is left alone.
    *> Water makes awkward, awkward makes the effect potions, and redstone,
    *> glowstone and a fermented spider eye extend, strengthen and corrupt them,
    *> a trimmed-down copy of vanilla's own brewing chart.
    IF BREW-POTION-ITEM-ID = 0
        CALL "Items-Get-Id" USING C-MINECRAFT-POTION BREW-POTION-ITEM-ID
        CALL "Items-Get-Id" USING C-MINECRAFT-BLAZE-POWDER BREW-BLAZE-POWDER-ID
        CALL "Items-Get-Id" USING C-MINECRAFT-GLASS-BOTTLE BREW-GLASS-BOTTLE-ID
    END-IF
    IF BREW-TABLE-SIZE > 0
        EXIT SECTION
    END-IF
    MOVE 10 TO BREW-TABLE-SIZE
    MOVE "minecraft:nether_wart" TO BREW-INGREDIENT-NAME(1)
    MOVE "minecraft:water" TO BREW-BASE-POTION(1)
    MOVE "minecraft:awkward" TO BREW-RESULT-POTION(1)
    MOVE "none" TO BREW-EFFECT-NAME(1)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(1)
    MOVE 0 TO BREW-EFFECT-TICKS(1)
    MOVE "minecraft:sugar" TO BREW-INGREDIENT-NAME(2)
    MOVE "minecraft:awkward" TO BREW-BASE-POTION(2)
    MOVE "minecraft:swiftness" TO BREW-RESULT-POTION(2)
    MOVE "speed" TO BREW-EFFECT-NAME(2)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(2)
    MOVE 3600 TO BREW-EFFECT-TICKS(2)
    MOVE "minecraft:ghast_tear" TO BREW-INGREDIENT-NAME(3)
    MOVE "minecraft:awkward" TO BREW-BASE-POTION(3)
    MOVE "minecraft:regeneration" TO BREW-RESULT-POTION(3)
    MOVE "regeneration" TO BREW-EFFECT-NAME(3)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(3)
    MOVE 900 TO BREW-EFFECT-TICKS(3)
    MOVE "minecraft:blaze_powder" TO BREW-INGREDIENT-NAME(4)
    MOVE "minecraft:awkward" TO BREW-BASE-POTION(4)
    MOVE "minecraft:strength" TO BREW-RESULT-POTION(4)
    MOVE "strength" TO BREW-EFFECT-NAME(4)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(4)
    MOVE 3600 TO BREW-EFFECT-TICKS(4)
    MOVE "minecraft:spider_eye" TO BREW-INGREDIENT-NAME(5)
    MOVE "minecraft:awkward" TO BREW-BASE-POTION(5)
    MOVE "minecraft:poison" TO BREW-RESULT-POTION(5)
    MOVE "poison" TO BREW-EFFECT-NAME(5)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(5)
    MOVE 900 TO BREW-EFFECT-TICKS(5)
    MOVE "minecraft:redstone" TO BREW-INGREDIENT-NAME(6)
    MOVE "minecraft:swiftness" TO BREW-BASE-POTION(6)
    MOVE "minecraft:long_swiftness" TO BREW-RESULT-POTION(6)
    MOVE "speed" TO BREW-EFFECT-NAME(6)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(6)
    MOVE 9600 TO BREW-EFFECT-TICKS(6)
    MOVE "minecraft:redstone" TO BREW-INGREDIENT-NAME(7)
    MOVE "minecraft:regeneration" TO BREW-BASE-POTION(7)
    MOVE "minecraft:long_regeneration" TO BREW-RESULT-POTION(7)
    MOVE "regeneration" TO BREW-EFFECT-NAME(7)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(7)
    MOVE 1800 TO BREW-EFFECT-TICKS(7)
    MOVE "minecraft:glowstone_dust" TO BREW-INGREDIENT-NAME(8)
    MOVE "minecraft:swiftness" TO BREW-BASE-POTION(8)
    MOVE "minecraft:strong_swiftness" TO BREW-RESULT-POTION(8)
    MOVE "speed" TO BREW-EFFECT-NAME(8)
    MOVE 1 TO BREW-EFFECT-AMPLIFIER(8)
    MOVE 1800 TO BREW-EFFECT-TICKS(8)
    MOVE "minecraft:glowstone_dust" TO BREW-INGREDIENT-NAME(9)
    MOVE "minecraft:regeneration" TO BREW-BASE-POTION(9)
    MOVE "minecraft:strong_regeneration" TO BREW-RESULT-POTION(9)
    MOVE "regeneration" TO BREW-EFFECT-NAME(9)
    MOVE 1 TO BREW-EFFECT-AMPLIFIER(9)
    MOVE 440 TO BREW-EFFECT-TICKS(9)
    MOVE "minecraft:fermented_spider_eye" TO BREW-INGREDIENT-NAME(10)
    MOVE "minecraft:swiftness" TO BREW-BASE-POTION(10)
    MOVE "minecraft:slowness" TO BREW-RESULT-POTION(10)
    MOVE "slowness" TO BREW-EFFECT-NAME(10)
    MOVE 0 TO BREW-EFFECT-AMPLIFIER(10)
    MOVE 1800 TO BREW-EFFECT-TICKS(10)
    PERFORM VARYING BREW-RECIPE-INDEX FROM 1 BY 1 UNTIL BREW-RECIPE-INDEX > BREW-TABLE-SIZE
        CALL "Items-Get-Id" USING BREW-INGREDIENT-NAME(BREW-RECIPE-INDEX) BREW-INGREDIENT-ID(BREW-RECIPE-INDEX)
    END-PERFORM

    EXIT SECTION.

BrewingTick SECTION.
    *> Advances brewing stand BREWSTAND-INDEX by one tick - see GameLoop. A brew
    *> runs while the ingredient slot holds something that, per the recipe table,
    *> turns at least one of the bottles into something else; each brew costs one
    *> unit of fuel (a piece of blaze powder is good for
    *> BREWSTAND-FUEL-PER-POWDER of them) and BREWSTAND-BREW-TIME-TOTAL ticks. When
    *> the timer runs out every matching bottle converts at once and one
    *> ingredient is used up. Taking the ingredient or the bottles away mid-brew
    *> cancels it, and the fuel unit is not refunded, as in vanilla. Persistence
    *> follows FurnaceTick's dirty-chunk discipline.
    PERFORM InitBrewTables
    MOVE 0 TO BREWSTAND-DIRTY

    *> top up the fuel from the powder slot whenever it runs dry
    IF BREWSTAND-FUEL(BREWSTAND-INDEX) = 0
        AND BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 5) > 0
        AND BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 5) = BREW-BLAZE-POWDER-ID
        MOVE BREWSTAND-FUEL-PER-POWDER TO BREWSTAND-FUEL(BREWSTAND-INDEX)
        SUBTRACT 1 FROM BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 5)
        IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 5) = 0
            MOVE -1 TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 5)
        END-IF
        MOVE 1 TO BREWSTAND-DIRTY
    END-IF

    *> how many bottles the current ingredient would convert
    PERFORM CountBrewMatches

    IF BREWSTAND-BREW-TIME(BREWSTAND-INDEX) > 0
        IF BREW-MATCHES = 0
            MOVE 0 TO BREWSTAND-BREW-TIME(BREWSTAND-INDEX)
            MOVE 1 TO BREWSTAND-DIRTY
        ELSE
            SUBTRACT 1 FROM BREWSTAND-BREW-TIME(BREWSTAND-INDEX)
            IF BREWSTAND-BREW-TIME(BREWSTAND-INDEX) = 0
                PERFORM VARYING BREW-BOTTLE-SLOT FROM 1 BY 1 UNTIL BREW-BOTTLE-SLOT > 3
                    PERFORM FindBrewRecipe
                    IF BREW-RECIPE-INDEX > 0
                        MOVE BREW-RESULT-POTION(BREW-RECIPE-INDEX) TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREW-BOTTLE-SLOT)
                    END-IF
                END-PERFORM
                SUBTRACT 1 FROM BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 4)
                IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 4) = 0
                    MOVE -1 TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 4)
                END-IF
                MOVE 1 TO BREWSTAND-DIRTY

                *> refresh the open window, if any, so the viewer sees the bottles change
                IF BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX) > 0
                    AND CLIENT-PRESENT(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)) = 1
                    AND CLIENT-PLAYER(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)) > 0
                    CALL "SendPacket-SetContainerContentBrewing" USING CLIENT-HNDL(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)) BREWSTAND-WINDOW-ID(BREWSTAND-INDEX) BREWSTAND-SLOTS(BREWSTAND-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX))) CLIENT-CURSOR-ITEM-ID(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)) CLIENT-CURSOR-ITEM-COUNT(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)) CLIENT-CURSOR-POTION(BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX))
                END-IF
            END-IF
        END-IF
    ELSE
        *> idle - start a brew if there is something to brew and fuel to brew it
        IF BREW-MATCHES > 0 AND BREWSTAND-FUEL(BREWSTAND-INDEX) > 0
            SUBTRACT 1 FROM BREWSTAND-FUEL(BREWSTAND-INDEX)
            MOVE BREWSTAND-BREW-TIME-TOTAL TO BREWSTAND-BREW-TIME(BREWSTAND-INDEX)
            MOVE 1 TO BREWSTAND-DIRTY
        END-IF
    END-IF

    IF BREWSTAND-DIRTY = 1
        *> the dirty mark lands on the chunk in the stand's own dimension, the
        *> same care FurnaceTick takes
        MOVE WORLD-ACTIVE-DIM TO SAVED-WORLD-DIM
        MOVE BREWSTAND-DIM(BREWSTAND-INDEX) TO WORLD-ACTIVE-DIM
        DIVIDE BREWSTAND-X(BREWSTAND-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE BREWSTAND-Z(BREWSTAND-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
        IF CHUNK-INDEX > 0
            MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        END-IF
        MOVE SAVED-WORLD-DIM TO WORLD-ACTIVE-DIM
    END-IF

    EXIT SECTION.

CountBrewMatches SECTION.
    *> Sets BREW-MATCHES to the number of stand BREWSTAND-INDEX's bottle slots the
    *> ingredient in its ingredient slot would convert - see BrewingTick.
    MOVE 0 TO BREW-MATCHES
    IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 4) = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING BREW-BOTTLE-SLOT FROM 1 BY 1 UNTIL BREW-BOTTLE-SLOT > 3
        PERFORM FindBrewRecipe
        IF BREW-RECIPE-INDEX > 0
            ADD 1 TO BREW-MATCHES
        END-IF
    END-PERFORM

    EXIT SECTION.

FindBrewRecipe SECTION.
    *> Sets BREW-RECIPE-INDEX to the recipe turning the potion in stand
    *> BREWSTAND-INDEX's bottle slot BREW-BOTTLE-SLOT into something else with the
    *> stand's current ingredient, or 0 if there is none (or the slot holds no
    *> potion).
    MOVE 0 TO BREW-RECIPE-INDEX
    IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREW-BOTTLE-SLOT) = 0
        OR BREWSTAND-SLOT-ID(BREWSTAND-INDEX, BREW-BOTTLE-SLOT) NOT = BREW-POTION-ITEM-ID
        OR BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREW-BOTTLE-SLOT) = SPACES
        EXIT SECTION
    END-IF
    PERFORM VARYING TEMP-INT32 FROM 1 BY 1 UNTIL TEMP-INT32 > BREW-TABLE-SIZE OR BREW-RECIPE-INDEX > 0
        IF BREW-INGREDIENT-ID(TEMP-INT32) = BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 4)
            AND BREW-BASE-POTION(TEMP-INT32) = BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREW-BOTTLE-SLOT)
            MOVE TEMP-INT32 TO BREW-RECIPE-INDEX
        END-IF
    END-PERFORM

    EXIT SECTION.

HopperShedSlice SECTION.
    *> The shedding-tick stand-in for GameLoop's every-hopper loop: walks the table
    *> round from HOPPER-SHED-CURSOR, gives the first C-SHED-HOPPER-SLICE hoppers
    *> their tick, and marks every other one as owed the tick it sat out - see
    *> HOPPER-DEFERRED-TICKS, which HopperTick credits back. The cursor moves on
    *> past the last hopper served, so the next slice starts where this one ended.
    MOVE C-SHED-HOPPER-SLICE TO HOPPER-SHED-LEFT
    PERFORM VARYING HOPPER-SHED-STEP FROM 0 BY 1 UNTIL HOPPER-SHED-STEP >= MAX-HOPPERS
        COMPUTE HOPPER-INDEX = FUNCTION MOD(HOPPER-SHED-CURSOR - 1 + HOPPER-SHED-STEP, MAX-HOPPERS) + 1
        IF HOPPER-PRESENT(HOPPER-INDEX) = 1
            IF HOPPER-SHED-LEFT > 0
                PERFORM HopperTick
                SUBTRACT 1 FROM HOPPER-SHED-LEFT
                IF HOPPER-SHED-LEFT = 0
                    COMPUTE HOPPER-SHED-CURSOR = FUNCTION MOD(HOPPER-INDEX, MAX-HOPPERS) + 1
                END-IF
            ELSE
                ADD 1 TO HOPPER-DEFERRED-TICKS(HOPPER-INDEX)
                ADD 1 TO PERF-SUB-TICK-DEFERRED(C-PERF-HOPPERS)
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

HopperTick SECTION.
    *> Advances hopper HOPPER-INDEX by one tick - see GameLoop. Respecting the
    *> per-hopper cooldown, it pulls one item from the container (or furnace
    *> output) directly above, failing that absorbs a dropped item landing on
    *> it, and pushes one item into the container or furnace its spout points
    *> at - chest-to-chest a plain move, into a furnace the vanilla split of
    *> top-fed input and side-fed fuel. Every change marks the owning chunks
    *> dirty, the same persistence discipline FurnaceTick keeps. A hopper's slots
    *> keep no NBT, so it leaves alone a chest stack carrying any (a brewed
    *> potion, a worn tool) and a dropped item with a brew.
    *> ticks sat out while GameLoop was shedding load still count down the
    *> cooldown, so a deferred hopper catches up on its next turn
    IF HOPPER-DEFERRED-TICKS(HOPPER-INDEX) > 0
        IF HOPPER-COOLDOWN(HOPPER-INDEX) > HOPPER-DEFERRED-TICKS(HOPPER-INDEX)
            SUBTRACT HOPPER-DEFERRED-TICKS(HOPPER-INDEX) FROM HOPPER-COOLDOWN(HOPPER-INDEX)
        ELSE
            MOVE 0 TO HOPPER-COOLDOWN(HOPPER-INDEX)
        END-IF
        MOVE 0 TO HOPPER-DEFERRED-TICKS(HOPPER-INDEX)
    END-IF
    IF HOPPER-COOLDOWN(HOPPER-INDEX) > 0
        SUBTRACT 1 FROM HOPPER-COOLDOWN(HOPPER-INDEX)
        EXIT SECTION
    END-IF
    PERFORM InitSmeltTables
        PERFORM VARYING HOPPER-SRC-SCAN FROM 1 BY 1 UNTIL HOPPER-SRC-SCAN > CONTAINER-SLOT-COUNT OR HOPPER-MOVED = 1
            IF CONTAINER-SLOT-ID(HOPPER-OTHER-INDEX, HOPPER-SRC-SCAN) >= 0
                AND CONTAINER-SLOT-COUNT-VAL(HOPPER-OTHER-INDEX, HOPPER-SRC-SCAN) > 0
                AND CONTAINER-SLOT-NBT-LENGTH(HOPPER-OTHER-INDEX, HOPPER-SRC-SCAN) = 0
                MOVE CONTAINER-SLOT-ID(HOPPER-OTHER-INDEX, HOPPER-SRC-SCAN) TO HOPPER-MOVE-ID
                MOVE 1 TO HOPPER-MOVE-COUNT
                PERFORM HopperInsertItem
                        MOVE -1 TO CONTAINER-SLOT-ID(HOPPER-OTHER-INDEX, HOPPER-SRC-SCAN)
                    END-IF
                    PERFORM HopperMarkContainerDirty
                    MOVE "chest" TO HOPPER-LOG-KIND
                    MOVE CONTAINER-DIM(HOPPER-OTHER-INDEX) TO HOPPER-LOG-DIM
                    MOVE "took" TO HOPPER-LOG-ACTION
                    PERFORM HopperLogMove
                END-IF
            END-IF
        END-PERFORM
                    IF FURNACE-SLOT-COUNT-VAL(HOPPER-OTHER-INDEX, 3) = 0
                        MOVE -1 TO FURNACE-SLOT-ID(HOPPER-OTHER-INDEX, 3)
                    END-IF
                    MOVE "furnace" TO HOPPER-LOG-KIND
                    MOVE FURNACE-DIM(HOPPER-OTHER-INDEX) TO HOPPER-LOG-DIM
                    MOVE "took" TO HOPPER-LOG-ACTION
                    PERFORM HopperLogMove
                END-IF
            END-IF
        END-IF
                AND FUNCTION INTEGER(ITEMENTITY-Z(ITEMENTITY-INDEX)) = HOPPER-Z(HOPPER-INDEX)
                AND FUNCTION INTEGER(ITEMENTITY-Y(ITEMENTITY-INDEX)) >= HOPPER-Y(HOPPER-INDEX)
                AND FUNCTION INTEGER(ITEMENTITY-Y(ITEMENTITY-INDEX)) <= HOPPER-Y(HOPPER-INDEX) + 1
                AND ITEMENTITY-POTION(ITEMENTITY-INDEX) = SPACES
                MOVE ITEMENTITY-ITEM-ID(ITEMENTITY-INDEX) TO HOPPER-MOVE-ID
                MOVE ITEMENTITY-ITEM-COUNT(ITEMENTITY-INDEX) TO HOPPER-MOVE-COUNT
                PERFORM HopperInsertItem
                IF HOPPER-MOVED = 1
                    MOVE 0 TO ITEMENTITY-PRESENT(ITEMENTITY-INDEX)
                    MOVE SPACES TO HOPPER-LOG-KIND
                    PERFORM HopperLogMove
                    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
                        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
                            CALL "SendPacket-RemoveEntities" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) ITEMENTITY-ENTITY-ID(ITEMENTITY-INDEX)
    END-PERFORM
    IF HOPPER-DEST > 0
        MOVE HOPPER-SLOT-ID(HOPPER-INDEX, HOPPER-DEST) TO HOPPER-MOVE-ID
        MOVE 1 TO HOPPER-MOVE-COUNT
        CALL "World-FindContainer" USING HOPPER-WORK-POSITION HOPPER-OTHER-INDEX
        IF HOPPER-OTHER-INDEX > 0
            MOVE HOPPER-MOVE-ID TO CLICK-ITEM-ID
                ADD 1 TO CONTAINER-SLOT-COUNT-VAL(HOPPER-OTHER-INDEX, SHIFT-DEST-SLOT)
                PERFORM HopperTakeFromOwnSlot
                PERFORM HopperMarkContainerDirty
                MOVE "chest" TO HOPPER-LOG-KIND
                MOVE CONTAINER-DIM(HOPPER-OTHER-INDEX) TO HOPPER-LOG-DIM
                MOVE "put" TO HOPPER-LOG-ACTION
                PERFORM HopperLogMove
            END-IF
        ELSE
            CALL "World-FindFurnace" USING HOPPER-WORK-POSITION HOPPER-OTHER-INDEX
                    END-IF
                    ADD 1 TO FURNACE-SLOT-COUNT-VAL(HOPPER-OTHER-INDEX, HOPPER-SCAN)
                    PERFORM HopperTakeFromOwnSlot
                    MOVE "furnace" TO HOPPER-LOG-KIND
                    MOVE FURNACE-DIM(HOPPER-OTHER-INDEX) TO HOPPER-LOG-DIM
                    MOVE "put" TO HOPPER-LOG-ACTION
                    PERFORM HopperLogMove
                END-IF
            END-IF
        END-IF

    EXIT SECTION.

HopperLogMove SECTION.
    *> Records a move hopper HOPPER-INDEX just made in the container access
    *> log, under "-" as world machinery: HOPPER-LOG-ACTION ("took" on a pull,
    *> "put" on a push) of HOPPER-MOVE-COUNT of HOPPER-MOVE-ID against the
    *> HOPPER-LOG-KIND block at HOPPER-WORK-POSITION in HOPPER-LOG-DIM, and
    *> the opposite against the hopper itself. HOPPER-LOG-KIND spaces is a
    *> dropped item caught, which only the hopper's own line records.
    IF HOPPER-LOG-KIND NOT = SPACES
        CALL "ContainerLog-Record" USING HOPPER-LOG-CLIENT HOPPER-LOG-KIND HOPPER-LOG-DIM HOPPER-WORK-POSITION
            HOPPER-LOG-ACTION HOPPER-MOVE-ID HOPPER-MOVE-COUNT
    END-IF
    IF HOPPER-LOG-ACTION = "put" AND HOPPER-LOG-KIND NOT = SPACES
        MOVE "took" TO HOPPER-LOG-OWN-ACTION
    ELSE
        MOVE "put" TO HOPPER-LOG-OWN-ACTION
    END-IF
    CALL "ContainerLog-Record" USING HOPPER-LOG-CLIENT HOPPER-LOG-OWN-KIND HOPPER-DIM(HOPPER-INDEX)
        HOPPER-POSITION(HOPPER-INDEX) HOPPER-LOG-OWN-ACTION HOPPER-MOVE-ID HOPPER-MOVE-COUNT

    EXIT SECTION.

HopperMarkContainerDirty SECTION.
    *> A chest slot changed under HOPPER-OTHER-INDEX - persist it and refresh
    *> any viewer's open window, the same follow-through ClickSlotSet and
InitFoodTable SECTION.
    *> Fills FOOD-TABLE-ENTRY with every edible item this server knows and its
    *> food/saturation worth (vanilla's own values), resolving each registry ID
    *> once - the fallback for when Food-Load found no save/food.txt. Safe to
    *> PERFORM repeatedly - a table that already holds entries is left alone.
    IF FOOD-TABLE-SIZE > 0
        EXIT SECTION
    END-IF

    CALL "SendPacket-UpdateHealth" USING CLIENT-HNDL(CLIENT-ID) PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) PLAYER-FOOD(CLIENT-PLAYER(CLIENT-ID)) PLAYER-SATURATION(CLIENT-PLAYER(CLIENT-ID))
    PERFORM HandleClientError
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.
    PERFORM SyncPlayerPosition
    CALL "SendPacket-UpdateHealth" USING CLIENT-HNDL(CLIENT-ID) PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) PLAYER-FOOD(CLIENT-PLAYER(CLIENT-ID)) PLAYER-SATURATION(CLIENT-PLAYER(CLIENT-ID))
    PERFORM HandleClientError
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError
    CALL "SendPacket-SetExperience" USING CLIENT-HNDL(CLIENT-ID) PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-TOTAL(CLIENT-PLAYER(CLIENT-ID))

                AND FUNCTION MOD(PLAYER-EFFECT-TICKS(CLIENT-PLAYER(CLIENT-ID), EFFECT-INDEX), 25) = 0
                AND PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) > 1
                COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - 1
                MOVE "poison" TO DAMAGE-CAUSE
                PERFORM ApplyDamage
            END-IF
            IF PLAYER-EFFECT-ID(CLIENT-PLAYER(CLIENT-ID), EFFECT-INDEX) = EFFECT-ID-REGENERATION
            CALL "SendPacket-UpdateHealth" USING CLIENT-HNDL(CLIENT-ID) PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) PLAYER-FOOD(CLIENT-PLAYER(CLIENT-ID)) PLAYER-SATURATION(CLIENT-PLAYER(CLIENT-ID))
        ELSE
            COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - 1
            MOVE "starvation" TO DAMAGE-CAUSE
            PERFORM ApplyDamage
        END-IF
    END-IF
    *> the world until RespawnPlayer puts them back.
    IF PLAYER-DEAD(CLIENT-PLAYER(CLIENT-ID)) = 1
        MOVE 0 TO DAMAGE-IS-ATTACK
        MOVE SPACES TO DAMAGE-CAUSE
        EXIT SECTION
    END-IF

            *> see the "Client status" handler in HandlePlay and RespawnPlayer
            MOVE 1 TO PLAYER-DEAD(CLIENT-PLAYER(CLIENT-ID))
            ADD 1 TO PLAYER-STAT-DEATHS(CLIENT-PLAYER(CLIENT-ID))
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) TO MSG-ARG(1)
            MOVE "death.died" TO MSG-ID
            MOVE "{1} died" TO MSG-DEFAULT
            MOVE CLIENT-PLAYER(CLIENT-ID) TO MSG-PLAYER
            CALL "Messages-Format" USING MSG-PLAYER MSG-ID MSG-DEFAULT MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-CombatDeath" USING CLIENT-HNDL(CLIENT-ID) PLAYER-ENTITY-ID(CLIENT-PLAYER(CLIENT-ID)) CHAT-TEXT CHAT-TEXT-LEN
            MOVE "death" TO BRIDGE-KIND
            PERFORM BroadcastMessage

            *> every death is snapped into the player's death history first,
            *> whatever happens to the inventory next, so staff can put it back
            *> - see Deaths-Record and AdminDeathsCommand
            CALL "Deaths-Record" USING CLIENT-PLAYER(CLIENT-ID) DAMAGE-CAUSE DEATH-SAVE-FAILURE
            IF DEATH-SAVE-FAILURE NOT = 0
                MOVE 1 TO LOG-TEXT-POS
                STRING "Could not record the death of " USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID)))
                    " in save/deaths" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
            END-IF

            *> the inventory consequence is configurable - see KEEP-INVENTORY in
            *> SERVER-CONFIG. Dropped stacks land where the player fell, as the
            END-IF
        END-IF
    END-IF
    MOVE SPACES TO DAMAGE-CAUSE

    EXIT SECTION.

LogPvpKill SECTION.
    *> Right after a pvp hit on PVP-VICTIM-CLIENT (alive when struck): a
    *> killing blow is named in the server log next to ApplyDamage's own
    *> "died" line, so the kill can be traced to PVP-ATTACKER-CLIENT later -
    *> see the CaseFile batch program.
    IF PLAYER-DEAD(CLIENT-PLAYER(PVP-VICTIM-CLIENT)) = 0
        EXIT SECTION
    END-IF
    MOVE 1 TO LOG-TEXT-POS
    STRING "Player " USERNAME(CLIENT-PLAYER(PVP-VICTIM-CLIENT))(1:USERNAME-LENGTH(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
        " was killed by " USERNAME(CLIENT-PLAYER(PVP-ATTACKER-CLIENT))(1:USERNAME-LENGTH(CLIENT-PLAYER(PVP-ATTACKER-CLIENT)))
        INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN

    EXIT SECTION.

            END-IF
        END-IF
    END-PERFORM
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError
    PERFORM BroadcastEquipment

            AND PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) > 0
            MOVE PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO DROP-ITEM-ID
            MOVE PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO DROP-ITEM-COUNT
            MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO POTION-NBT-LENGTH
            MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO POTION-NBT-DATA
            PERFORM DropItemPotion
            MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-X
            COMPUTE DROP-POSITION-Y = PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) + 0.5
            MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-Z
        MOVE 0 TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT)
    END-PERFORM
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.
        IF FALL-DISTANCE > 3
            COMPUTE FALL-DAMAGE = FUNCTION INTEGER(FALL-DISTANCE - 3)
            COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - FALL-DAMAGE
            MOVE "fall" TO DAMAGE-CAUSE
            PERFORM ApplyDamage
        END-IF
    END-IF
    *> May CLIENT-ID's player change the block at BUILD-CHECK-POSITION? Ops may
    *> build anywhere; everyone else is kept out of the spawn-protection radius
    *> and out of any named region (see save/regions.txt and Regions-CheckAllowed)
    *> they aren't a member of, and out of other players' land claims (see
    *> HandleClaimCommand) they aren't trusted on. A denial sends the polite
    *> system-chat notice itself and re-sends the real block, undoing the
    *> client's own prediction.
    MOVE 1 TO BUILD-ALLOWED
    IF CLIENT-PLAYER(CLIENT-ID) = 0
        EXIT SECTION
        AND FUNCTION ABS(BUILD-CHECK-X) <= SPAWN-PROTECTION-RADIUS
        AND FUNCTION ABS(BUILD-CHECK-Z) <= SPAWN-PROTECTION-RADIUS
        MOVE 0 TO BUILD-ALLOWED
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "build.spawn-protected" "The spawn area is protected" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-IF

    IF BUILD-ALLOWED = 1
        CALL "Regions-CheckAllowed" USING BUILD-CHECK-POSITION PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID))
            USERNAME(CLIENT-PLAYER(CLIENT-ID)) BUILD-ALLOWED BUILD-REGION-NAME
        IF BUILD-ALLOWED = 0
            MOVE SPACES TO MSG-ARGS
            MOVE BUILD-REGION-NAME TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "build.area-protected"
                "This area is protected: {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        END-IF
    END-IF

        *> put the real block back in front of the client, which already predicted
        *> its own change
        CALL "World-GetBlock" USING BUILD-CHECK-POSITION BUILD-CURRENT-BLOCK
        CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "block_state" BUILD-CURRENT-BLOCK
        CALL "SendPacket-BlockUpdate" USING CLIENT-ID BUILD-CHECK-POSITION BUILD-CURRENT-BLOCK
    END-IF


GetHeldToolInfo SECTION.
    *> Classifies whatever CLIENT-ID is holding in the active hotbar slot:
    *> TOOL-CLASS 1 = pickaxe, 2 = shovel, 3 = axe, 4 = fishing rod, 0 = not a
    *> diggable-class tool (swords and hoes included - neither speeds up any block
    *> this server generates). TOOL-SPEED-FACTOR and TOOL-MAX-DAMAGE follow the
    *> tool's material tier, vanilla's own values. The rod digs nothing faster and
    *> only wears when it lands a catch - see UseFishingRod.
    MOVE 0 TO TOOL-CLASS
    MOVE 0 TO TOOL-MAX-DAMAGE
    MOVE 1 TO TOOL-SPEED-FACTOR
    MOVE SPACES TO TOOL-ITEM-NAME
    CALL "Items-Get-Name" USING PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), TOOL-HELD-SLOT) TOOL-ITEM-NAME

    IF TOOL-ITEM-NAME = C-MINECRAFT-FISHING-ROD
        MOVE 4 TO TOOL-CLASS
        MOVE 64 TO TOOL-MAX-DAMAGE
        EXIT SECTION
    END-IF
    MOVE 0 TO TOOL-TALLY
    INSPECT TOOL-ITEM-NAME TALLYING TOOL-TALLY FOR ALL "_pickaxe"
    IF TOOL-TALLY > 0
        OR DROPPED-BLOCK-NAME = "minecraft:stone"
        OR DROPPED-BLOCK-NAME = "minecraft:cobblestone"
        OR DROPPED-BLOCK-NAME = "minecraft:furnace"
        OR DROPPED-BLOCK-NAME = "minecraft:brewing_stand"
        MOVE 1 TO TOOL-BLOCK-CLASS
        EXIT SECTION
    END-IF
    ELSE
        PERFORM WriteToolDamage
    END-IF
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.
    *> twice the new level), button 2 one of each (cost = the sum).
    PERFORM GetHeldToolInfo
    IF TOOL-CLASS = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "enchant.hold-tool" "Hold the tool you want to enchant" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    END-EVALUATE
    IF (ENCHANT-BUTTON NOT = 1 AND TOOL-EFFICIENCY >= 5)
        OR (ENCHANT-BUTTON NOT = 0 AND TOOL-UNBREAKING >= 3)
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "enchant.maxed"
            "This tool cannot be enchanted any further" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    IF PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) < ENCHANT-COST
        MOVE ENCHANT-COST TO LOG-NUM1
        MOVE SPACES TO MSG-ARGS
        MOVE LOG-NUM1 TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "enchant.need-levels"
            "You need {1} level(s) for that enchantment" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    PERFORM WriteToolDamage

    CALL "SendPacket-SetExperience" USING CLIENT-HNDL(CLIENT-ID) PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-TOTAL(CLIENT-PLAYER(CLIENT-ID))
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    MOVE TOOL-EFFICIENCY TO LOG-NUM1
    MOVE TOOL-UNBREAKING TO LOG-NUM2
    MOVE SPACES TO MSG-ARGS
    MOVE LOG-NUM1 TO MSG-ARG(1)
    MOVE LOG-NUM2 TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "enchant.done"
        "Enchanted - Efficiency {1}, Unbreaking {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    EXIT SECTION.
    END-IF

    IF PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) < 2
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "anvil.repair-cost" "Repairing costs 2 XP levels" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        MOVE 0 TO ANVIL-SPARE-SLOT
        EXIT SECTION
    PERFORM WriteToolDamage

    CALL "SendPacket-SetExperience" USING CLIENT-HNDL(CLIENT-ID) PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-TOTAL(CLIENT-PLAYER(CLIENT-ID))
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    MOVE TOOL-DAMAGE TO LOG-NUM1
    MOVE TOOL-MAX-DAMAGE TO LOG-NUM2
    MOVE SPACES TO MSG-ARGS
    MOVE LOG-NUM1 TO MSG-ARG(1)
    MOVE LOG-NUM2 TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "anvil.repaired"
        "Repaired - damage now {1}/{2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    EXIT SECTION.
        END-IF
    END-IF

    *> every completed dig wears the held tool down a point - see ApplyToolWear.
    *> A fishing rod isn't a digging tool and doesn't.
    PERFORM GetHeldToolInfo
    IF TOOL-CLASS NOT = 4
        PERFORM ApplyToolWear
    END-IF

    EXIT SECTION.

    *> Rolls every save/loot.txt entry matching LOOT-ROLL-KIND/LOOT-ROLL-KEY
    *> independently - a chance roll, then a quantity between the entry's min
    *> and max - and puts the winners on the ground at DROP-POSITION through
    *> the usual SpawnItemEntity path - or, with LOOT-ROLL-TO-PLAYER set, into
    *> CLIENT-ID's inventory (see GiveLootToPlayer). LOOT-ROLL-MATCHED comes back
    *> 1 when the key had entries at all (even if every roll missed), so the
    *> caller knows the table has taken over from the built-in drop.
    MOVE 0 TO LOOT-ROLL-MATCHED
    PERFORM VARYING LOOT-ROLL-INDEX FROM 1 BY 1 UNTIL LOOT-ROLL-INDEX > LOOT-ENTRY-COUNT
        IF LOOT-KIND(LOOT-ROLL-INDEX) = LOOT-ROLL-KIND
                    MOVE LOOT-MAX(LOOT-ROLL-INDEX) TO DROP-ITEM-COUNT
                END-IF
                IF DROP-ITEM-COUNT > 0
                    IF LOOT-ROLL-TO-PLAYER = 1
                        PERFORM GiveLootToPlayer
                    ELSE
                        PERFORM SpawnItemEntity
                    END-IF
                END-IF
            END-IF
        END-IF

    EXIT SECTION.

GiveLootToPlayer SECTION.
    *> Hands one RollLootDrops winner (LOOT-ROLL-INDEX's item, DROP-ITEM-COUNT of
    *> it) to CLIENT-ID through GiveItemToPlayer; when the inventory has no room
    *> it lands on the ground at DROP-POSITION instead, so nothing is lost.
    MOVE LOOT-ITEM-NAME(LOOT-ROLL-INDEX) TO CMD-ARG-2
    MOVE DROP-ITEM-COUNT TO LOOT-ROLL-COUNT-TEXT
    MOVE LOOT-ROLL-COUNT-TEXT TO CMD-ARG-3
    PERFORM GiveItemToPlayer
    IF SHIFT-DEST-FOUND = 0
        PERFORM SpawnItemEntity
    END-IF

    EXIT SECTION.

GetHeldWeaponDamage SECTION.
    *> What one swing of CLIENT-ID's held item is worth against a player: the
    *> held sword's tier value, or the bare-fist ATTACK-DAMAGE for anything
CheckPvpAllowed SECTION.
    *> May a player be hurt at PVP-CHECK-POSITION? A region's pvp: flag there
    *> rules; with no flagged region, the server-wide PVP-DEFAULT decides.
    *> PVP-FLAG comes back 1 (allowed) or 2 (refused) - or 3 when
    *> PVP-ATTACKER-CLIENT and PVP-VICTIM-CLIENT share a party, whose members
    *> never hurt each other, even where pvp is on.
    CALL "Regions-GetPvpFlag" USING PVP-CHECK-POSITION PVP-FLAG
    IF PVP-FLAG = 0
        IF PVP-DEFAULT = 1
            MOVE 2 TO PVP-FLAG
        END-IF
    END-IF
    IF PVP-FLAG = 1 AND PVP-ATTACKER-CLIENT > 0 AND PVP-VICTIM-CLIENT > 0
        IF CLIENT-PRESENT(PVP-ATTACKER-CLIENT) = 1 AND CLIENT-PLAYER(PVP-ATTACKER-CLIENT) > 0
            AND CLIENT-PLAYER(PVP-VICTIM-CLIENT) > 0
            CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(PVP-ATTACKER-CLIENT)) PARTY-ATTACKER-INDEX PARTY-RECIPIENT-MEMBER
            CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(PVP-VICTIM-CLIENT)) PARTY-RECIPIENT-INDEX PARTY-RECIPIENT-MEMBER
            IF PARTY-ATTACKER-INDEX > 0 AND PARTY-ATTACKER-INDEX = PARTY-RECIPIENT-INDEX
                MOVE 3 TO PVP-FLAG
            END-IF
        END-IF
    END-IF

    EXIT SECTION.

    COMPUTE PVP-CHECK-X = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
    COMPUTE PVP-CHECK-Y = FUNCTION INTEGER(PLAYER-Y(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
    COMPUTE PVP-CHECK-Z = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
    MOVE CLIENT-ID TO PVP-ATTACKER-CLIENT
    PERFORM CheckPvpAllowed
    IF PVP-FLAG = 3
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "pvp.party-member" "You can't hurt a party member" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    IF PVP-FLAG NOT = 1
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "pvp.not-allowed" "PvP is not allowed here" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    MOVE PVP-VICTIM-CLIENT TO CLIENT-ID
    COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - PVP-DAMAGE
    MOVE 1 TO DAMAGE-IS-ATTACK
    MOVE SPACES TO DAMAGE-CAUSE
    STRING "pvp " USERNAME(CLIENT-PLAYER(TPA-SELF-CLIENT)) DELIMITED BY SIZE INTO DAMAGE-CAUSE
    PERFORM ApplyDamage
    MOVE TPA-SELF-CLIENT TO CLIENT-ID
    MOVE CLIENT-ID TO PVP-ATTACKER-CLIENT
    PERFORM LogPvpKill

    EXIT SECTION.

        END-IF
    END-PERFORM

    *> a calf or piglet leaves neither meat nor an orb behind, as in vanilla -
    *> otherwise breeding would be a free food and XP farm
    IF MOB-BABY(ATTACK-MOB-INDEX) = 1
        EXIT SECTION
    END-IF

    *> drops come from the save/loot.txt table when it has entries for this
    *> mob type, so zombies can drop iron on event nights without a code
    *> change; with no entries the built-in raw meat applies - a flat 2 per

    EXIT SECTION.

DropItemPotion SECTION.
    *> Sets DROP-ITEM-POTION for SpawnItemEntity to the brew in the slot NBT the
    *> caller loaded into POTION-NBT-*, when DROP-ITEM-ID is a potion - any other
    *> item, or an untagged potion, drops with none.
    PERFORM InitBrewTables
    MOVE SPACES TO DROP-ITEM-POTION
    IF DROP-ITEM-ID = BREW-POTION-ITEM-ID
        PERFORM DecodePotionTag
        MOVE POTION-TAG TO DROP-ITEM-POTION
    END-IF

    EXIT SECTION.

DropHeldItem SECTION.
    *> "Player action" statuses 3 (drop the whole held stack) and 4 (drop a single item
    *> from it), dispatched from HandlePlay with DIG-STATUS still holding which one.
    ELSE
        MOVE 1 TO DROP-ITEM-COUNT
    END-IF
    MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO POTION-NBT-LENGTH
    MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) TO POTION-NBT-DATA
    PERFORM DropItemPotion

    SUBTRACT DROP-ITEM-COUNT FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT)
    IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT) = 0
        MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT)
        MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), DROP-HELD-SLOT)
    END-IF

    MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-X
    MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-Z
    PERFORM SpawnItemEntity

    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.

CloseClientContainer SECTION.
    *> Clears CLIENT-ID's currently-open non-inventory window, if any, and releases the
    *> backing container record (for a chest), furnace or brewing stand entry so
    *> another client may open it - see HandlePlay's "Close container" handler and
    *> RemoveClient.
    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 1 AND CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) > 0
        *> an owner leaving their shop chest has just restocked (or emptied) it
        MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO SHOP-CONTAINER-INDEX
        PERFORM ShopStockOnClose
        MOVE 0 TO CONTAINER-VIEWER-CLIENT(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
        MOVE 0 TO CONTAINER-WINDOW-ID(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
    END-IF
        MOVE 0 TO FURNACE-VIEWER-CLIENT(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
        MOVE 0 TO FURNACE-WINDOW-ID(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
    END-IF
    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 8 AND CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) > 0
        MOVE 0 TO BREWSTAND-VIEWER-CLIENT(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
        MOVE 0 TO BREWSTAND-WINDOW-ID(CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID))
    END-IF
    *> a closing merchant window hands its input slots back - they have no world
    *> storage behind them, unlike a chest's or furnace's
    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 4 AND CLIENT-PLAYER(CLIENT-ID) > 0
InteractCursorWithSlot SECTION.
    *> Implements one mode 0 "Click container" click's cursor/slot interaction. The
    *> caller loads the clicked slot's current contents into CLICK-ITEM-ID/
    *> CLICK-ITEM-COUNT, its NBT into CLICK-ITEM-NBT-* and a potion's brew into
    *> CLICK-ITEM-POTION (ClickSlotGet and InventorySlotGet do all of that) before
    *> calling, and writes them back to the real slot storage afterwards; this
    *> section only updates those (the slot's new contents) and CLIENT-CURSOR-ITEM-ID/
    *> -COUNT/-POTION (the cursor's new contents), following CLICK-BUTTON (0 = left,
    *> 1 = right). Every item shares a flat 64-stack limit, the same simplification
    *> this server's crafting/container code already makes elsewhere. A potion's brew
    *> goes wherever the potion goes, and two brews never merge into one stack; any
    *> other NBT stays with its slot while the item is unmoved, and is lost once the
    *> item leaves for the cursor, which keeps none.
    MOVE CLICK-ITEM-ID TO CLICK-OLD-ID
    MOVE CLICK-ITEM-COUNT TO CLICK-OLD-COUNT
    MOVE CLICK-ITEM-POTION TO CLICK-OLD-POTION
    IF CLICK-BUTTON = 1
        IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
            *> right-click, empty cursor - pick up half the slot (rounded up), leave
                ADD TEMP-INT32 TO TEMP-INT16
                MOVE CLICK-ITEM-ID TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                MOVE TEMP-INT16 TO CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                MOVE CLICK-ITEM-POTION TO CLIENT-CURSOR-POTION(CLIENT-ID)
                SUBTRACT TEMP-INT16 FROM CLICK-ITEM-COUNT
                IF CLICK-ITEM-COUNT = 0
                    MOVE -1 TO CLICK-ITEM-ID
                END-IF
            END-IF
        ELSE
            IF CLICK-ITEM-COUNT = 0
                OR (CLICK-ITEM-ID = CLIENT-CURSOR-ITEM-ID(CLIENT-ID) AND CLICK-ITEM-POTION = CLIENT-CURSOR-POTION(CLIENT-ID))
                *> right-click, slot empty or matching - place a single item
                IF CLICK-ITEM-COUNT < 64
                    IF CLICK-ITEM-COUNT = 0
                        MOVE CLIENT-CURSOR-ITEM-ID(CLIENT-ID) TO CLICK-ITEM-ID
                        MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO CLICK-ITEM-POTION
                    END-IF
                    ADD 1 TO CLICK-ITEM-COUNT
                    SUBTRACT 1 FROM CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                END-IF
            ELSE
                *> right-click, different item already in the slot - swap whole stacks
                PERFORM SwapCursorWithClickItem
            END-IF
        END-IF
    ELSE
        IF CLICK-ITEM-COUNT = 0 OR
                (CLICK-ITEM-ID = CLIENT-CURSOR-ITEM-ID(CLIENT-ID) AND CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) > 0
                 AND CLICK-ITEM-POTION = CLIENT-CURSOR-POTION(CLIENT-ID))
            *> left-click, slot empty (pick up/place) or matching (merge) - move as much
            *> of the cursor's stack into the slot as fits
            IF CLICK-ITEM-COUNT = 0
                MOVE CLIENT-CURSOR-ITEM-ID(CLIENT-ID) TO CLICK-ITEM-ID
                MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO CLICK-ITEM-POTION
            END-IF
            COMPUTE TEMP-INT16 = 64 - CLICK-ITEM-COUNT
            IF TEMP-INT16 > CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
        ELSE
            *> left-click, different item (or picking a stack up onto an empty cursor) -
            *> swap whole stacks
            PERFORM SwapCursorWithClickItem
        END-IF
    END-IF
    PERFORM SettleClickItemNbt

    EXIT SECTION.

SwapCursorWithClickItem SECTION.
    *> Swaps the cursor's whole stack, brew and all, with the clicked slot's -
    *> see InteractCursorWithSlot.
    MOVE CLICK-ITEM-ID TO TEMP-INT32
    MOVE CLICK-ITEM-COUNT TO TEMP-INT16
    MOVE CLICK-ITEM-POTION TO POTION-SWAP-TAG
    MOVE CLIENT-CURSOR-ITEM-ID(CLIENT-ID) TO CLICK-ITEM-ID
    MOVE CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) TO CLICK-ITEM-COUNT
    MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO CLICK-ITEM-POTION
    MOVE TEMP-INT32 TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
    MOVE TEMP-INT16 TO CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    MOVE POTION-SWAP-TAG TO CLIENT-CURSOR-POTION(CLIENT-ID)

    EXIT SECTION.

SettleClickItemNbt SECTION.
    *> After a click has moved items between the cursor and the clicked slot:
    *> an emptied slot keeps no NBT, a slot that now holds a different item (or
    *> brew) than CLICK-OLD-* gets just that item's brew, and an empty cursor
    *> carries no brew.
    IF CLICK-ITEM-COUNT = 0
        MOVE -1 TO CLICK-ITEM-ID
        MOVE SPACES TO CLICK-ITEM-POTION
        MOVE 0 TO CLICK-ITEM-NBT-LENGTH
    ELSE
        IF CLICK-OLD-COUNT = 0 OR CLICK-ITEM-ID NOT = CLICK-OLD-ID OR CLICK-ITEM-POTION NOT = CLICK-OLD-POTION
            PERFORM ClickItemWritePotion
        END-IF
    END-IF
    IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
        MOVE SPACES TO CLIENT-CURSOR-POTION(CLIENT-ID)
    END-IF

    EXIT SECTION.

ClickSlotGet SECTION.
    *> Reads the item in CLIENT-ID's clicked slot (CLICK-SLOT, still window-relative)
    *> into CLICK-ITEM-ID/CLICK-ITEM-COUNT, its NBT into CLICK-ITEM-NBT-* and a
    *> potion's brew into CLICK-ITEM-POTION, using the same container/player-inventory
    *> offset mapping the original single-slot swap used. Leaves CLICK-IN-CONTAINER
    *> (0 = player inventory, 1 = chest, 2 = the player's own ender storage),
    *> CONTAINER-INDEX and/or CLICK-PLAYER-SLOT set so ClickSlotSet (and the
            COMPUTE CLICK-SLOT = CLICK-SLOT + 1
            MOVE CONTAINER-SLOT-ID(CONTAINER-INDEX, CLICK-SLOT) TO CLICK-ITEM-ID
            MOVE CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, CLICK-SLOT) TO CLICK-ITEM-COUNT
            MOVE CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, CLICK-SLOT) TO CLICK-ITEM-NBT-LENGTH
            MOVE CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, CLICK-SLOT) TO CLICK-ITEM-NBT-DATA
            PERFORM ClickItemReadPotion
        WHEN CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 6 AND CLICK-SLOT < 27
            MOVE 2 TO CLICK-IN-CONTAINER
            COMPUTE CLICK-SLOT = CLICK-SLOT + 1
            MOVE PLAYER-ENDER-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT) TO CLICK-ITEM-ID
            MOVE PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT) TO CLICK-ITEM-COUNT
            MOVE PLAYER-ENDER-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT) TO CLICK-ITEM-NBT-LENGTH
            MOVE PLAYER-ENDER-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT) TO CLICK-ITEM-NBT-DATA
            PERFORM ClickItemReadPotion
        WHEN OTHER
            MOVE 0 TO CLICK-IN-CONTAINER
            IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 1 OR CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 6
            ELSE
                COMPUTE CLICK-PLAYER-SLOT = CLICK-SLOT + 1
            END-IF
            PERFORM InventorySlotGet
    END-EVALUATE

    EXIT SECTION.

ClickSlotSet SECTION.
    *> Writes CLICK-ITEM-ID/CLICK-ITEM-COUNT and CLICK-ITEM-NBT-* back to whichever slot
    *> ClickSlotGet most recently read, and marks the chest's owning chunk dirty when
    *> that slot was a real container slot so the moved item gets persisted. An ender
    *> slot needs no dirty mark - it rides out with the player's own data on the usual
    *> autosave.
    IF CLICK-IN-CONTAINER = 2
        MOVE CLICK-ITEM-ID TO PLAYER-ENDER-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT)
        MOVE CLICK-ITEM-COUNT TO PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT)
        MOVE CLICK-ITEM-NBT-LENGTH TO PLAYER-ENDER-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT)
        MOVE CLICK-ITEM-NBT-DATA TO PLAYER-ENDER-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), CLICK-SLOT)
        EXIT SECTION
    END-IF
    IF CLICK-IN-CONTAINER = 1
        MOVE CLICK-ITEM-ID TO CONTAINER-SLOT-ID(CONTAINER-INDEX, CLICK-SLOT)
        MOVE CLICK-ITEM-COUNT TO CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, CLICK-SLOT)
        MOVE CLICK-ITEM-NBT-LENGTH TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, CLICK-SLOT)
        MOVE CLICK-ITEM-NBT-DATA TO CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, CLICK-SLOT)
        DIVIDE CONTAINER-X(CONTAINER-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE CONTAINER-Z(CONTAINER-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
            MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        END-IF
    ELSE
        PERFORM InventorySlotSet
    END-IF

    EXIT SECTION.

InventorySlotGet SECTION.
    *> ClickSlotGet for CLIENT-ID's own inventory slot CLICK-PLAYER-SLOT - also
    *> used directly by the window handlers that map their inventory half
    *> themselves (furnace, brewing stand, merchant, the crafting grid).
    MOVE PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO CLICK-ITEM-ID
    MOVE PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO CLICK-ITEM-COUNT
    MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO CLICK-ITEM-NBT-LENGTH
    MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO CLICK-ITEM-NBT-DATA
    PERFORM ClickItemReadPotion

    EXIT SECTION.

InventorySlotSet SECTION.
    *> ClickSlotSet for CLIENT-ID's own inventory slot CLICK-PLAYER-SLOT - see
    *> InventorySlotGet.
    MOVE CLICK-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
    MOVE CLICK-ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
    MOVE CLICK-ITEM-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
    MOVE CLICK-ITEM-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)

    EXIT SECTION.

SlotWithoutNbt SECTION.
    *> Loads CLICK-ITEM-NBT-* and CLICK-ITEM-POTION for a slot that keeps no NBT
    *> of its own - a furnace's, a brewing stand's ingredient and fuel, a
    *> merchant's inputs - ahead of InteractCursorWithSlot.
    MOVE 0 TO CLICK-ITEM-NBT-LENGTH
    MOVE SPACES TO CLICK-ITEM-POTION

    EXIT SECTION.

FindPlayerInventoryDest SECTION.
    *> Scans CLIENT-ID's PLAYER-INVENTORY-SLOT indices SHIFT-SCAN-LOW..SHIFT-SCAN-HIGH for
    *> a single slot that can hold the whole of CLICK-ITEM-ID/CLICK-ITEM-COUNT - first a
    *> slot already holding the same item with room for the full amount, then any empty
    *> slot. Used by HandleShiftClick; no stack-splitting across multiple destination
    *> slots is attempted. A stack that carries NBT (a brewed potion, say) never
    *> merges with another, and the NBT-free stacks every other caller places never
    *> merge into one that does - SHIFT-DEST-NEEDS-EMPTY says which. An empty slot
    *> chosen has any NBT left behind in it dropped, ready for the caller to fill.
    MOVE 0 TO SHIFT-DEST-FOUND
    PERFORM VARYING SHIFT-SCAN-SLOT FROM SHIFT-SCAN-LOW BY 1
            UNTIL SHIFT-SCAN-SLOT > SHIFT-SCAN-HIGH OR SHIFT-DEST-FOUND > 0 OR SHIFT-DEST-NEEDS-EMPTY = 1
        IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = CLICK-ITEM-ID
                AND PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) + CLICK-ITEM-COUNT <= 64
                AND PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = 0
            MOVE SHIFT-SCAN-SLOT TO SHIFT-DEST-SLOT
            MOVE 1 TO SHIFT-DEST-FOUND
        END-IF
            IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = 0
                MOVE SHIFT-SCAN-SLOT TO SHIFT-DEST-SLOT
                MOVE 1 TO SHIFT-DEST-FOUND
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT)
            END-IF
        END-PERFORM
    END-IF
FindContainerDest SECTION.
    *> Same search as FindPlayerInventoryDest, but over CONTAINER-INDEX's own
    *> CONTAINER-SLOT-COUNT slots - used by HandleShiftClick when moving a stack out of
    *> the player's inventory into an open chest. The same NBT rules apply.
    MOVE 0 TO SHIFT-DEST-FOUND
    PERFORM VARYING SHIFT-SCAN-SLOT FROM 1 BY 1
            UNTIL SHIFT-SCAN-SLOT > CONTAINER-SLOT-COUNT OR SHIFT-DEST-FOUND > 0 OR SHIFT-DEST-NEEDS-EMPTY = 1
        IF CONTAINER-SLOT-ID(CONTAINER-INDEX, SHIFT-SCAN-SLOT) = CLICK-ITEM-ID
                AND CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, SHIFT-SCAN-SLOT) + CLICK-ITEM-COUNT <= 64
                AND CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SHIFT-SCAN-SLOT) = 0
            MOVE SHIFT-SCAN-SLOT TO SHIFT-DEST-SLOT
            MOVE 1 TO SHIFT-DEST-FOUND
        END-IF
            IF CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, SHIFT-SCAN-SLOT) = 0
                MOVE SHIFT-SCAN-SLOT TO SHIFT-DEST-SLOT
                MOVE 1 TO SHIFT-DEST-FOUND
                MOVE 0 TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SHIFT-SCAN-SLOT)
            END-IF
        END-PERFORM
    END-IF
    *> inventory into an open chest, or (with no window open) between the player's main
    *> inventory and hotbar - vanilla's "quick move" gesture. The move is skipped
    *> entirely if no single destination slot can hold the whole stack; this server
    *> never splits a shift-clicked stack across multiple slots. The stack's NBT goes
    *> with it, which keeps it out of any other stack.
    PERFORM ClickSlotGet
    IF CLICK-ITEM-NBT-LENGTH > 0
        MOVE 1 TO SHIFT-DEST-NEEDS-EMPTY
    END-IF
    IF CLICK-ITEM-COUNT > 0
        IF CLICK-IN-CONTAINER = 1
            MOVE 10 TO SHIFT-SCAN-LOW
            IF SHIFT-DEST-FOUND > 0
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) = 0
                    MOVE CLICK-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                    MOVE CLICK-ITEM-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                    MOVE CLICK-ITEM-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                END-IF
                ADD CLICK-ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                MOVE -1 TO CLICK-ITEM-ID
                MOVE 0 TO CLICK-ITEM-COUNT
                MOVE 0 TO CLICK-ITEM-NBT-LENGTH
                PERFORM ClickSlotSet
                CALL "Player-ValidateInventory" USING CLIENT-PLAYER(CLIENT-ID)
                CALL "SendPacket-SetContainerContentWindow" USING CLIENT-HNDL(CLIENT-ID) CONTAINER-WINDOW-ID(CONTAINER-INDEX) CONTAINER-SLOTS(CONTAINER-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                IF SHIFT-DEST-FOUND > 0
                    IF CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, SHIFT-DEST-SLOT) = 0
                        MOVE CLICK-ITEM-ID TO CONTAINER-SLOT-ID(CONTAINER-INDEX, SHIFT-DEST-SLOT)
                        MOVE CLICK-ITEM-NBT-LENGTH TO CONTAINER-SLOT-NBT-LENGTH(CONTAINER-INDEX, SHIFT-DEST-SLOT)
                        MOVE CLICK-ITEM-NBT-DATA TO CONTAINER-SLOT-NBT-DATA(CONTAINER-INDEX, SHIFT-DEST-SLOT)
                    END-IF
                    ADD CLICK-ITEM-COUNT TO CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, SHIFT-DEST-SLOT)
                    MOVE -1 TO CLICK-ITEM-ID
                    MOVE 0 TO CLICK-ITEM-COUNT
                    MOVE 0 TO CLICK-ITEM-NBT-LENGTH
                    PERFORM ClickSlotSet
                    DIVIDE CONTAINER-X(CONTAINER-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
                    DIVIDE CONTAINER-Z(CONTAINER-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
                    IF SHIFT-DEST-FOUND > 0
                        IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) = 0
                            MOVE CLICK-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            MOVE CLICK-ITEM-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            MOVE CLICK-ITEM-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                        END-IF
                        ADD CLICK-ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                        MOVE -1 TO CLICK-ITEM-ID
                        MOVE 0 TO CLICK-ITEM-COUNT
                        MOVE 0 TO CLICK-ITEM-NBT-LENGTH
                        PERFORM ClickSlotSet
                        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                        PERFORM HandleClientError
                    END-IF
                ELSE
                        IF SHIFT-DEST-FOUND > 0
                            IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) = 0
                                MOVE CLICK-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                                MOVE CLICK-ITEM-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                                MOVE CLICK-ITEM-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            END-IF
                            ADD CLICK-ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            MOVE -1 TO CLICK-ITEM-ID
                            MOVE 0 TO CLICK-ITEM-COUNT
                            MOVE 0 TO CLICK-ITEM-NBT-LENGTH
                            PERFORM ClickSlotSet
                            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                            PERFORM HandleClientError
                        END-IF
                    END-IF
        END-IF
    END-IF

    MOVE 0 TO SHIFT-DEST-NEEDS-EMPTY

    EXIT SECTION.

HandleHotbarSwap SECTION.
    *> "Click container" mode 2 (number-key swap) - swaps the clicked slot's contents
    *> with hotbar slot CLICK-BUTTON (0-8), regardless of item type, the same plain swap
    *> vanilla's own number-key behavior performs. Works against either a chest's own
    *> slots or the player's main inventory, same as left/right-click does. Each
    *> stack takes its NBT with it.
    IF CLICK-BUTTON >= 0 AND CLICK-BUTTON <= 8
        PERFORM ClickSlotGet
        COMPUTE HOTBAR-SWAP-SLOT = CLICK-BUTTON + 37
        MOVE CLICK-ITEM-ID TO TEMP-INT32
        MOVE CLICK-ITEM-COUNT TO TEMP-INT16
        MOVE CLICK-ITEM-NBT-LENGTH TO HOTBAR-SWAP-NBT-LENGTH
        MOVE CLICK-ITEM-NBT-DATA TO HOTBAR-SWAP-NBT-DATA
        MOVE PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT) TO CLICK-ITEM-ID
        MOVE PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT) TO CLICK-ITEM-COUNT
        MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT) TO CLICK-ITEM-NBT-LENGTH
        MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT) TO CLICK-ITEM-NBT-DATA
        PERFORM ClickSlotSet
        MOVE TEMP-INT32 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT)
        MOVE TEMP-INT16 TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT)
        MOVE HOTBAR-SWAP-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT)
        MOVE HOTBAR-SWAP-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), HOTBAR-SWAP-SLOT)
        IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 1
            CALL "SendPacket-SetContainerContentWindow" USING CLIENT-HNDL(CLIENT-ID) CONTAINER-WINDOW-ID(CONTAINER-INDEX) CONTAINER-SLOTS(CONTAINER-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
        ELSE
            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
            PERFORM HandleClientError
        END-IF
    END-IF
    *> (e.g. placing torches or seeds one per slot) without tracking the whole gesture.
    IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) > 0
        PERFORM ClickSlotGet
        IF CLICK-ITEM-COUNT = 0
            OR (CLICK-ITEM-ID = CLIENT-CURSOR-ITEM-ID(CLIENT-ID) AND CLICK-ITEM-POTION = CLIENT-CURSOR-POTION(CLIENT-ID))
            IF CLICK-ITEM-COUNT < 64
                MOVE CLICK-ITEM-ID TO CLICK-OLD-ID
                MOVE CLICK-ITEM-COUNT TO CLICK-OLD-COUNT
                MOVE CLICK-ITEM-POTION TO CLICK-OLD-POTION
                IF CLICK-ITEM-COUNT = 0
                    MOVE CLIENT-CURSOR-ITEM-ID(CLIENT-ID) TO CLICK-ITEM-ID
                    MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO CLICK-ITEM-POTION
                END-IF
                ADD 1 TO CLICK-ITEM-COUNT
                SUBTRACT 1 FROM CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                    MOVE -1 TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                END-IF
                PERFORM SettleClickItemNbt
                PERFORM ClickSlotSet
                IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 1
                    CALL "SendPacket-SetContainerContentWindow" USING CLIENT-HNDL(CLIENT-ID) CONTAINER-WINDOW-ID(CONTAINER-INDEX) CONTAINER-SLOTS(CONTAINER-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                ELSE
                    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                    PERFORM HandleClientError
                END-IF
            END-IF
                MOVE 0 TO FURNACE-SLOT-COUNT-VAL(FURNACE-INDEX, 3)
            END-IF
        ELSE
            *> a furnace slot keeps no NBT, so a brewed potion stays on the cursor
            IF CLIENT-CURSOR-POTION(CLIENT-ID) = SPACES
                MOVE FURNACE-SLOT-ID(FURNACE-INDEX, FURNACE-CLICK-SLOT) TO CLICK-ITEM-ID
                MOVE FURNACE-SLOT-COUNT-VAL(FURNACE-INDEX, FURNACE-CLICK-SLOT) TO CLICK-ITEM-COUNT
                PERFORM SlotWithoutNbt
                PERFORM InteractCursorWithSlot
                MOVE CLICK-ITEM-ID TO FURNACE-SLOT-ID(FURNACE-INDEX, FURNACE-CLICK-SLOT)
                MOVE CLICK-ITEM-COUNT TO FURNACE-SLOT-COUNT-VAL(FURNACE-INDEX, FURNACE-CLICK-SLOT)
            END-IF
        END-IF
        *> whatever changed in a real furnace slot needs persisting
        DIVIDE FURNACE-X(FURNACE-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        END-IF
    ELSE
        COMPUTE CLICK-PLAYER-SLOT = CLICK-SLOT - 3 + 10
        PERFORM InventorySlotGet
        PERFORM InteractCursorWithSlot
        PERFORM InventorySlotSet
    END-IF

    CALL "SendPacket-SetContainerContentFurnace" USING CLIENT-HNDL(CLIENT-ID) FURNACE-WINDOW-ID(FURNACE-INDEX) FURNACE-SLOTS(FURNACE-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)

    EXIT SECTION.

HandleBrewingClick SECTION.
    *> Handles one mode 0 "Click container" click against CLIENT-ID's open brewing
    *> stand window (CLIENT-OPEN-WINDOW-TYPE = 8) - see HandlePlay's "Click
    *> container" handler for the guard that routes here. Window-relative slots 0-2
    *> are the stand's bottles, 3 its ingredient and 4 its blaze powder; 5-40 line
    *> up with the player's main inventory and hotbar the way the furnace window's
    *> 3-38 do. A bottle slot holds a single potion, and whole stacks swap whenever
    *> a potion is involved anywhere, so two different brews never merge into one
    *> stack; the brew follows the potion through CLIENT-CURSOR-POTION and the
    *> inventory slot's NBT (see ReadPotionTag/WritePotionTag).
    PERFORM InitBrewTables
    MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO BREWSTAND-INDEX
    EVALUATE TRUE
        WHEN CLICK-SLOT < 3
            COMPUTE BREWSTAND-CLICK-SLOT = CLICK-SLOT + 1
            IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                *> empty cursor - pick the bottle up
                IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) > 0
                    MOVE BREWSTAND-SLOT-ID(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                    MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) TO CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                    MOVE BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) TO CLIENT-CURSOR-POTION(CLIENT-ID)
                    MOVE -1 TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                    MOVE 0 TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                    MOVE SPACES TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                END-IF
            ELSE
                *> only potions go in a bottle slot - one into an empty slot, or a
                *> straight swap for a single carried potion
                IF CLIENT-CURSOR-ITEM-ID(CLIENT-ID) = BREW-POTION-ITEM-ID
                    IF BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) = 0
                        MOVE BREW-POTION-ITEM-ID TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                        MOVE 1 TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                        MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                        SUBTRACT 1 FROM CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                        IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                            MOVE -1 TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                        END-IF
                    ELSE
                        IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 1
                            MOVE BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT) TO POTION-SWAP-TAG
                            MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO BREWSTAND-SLOT-POTION(BREWSTAND-INDEX, BREWSTAND-CLICK-SLOT)
                            MOVE POTION-SWAP-TAG TO CLIENT-CURSOR-POTION(CLIENT-ID)
                        END-IF
                    END-IF
                END-IF
            END-IF
        WHEN CLICK-SLOT = 3
            *> the ingredient slot takes anything but a potion
            IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                OR CLIENT-CURSOR-ITEM-ID(CLIENT-ID) NOT = BREW-POTION-ITEM-ID
                MOVE BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 4) TO CLICK-ITEM-ID
                MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 4) TO CLICK-ITEM-COUNT
                PERFORM SlotWithoutNbt
                PERFORM InteractCursorWithSlot
                MOVE CLICK-ITEM-ID TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 4)
                MOVE CLICK-ITEM-COUNT TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 4)
            END-IF
        WHEN CLICK-SLOT = 4
            *> the fuel slot takes blaze powder only
            IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                OR CLIENT-CURSOR-ITEM-ID(CLIENT-ID) = BREW-BLAZE-POWDER-ID
                MOVE BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 5) TO CLICK-ITEM-ID
                MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 5) TO CLICK-ITEM-COUNT
                PERFORM SlotWithoutNbt
                PERFORM InteractCursorWithSlot
                MOVE CLICK-ITEM-ID TO BREWSTAND-SLOT-ID(BREWSTAND-INDEX, 5)
                MOVE CLICK-ITEM-COUNT TO BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, 5)
            END-IF
        WHEN OTHER
            COMPUTE CLICK-PLAYER-SLOT = CLICK-SLOT - 5 + 10
            IF (CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) > 0 AND CLIENT-CURSOR-ITEM-ID(CLIENT-ID) = BREW-POTION-ITEM-ID)
                OR (PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) > 0
                    AND PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) = BREW-POTION-ITEM-ID)
                *> a potion on either side - swap the whole stacks, brew and all
                MOVE CLICK-PLAYER-SLOT TO POTION-SLOT
                PERFORM ReadPotionTag
                MOVE POTION-TAG TO POTION-SWAP-TAG
                MOVE PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO POTION-SWAP-ID
                MOVE PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) TO POTION-SWAP-COUNT
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT) = 0
                    MOVE -1 TO POTION-SWAP-ID
                    MOVE SPACES TO POTION-SWAP-TAG
                END-IF
                MOVE CLIENT-CURSOR-ITEM-ID(CLIENT-ID) TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
                MOVE CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
                IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                    MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CLICK-PLAYER-SLOT)
                END-IF
                *> whatever was carried lands with the brew it was carried with, or
                *> with no NBT at all if it was not a potion
                MOVE CLIENT-CURSOR-POTION(CLIENT-ID) TO POTION-TAG
                IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
                    OR CLIENT-CURSOR-ITEM-ID(CLIENT-ID) NOT = BREW-POTION-ITEM-ID
                    MOVE SPACES TO POTION-TAG
                END-IF
                PERFORM WritePotionTag
                MOVE POTION-SWAP-ID TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                MOVE POTION-SWAP-COUNT TO CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                MOVE POTION-SWAP-TAG TO CLIENT-CURSOR-POTION(CLIENT-ID)
            ELSE
                PERFORM InventorySlotGet
                PERFORM InteractCursorWithSlot
                PERFORM InventorySlotSet
            END-IF
    END-EVALUATE

    *> anything but a potion on the cursor carries no brew
    IF CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0
        OR CLIENT-CURSOR-ITEM-ID(CLIENT-ID) NOT = BREW-POTION-ITEM-ID
        MOVE SPACES TO CLIENT-CURSOR-POTION(CLIENT-ID)
    END-IF

    IF CLICK-SLOT < 5
        *> whatever changed in a real stand slot needs persisting
        DIVIDE BREWSTAND-X(BREWSTAND-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE BREWSTAND-Z(BREWSTAND-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        CALL "World-FindChunkIndex" USING CHUNK-X CHUNK-Z CHUNK-INDEX
        IF CHUNK-INDEX > 0
            MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
        END-IF
    END-IF

    CALL "SendPacket-SetContainerContentBrewing" USING CLIENT-HNDL(CLIENT-ID) BREWSTAND-WINDOW-ID(BREWSTAND-INDEX) BREWSTAND-SLOTS(BREWSTAND-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) CLIENT-CURSOR-POTION(CLIENT-ID)

    EXIT SECTION.

ReadPotionTag SECTION.
    *> Reads the {Potion: "..."} brew name out of CLIENT-ID's inventory slot
    *> POTION-SLOT's NBT into POTION-TAG, or spaces if the slot carries none (a
    *> potion from before brewing existed, or from /give) - see HandleBrewingClick
    *> and the potion branch of the "Use item" handler.
    MOVE PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), POTION-SLOT) TO POTION-NBT-LENGTH
    MOVE PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), POTION-SLOT) TO POTION-NBT-DATA
    PERFORM DecodePotionTag

    EXIT SECTION.

WritePotionTag SECTION.
    *> Writes POTION-TAG into CLIENT-ID's inventory slot POTION-SLOT as its whole
    *> NBT, {Potion: "..."}, or clears the slot's NBT when POTION-TAG is spaces -
    *> see HandleBrewingClick and FillBottleFromWater.
    PERFORM EncodePotionTag
    MOVE POTION-NBT-LENGTH TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), POTION-SLOT)
    MOVE POTION-NBT-DATA TO PLAYER-INVENTORY-SLOT-NBT-DATA(CLIENT-PLAYER(CLIENT-ID), POTION-SLOT)

    EXIT SECTION.

DecodePotionTag SECTION.
    *> The brew name out of the slot NBT in POTION-NBT-DATA into POTION-TAG, or
    *> spaces if there is none. Unknown tags are skipped, the same tolerant walk
    *> ReadToolDamage makes.
    MOVE SPACES TO POTION-TAG
    IF POTION-NBT-LENGTH = 0
        EXIT SECTION
    END-IF
    MOVE 1 TO POTION-NBT-OFFSET
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET POTION-NBT-AT-END POTION-NBT-TAG-NAME POTION-NBT-NAME-LEN
        IF POTION-NBT-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE POTION-NBT-TAG-NAME(1:POTION-NBT-NAME-LEN)
            WHEN "Potion"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET POTION-NBT-VALUE POTION-TAG-LEN
                IF POTION-TAG-LEN > 0 AND POTION-TAG-LEN <= 32
                    MOVE POTION-NBT-VALUE(1:POTION-TAG-LEN) TO POTION-TAG
                END-IF
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET
        END-EVALUATE
    END-PERFORM
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET

    EXIT SECTION.

EncodePotionTag SECTION.
    *> POTION-TAG as a slot's whole NBT, {Potion: "..."}, into POTION-NBT-DATA -
    *> no NBT at all when POTION-TAG is spaces.
    IF POTION-TAG = SPACES
        MOVE 0 TO POTION-NBT-LENGTH
        EXIT SECTION
    END-IF
    MOVE FUNCTION STORED-CHAR-LENGTH(POTION-TAG) TO POTION-TAG-LEN
    MOVE 1 TO POTION-NBT-OFFSET
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET
    MOVE "Potion" TO POTION-NBT-TAG-NAME
    MOVE 6 TO POTION-NBT-NAME-LEN
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET POTION-NBT-TAG-NAME POTION-NBT-NAME-LEN POTION-TAG POTION-TAG-LEN
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE POTION-NBT-DATA POTION-NBT-OFFSET
    COMPUTE POTION-NBT-LENGTH = POTION-NBT-OFFSET - 1

    EXIT SECTION.

ClickItemReadPotion SECTION.
    *> CLICK-ITEM-POTION from CLICK-ITEM-NBT-DATA when the clicked slot holds a
    *> potion, spaces otherwise - see ClickSlotGet and InventorySlotGet.
    PERFORM InitBrewTables
    MOVE SPACES TO CLICK-ITEM-POTION
    IF CLICK-ITEM-COUNT > 0 AND CLICK-ITEM-ID = BREW-POTION-ITEM-ID
        MOVE CLICK-ITEM-NBT-LENGTH TO POTION-NBT-LENGTH
        MOVE CLICK-ITEM-NBT-DATA TO POTION-NBT-DATA
        PERFORM DecodePotionTag
        MOVE POTION-TAG TO CLICK-ITEM-POTION
    END-IF

    EXIT SECTION.

ClickItemWritePotion SECTION.
    *> A new item has landed in the clicked slot: its NBT becomes just the brew
    *> in CLICK-ITEM-POTION, or none. Whatever NBT the slot held belonged to
    *> the item that left it.
    MOVE CLICK-ITEM-POTION TO POTION-TAG
    PERFORM EncodePotionTag
    MOVE POTION-NBT-LENGTH TO CLICK-ITEM-NBT-LENGTH
    MOVE POTION-NBT-DATA TO CLICK-ITEM-NBT-DATA

    EXIT SECTION.

FillBottleFromWater SECTION.
    *> Fills one of the glass bottles held in hotbar slot EATING-HELD-SLOT with
    *> water if CLIENT-ID is looking at water within reach - see the "Use item"
    *> handler. The view line is walked from eye height in quarter-block steps
    *> for up to 5 blocks, the same look direction LooseArrow aims along, and the
    *> first block that isn't air decides. A single bottle turns into the water
    *> potion where it is; from a stack, the potion goes to the first empty
    *> inventory slot (and nothing happens if there is none).
    PERFORM InitBrewTables
    CALL "Blocks-Get-DefaultStateId" USING C-MINECRAFT-WATER DRAIN-BLOCK-ID-WATER
    COMPUTE ARROW-YAW-RADIANS = PLAYER-YAW(CLIENT-PLAYER(CLIENT-ID)) * 3.14159265 / 180
    COMPUTE ARROW-PITCH-RADIANS = PLAYER-PITCH(CLIENT-PLAYER(CLIENT-ID)) * 3.14159265 / 180
    COMPUTE BOTTLE-RAY-DX = (0 - FUNCTION SIN(ARROW-YAW-RADIANS) * FUNCTION COS(ARROW-PITCH-RADIANS)) * 0.25
    COMPUTE BOTTLE-RAY-DY = (0 - FUNCTION SIN(ARROW-PITCH-RADIANS)) * 0.25
    COMPUTE BOTTLE-RAY-DZ = FUNCTION COS(ARROW-YAW-RADIANS) * FUNCTION COS(ARROW-PITCH-RADIANS) * 0.25
    MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO BOTTLE-RAY-X
    COMPUTE BOTTLE-RAY-Y = PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) + 1.6
    MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO BOTTLE-RAY-Z
    MOVE 0 TO BOTTLE-FOUND-WATER
    MOVE 0 TO BOTTLE-RAY-BLOCK-ID
    PERFORM VARYING BOTTLE-RAY-STEP FROM 1 BY 1 UNTIL BOTTLE-RAY-STEP > 20 OR BOTTLE-RAY-BLOCK-ID NOT = 0
        COMPUTE BOTTLE-RAY-X = BOTTLE-RAY-X + BOTTLE-RAY-DX
        COMPUTE BOTTLE-RAY-Y = BOTTLE-RAY-Y + BOTTLE-RAY-DY
        COMPUTE BOTTLE-RAY-Z = BOTTLE-RAY-Z + BOTTLE-RAY-DZ
        COMPUTE BOTTLE-RAY-POSITION-X = FUNCTION INTEGER(BOTTLE-RAY-X)
        COMPUTE BOTTLE-RAY-POSITION-Y = FUNCTION INTEGER(BOTTLE-RAY-Y)
        COMPUTE BOTTLE-RAY-POSITION-Z = FUNCTION INTEGER(BOTTLE-RAY-Z)
        CALL "World-GetBlock" USING BOTTLE-RAY-POSITION BOTTLE-RAY-BLOCK-ID
        IF BOTTLE-RAY-BLOCK-ID = DRAIN-BLOCK-ID-WATER
            MOVE 1 TO BOTTLE-FOUND-WATER
        END-IF
    END-PERFORM
    IF BOTTLE-FOUND-WATER = 0
        EXIT SECTION
    END-IF

    MOVE C-POTION-WATER TO POTION-TAG
    IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) = 1
        MOVE BREW-POTION-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
        MOVE EATING-HELD-SLOT TO POTION-SLOT
        PERFORM WritePotionTag
    ELSE
        MOVE 0 TO BOTTLE-DEST-SLOT
        PERFORM VARYING TEMP-INT32 FROM 10 BY 1 UNTIL TEMP-INT32 > 45 OR BOTTLE-DEST-SLOT > 0
            IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), TEMP-INT32) = 0
                MOVE TEMP-INT32 TO BOTTLE-DEST-SLOT
            END-IF
        END-PERFORM
        IF BOTTLE-DEST-SLOT = 0
            EXIT SECTION
        END-IF
        SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
        MOVE BREW-POTION-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BOTTLE-DEST-SLOT)
        MOVE 1 TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BOTTLE-DEST-SLOT)
        MOVE BOTTLE-DEST-SLOT TO POTION-SLOT
        PERFORM WritePotionTag
    END-IF
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.

InitTradeTable SECTION.
    *> Fills the villager trade table with the built-in trades when Trades-Load
    *> found no save/trades.txt, resolving each registry ID once. Safe to
    *> PERFORM repeatedly - a table that already holds entries is left alone.
    *> Flat single-input trades, the same kind of basic simplification the smelt
    *> table makes: produce (and meat) buys emeralds, emeralds buy tools.
    IF TRADE-TABLE-SIZE > 0
        EXIT SECTION
    END-IF

    EXIT SECTION.

ContainerLogSnapshot SECTION.
    *> Before a "Click container" click is applied: copies the slots of the
    *> chest, furnace or brewing stand CLIENT-ID has open, so ContainerLogChanges
    *> can tell afterwards what the click moved in or out. Any other window
    *> (the player's own inventory, ender storage, a merchant) holds nothing
    *> anyone else owns, and leaves CLICK-LOG-SLOTS at 0.
    MOVE 0 TO CLICK-LOG-SLOTS
    IF CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) = 0
        EXIT SECTION
    END-IF
    EVALUATE CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID)
        WHEN 1
            MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO CONTAINER-INDEX
            MOVE CONTAINER-SLOT-COUNT TO CLICK-LOG-SLOTS
            PERFORM VARYING CLICK-LOG-SLOT FROM 1 BY 1 UNTIL CLICK-LOG-SLOT > CLICK-LOG-SLOTS
                MOVE CONTAINER-SLOT-ID(CONTAINER-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT)
                MOVE CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
            END-PERFORM
        WHEN 3
            MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO FURNACE-INDEX
            MOVE 3 TO CLICK-LOG-SLOTS
            PERFORM VARYING CLICK-LOG-SLOT FROM 1 BY 1 UNTIL CLICK-LOG-SLOT > CLICK-LOG-SLOTS
                MOVE FURNACE-SLOT-ID(FURNACE-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT)
                MOVE FURNACE-SLOT-COUNT-VAL(FURNACE-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
            END-PERFORM
        WHEN 8
            MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO BREWSTAND-INDEX
            MOVE 5 TO CLICK-LOG-SLOTS
            PERFORM VARYING CLICK-LOG-SLOT FROM 1 BY 1 UNTIL CLICK-LOG-SLOT > CLICK-LOG-SLOTS
                MOVE BREWSTAND-SLOT-ID(BREWSTAND-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT)
                MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
            END-PERFORM
    END-EVALUATE

    EXIT SECTION.

ContainerLogChanges SECTION.
    *> After the click: compares the container's slots with the copy
    *> ContainerLogSnapshot took and logs, per item, the net amount the click
    *> moved in ("put") or out ("took") - whatever the click mode, a plain
    *> click, shift-click, number-key swap or drag. Moving a stack from one of
    *> the container's slots to another nets to nothing and logs nothing.
    IF CLICK-LOG-SLOTS = 0 OR CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) = 0
        EXIT SECTION
    END-IF
    MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO CONTAINER-INDEX FURNACE-INDEX BREWSTAND-INDEX
    MOVE 0 TO CLICK-LOG-NET-COUNT
    PERFORM VARYING CLICK-LOG-SLOT FROM 1 BY 1 UNTIL CLICK-LOG-SLOT > CLICK-LOG-SLOTS
        EVALUATE CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID)
            WHEN 1
                MOVE CONTAINER-SLOT-ID(CONTAINER-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-ID
                MOVE CONTAINER-SLOT-COUNT-VAL(CONTAINER-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-COUNT
            WHEN 3
                MOVE FURNACE-SLOT-ID(FURNACE-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-ID
                MOVE FURNACE-SLOT-COUNT-VAL(FURNACE-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-COUNT
            WHEN OTHER
                MOVE BREWSTAND-SLOT-ID(BREWSTAND-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-ID
                MOVE BREWSTAND-SLOT-COUNT-VAL(BREWSTAND-INDEX, CLICK-LOG-SLOT) TO CLICK-LOG-AFTER-COUNT
        END-EVALUATE
        IF CLICK-LOG-AFTER-ID < 0
            MOVE 0 TO CLICK-LOG-AFTER-COUNT
        END-IF
        IF CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT) < 0
            MOVE 0 TO CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
        END-IF
        IF CLICK-LOG-AFTER-ID = CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT)
            MOVE CLICK-LOG-AFTER-ID TO CLICK-LOG-ITEM-ID
            COMPUTE CLICK-LOG-DELTA = CLICK-LOG-AFTER-COUNT - CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
            PERFORM ContainerLogAddNet
        ELSE
            *> a different item now: the old stack went out, the new one came in
            MOVE CLICK-LOG-BEFORE-ID(CLICK-LOG-SLOT) TO CLICK-LOG-ITEM-ID
            COMPUTE CLICK-LOG-DELTA = 0 - CLICK-LOG-BEFORE-COUNT(CLICK-LOG-SLOT)
            PERFORM ContainerLogAddNet
            MOVE CLICK-LOG-AFTER-ID TO CLICK-LOG-ITEM-ID
            MOVE CLICK-LOG-AFTER-COUNT TO CLICK-LOG-DELTA
            PERFORM ContainerLogAddNet
        END-IF
    END-PERFORM
    IF CLICK-LOG-NET-COUNT = 0
        EXIT SECTION
    END-IF

    EVALUATE CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID)
        WHEN 1
            MOVE "chest" TO CLICK-LOG-KIND
            MOVE CONTAINER-DIM(CONTAINER-INDEX) TO CLICK-LOG-DIM
            MOVE CONTAINER-POSITION(CONTAINER-INDEX) TO CLICK-LOG-POSITION
        WHEN 3
            MOVE "furnace" TO CLICK-LOG-KIND
            MOVE FURNACE-DIM(FURNACE-INDEX) TO CLICK-LOG-DIM
            MOVE FURNACE-POSITION(FURNACE-INDEX) TO CLICK-LOG-POSITION
        WHEN OTHER
            MOVE "brewing_stand" TO CLICK-LOG-KIND
            MOVE BREWSTAND-DIM(BREWSTAND-INDEX) TO CLICK-LOG-DIM
            MOVE BREWSTAND-POSITION(BREWSTAND-INDEX) TO CLICK-LOG-POSITION
    END-EVALUATE
    PERFORM VARYING CLICK-LOG-NET-INDEX FROM 1 BY 1 UNTIL CLICK-LOG-NET-INDEX > CLICK-LOG-NET-COUNT
        IF CLICK-LOG-NET-DELTA(CLICK-LOG-NET-INDEX) > 0
            MOVE "put" TO CLICK-LOG-ACTION
            MOVE CLICK-LOG-NET-DELTA(CLICK-LOG-NET-INDEX) TO CLICK-LOG-MOVED
        ELSE
            MOVE "took" TO CLICK-LOG-ACTION
            COMPUTE CLICK-LOG-MOVED = 0 - CLICK-LOG-NET-DELTA(CLICK-LOG-NET-INDEX)
        END-IF
        IF CLICK-LOG-MOVED > 0
            CALL "ContainerLog-Record" USING CLIENT-ID CLICK-LOG-KIND CLICK-LOG-DIM CLICK-LOG-POSITION
                CLICK-LOG-ACTION CLICK-LOG-NET-ID(CLICK-LOG-NET-INDEX) CLICK-LOG-MOVED
        END-IF
    END-PERFORM

    EXIT SECTION.

ContainerLogAddNet SECTION.
    *> Adds CLICK-LOG-DELTA of item CLICK-LOG-ITEM-ID to ContainerLogChanges'
    *> per-item totals; empty slots (id -1) and no-change deltas are skipped.
    IF CLICK-LOG-ITEM-ID < 0 OR CLICK-LOG-DELTA = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING CLICK-LOG-NET-INDEX FROM 1 BY 1 UNTIL CLICK-LOG-NET-INDEX > CLICK-LOG-NET-COUNT
        IF CLICK-LOG-NET-ID(CLICK-LOG-NET-INDEX) = CLICK-LOG-ITEM-ID
            ADD CLICK-LOG-DELTA TO CLICK-LOG-NET-DELTA(CLICK-LOG-NET-INDEX)
            EXIT SECTION
        END-IF
    END-PERFORM
    ADD 1 TO CLICK-LOG-NET-COUNT
    MOVE CLICK-LOG-ITEM-ID TO CLICK-LOG-NET-ID(CLICK-LOG-NET-COUNT)
    MOVE CLICK-LOG-DELTA TO CLICK-LOG-NET-DELTA(CLICK-LOG-NET-COUNT)

    EXIT SECTION.

HandleTradeClick SECTION.
    *> Handles one mode 0 "Click container" click against CLIENT-ID's open
    *> merchant window (CLIENT-OPEN-WINDOW-TYPE = 4) - see HandlePlay's "Click
    *> container" handler for the guard that routes here. Window-relative slots
    *> 0-1 are the trade inputs, 2 is the take-only output (the same rule
    *> TakeCraftedOutput applies to the crafting result), and 3-38 line up with
    *> the player's main inventory and hotbar the way the furnace window's do.
    IF CLICK-SLOT < 3
        COMPUTE TRADE-CLICK-SLOT = CLICK-SLOT + 1
        IF TRADE-CLICK-SLOT = 3
            *> output: hand the matched trade's result over and consume its
            *> input, only onto an empty cursor
            PERFORM MatchVillagerTrade
            IF MATCHED-TRADE-INDEX > 0
                AND (CLIENT-CURSOR-ITEM-ID(CLIENT-ID) < 0 OR CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) = 0)
                MOVE TRADE-OUTPUT-ID(MATCHED-TRADE-INDEX) TO CLIENT-CURSOR-ITEM-ID(CLIENT-ID)
                MOVE TRADE-OUTPUT-COUNT(MATCHED-TRADE-INDEX) TO CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                SUBTRACT TRADE-INPUT-COUNT(MATCHED-TRADE-INDEX) FROM CLIENT-TRADE-SLOT-COUNT(CLIENT-ID, 1)
                IF CLIENT-TRADE-SLOT-COUNT(CLIENT-ID, 1) = 0
                    MOVE -1 TO CLIENT-TRADE-SLOT-ID(CLIENT-ID, 1)
                END-IF
                PERFORM MatchVillagerTrade
            END-IF
        ELSE
            *> the trade inputs keep no NBT, so a brewed potion stays on the cursor
            IF CLIENT-CURSOR-POTION(CLIENT-ID) = SPACES
                MOVE CLIENT-TRADE-SLOT-ID(CLIENT-ID, TRADE-CLICK-SLOT) TO CLICK-ITEM-ID
                MOVE CLIENT-TRADE-SLOT-COUNT(CLIENT-ID, TRADE-CLICK-SLOT) TO CLICK-ITEM-COUNT
                PERFORM SlotWithoutNbt
                PERFORM InteractCursorWithSlot
                MOVE CLICK-ITEM-ID TO CLIENT-TRADE-SLOT-ID(CLIENT-ID, TRADE-CLICK-SLOT)
                MOVE CLICK-ITEM-COUNT TO CLIENT-TRADE-SLOT-COUNT(CLIENT-ID, TRADE-CLICK-SLOT)
                PERFORM MatchVillagerTrade
            END-IF
        END-IF
    ELSE
        COMPUTE CLICK-PLAYER-SLOT = CLICK-SLOT - 3 + 10
        PERFORM InventorySlotGet
        PERFORM InteractCursorWithSlot
        PERFORM InventorySlotSet
    END-IF

    *> the merchant window shares the furnace's three-slots-then-inventory layout,
    END-PERFORM
    MOVE -1 TO CLIENT-TRADE-SLOT-ID(CLIENT-ID, 3)
    MOVE 0 TO CLIENT-TRADE-SLOT-COUNT(CLIENT-ID, 3)
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.
    IF CLICK-PLAYER-SLOT = 1
        PERFORM TakeCraftedOutput
    ELSE
        PERFORM InventorySlotGet
        PERFORM InteractCursorWithSlot
        PERFORM InventorySlotSet
        IF CLICK-PLAYER-SLOT >= 2 AND CLICK-PLAYER-SLOT <= 5
            PERFORM MatchCraftingRecipe
        END-IF
            PERFORM BroadcastEquipment
        END-IF
    END-IF
    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError

    EXIT SECTION.
            SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CRAFT-GRID-SLOT)
            IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), CRAFT-GRID-SLOT) = 0
                MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), CRAFT-GRID-SLOT)
                MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), CRAFT-GRID-SLOT)
            END-IF
        END-IF
    END-PERFORM
    *> Sends CHAT-TEXT (CHAT-TEXT-LEN bytes) as a System Chat Message to every client
    *> currently in play state - except that a line from a player
    *> (CHAT-SENDER-PLAYER set by the chat handler, 0 otherwise) is withheld
    *> from anyone who has /ignore'd them. Every line is also mirrored to the
    *> outbound bridge spool as BRIDGE-KIND (see Bridge-Post), which is reset
    *> afterwards so the next caller starts from the default again. A party
    *> line (CHAT-PARTY-INDEX > 0, likewise reset) only reaches that party's
    *> members and never leaves the server.
    MOVE BRIDGE-KIND TO BRIDGE-EVENT-KIND
    IF BRIDGE-EVENT-KIND = SPACES
        IF CHAT-SENDER-PLAYER > 0
            MOVE "chat" TO BRIDGE-EVENT-KIND
        ELSE
            MOVE "broadcast" TO BRIDGE-EVENT-KIND
        END-IF
    END-IF
    IF CHAT-PARTY-INDEX > 0
        MOVE "none" TO BRIDGE-EVENT-KIND
    END-IF
    IF BRIDGE-EVENT-KIND NOT = "none"
        CALL "Bridge-Post" USING BRIDGE-EVENT-KIND CHAT-TEXT CHAT-TEXT-LEN
    END-IF
    MOVE SPACES TO BRIDGE-KIND

    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE 0 TO WHISPER-IGNORED
            IF CHAT-PARTY-INDEX > 0
                MOVE 0 TO PARTY-RECIPIENT-INDEX
                IF CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
                    CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) PARTY-RECIPIENT-INDEX PARTY-RECIPIENT-MEMBER
                END-IF
                IF PARTY-RECIPIENT-INDEX NOT = CHAT-PARTY-INDEX
                    MOVE 1 TO WHISPER-IGNORED
                END-IF
            END-IF
            IF CHAT-SENDER-PLAYER > 0 AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
                PERFORM VARYING IGNORE-INDEX FROM 1 BY 1 UNTIL IGNORE-INDEX > PLAYER-IGNORE-COUNT(CLIENT-PLAYER(BROADCAST-CLIENT-ID))
                    IF PLAYER-IGNORE(CLIENT-PLAYER(BROADCAST-CLIENT-ID), IGNORE-INDEX) = USERNAME(CHAT-SENDER-PLAYER)
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO CHAT-PARTY-INDEX

    EXIT SECTION.

BroadcastMessage SECTION.
    *> BroadcastChatMessage for a server notice out of the message catalog:
    *> message MSG-ID (built-in English MSG-DEFAULT) with MSG-ARGS and any
    *> MSG-TAIL, formatted in each recipient's own language - see
    *> Messages-Format. The bridge is sent the English text as BRIDGE-KIND
    *> ("broadcast" when unset); BRIDGE-KIND and MSG-TAIL-LEN are reset
    *> afterwards. As in BroadcastChatMessage, a party notice
    *> (CHAT-PARTY-INDEX > 0, likewise reset) only reaches that party's
    *> members and is not bridged.
    MOVE BRIDGE-KIND TO BRIDGE-EVENT-KIND
    IF BRIDGE-EVENT-KIND = SPACES
        MOVE "broadcast" TO BRIDGE-EVENT-KIND
    END-IF
    MOVE SPACES TO BRIDGE-KIND
    IF CHAT-PARTY-INDEX = 0
        MOVE 0 TO MSG-PLAYER
        PERFORM FormatBroadcastLine
        CALL "Bridge-Post" USING BRIDGE-EVENT-KIND CHAT-TEXT CHAT-TEXT-LEN
    END-IF

    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE 0 TO WHISPER-IGNORED
            IF CHAT-PARTY-INDEX > 0
                MOVE 0 TO PARTY-RECIPIENT-INDEX
                IF CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
                    CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) PARTY-RECIPIENT-INDEX PARTY-RECIPIENT-MEMBER
                END-IF
                IF PARTY-RECIPIENT-INDEX NOT = CHAT-PARTY-INDEX
                    MOVE 1 TO WHISPER-IGNORED
                END-IF
            END-IF
            IF WHISPER-IGNORED = 0
                MOVE CLIENT-PLAYER(BROADCAST-CLIENT-ID) TO MSG-PLAYER
                PERFORM FormatBroadcastLine
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO MSG-TAIL-LEN
    MOVE 0 TO CHAT-PARTY-INDEX

    EXIT SECTION.

FormatBroadcastLine SECTION.
    *> One BroadcastMessage line into CHAT-TEXT, in MSG-PLAYER's language.
    CALL "Messages-Format" USING MSG-PLAYER MSG-ID MSG-DEFAULT MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    IF MSG-TAIL-LEN > 0
        ADD 1 TO CHAT-TEXT-LEN
        STRING " " MSG-TAIL(1:MSG-TAIL-LEN) DELIMITED BY SIZE INTO CHAT-TEXT WITH POINTER CHAT-TEXT-LEN
        SUBTRACT 1 FROM CHAT-TEXT-LEN
    END-IF

    EXIT SECTION.

AppendMessageTail SECTION.
    *> Adds " " and MSG-TAIL (MSG-TAIL-LEN bytes) after the message
    *> Messages-Format just left in CHAT-TEXT, as far as CHAT-TEXT has room,
    *> then resets MSG-TAIL-LEN.
    IF MSG-TAIL-LEN > 0
        ADD 1 TO CHAT-TEXT-LEN
        STRING " " MSG-TAIL(1:MSG-TAIL-LEN) DELIMITED BY SIZE INTO CHAT-TEXT WITH POINTER CHAT-TEXT-LEN
        SUBTRACT 1 FROM CHAT-TEXT-LEN
    END-IF
    MOVE 0 TO MSG-TAIL-LEN

    EXIT SECTION.

AppendMessagePart SECTION.
    *> Adds MSG-PART (MSG-PART-LEN bytes) to MSG-TAIL, after a space unless
    *> the tail is still empty.
    IF MSG-TAIL-LEN > 0
        ADD 1 TO MSG-TAIL-LEN
        STRING " " MSG-PART(1:MSG-PART-LEN) DELIMITED BY SIZE INTO MSG-TAIL WITH POINTER MSG-TAIL-LEN
    ELSE
        MOVE 1 TO MSG-TAIL-LEN
        STRING MSG-PART(1:MSG-PART-LEN) DELIMITED BY SIZE INTO MSG-TAIL WITH POINTER MSG-TAIL-LEN
    END-IF
    SUBTRACT 1 FROM MSG-TAIL-LEN

    EXIT SECTION.

BridgeInboundTick SECTION.
    *> Injects the next few records from the inbound bridge spool (see
    *> Bridge-Poll) as system chat, "[<source>] <author>: <text>", under the
    *> same rules a player's own line gets: a muted author is dropped, and the
    *> word filter censors the text and audits the hit. Each record is
    *> acknowledged (Bridge-Ack) once dealt with, dropped or not, so it is
    *> never replayed. Bridged lines are kept off the outbound spool, so a
    *> relay never hears its own messages echoed back.
    MOVE 0 TO BRIDGE-IN-COUNT
    PERFORM UNTIL BRIDGE-IN-COUNT >= C-BRIDGE-MAX-PER-TICK
        CALL "Bridge-Poll" USING BRIDGE-IN-SEQ BRIDGE-IN-SOURCE BRIDGE-IN-AUTHOR BRIDGE-IN-TEXT BRIDGE-IN-TEXT-LEN BRIDGE-IN-FOUND
        IF BRIDGE-IN-FOUND = 0
            EXIT PERFORM
        END-IF
        ADD 1 TO BRIDGE-IN-COUNT

        CALL "AccessList-IsMuted" USING BRIDGE-IN-AUTHOR ACCESS-CHECK-RESULT
        IF ACCESS-CHECK-RESULT = 0 AND BRIDGE-IN-TEXT-LEN > 0
            CALL "ChatFilter-Apply" USING BRIDGE-IN-TEXT BRIDGE-IN-TEXT-LEN FILTER-MATCHED
            IF FILTER-MATCHED = 1
                MOVE 1 TO AUDIT-TEXT-POS
                STRING "censored bridge chat from " FUNCTION TRIM(BRIDGE-IN-AUTHOR) " via " FUNCTION TRIM(BRIDGE-IN-SOURCE)
                    INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                CALL "Audit-Log" USING C-AUDIT-SOURCE-CHAT AUDIT-TEXT AUDIT-TEXT-LEN
            END-IF

            MOVE SPACES TO CHAT-TEXT
            MOVE 1 TO LOG-TEXT-POS
            STRING "[" FUNCTION TRIM(BRIDGE-IN-SOURCE) "] " FUNCTION TRIM(BRIDGE-IN-AUTHOR) ": " BRIDGE-IN-TEXT(1:BRIDGE-IN-TEXT-LEN)
                INTO CHAT-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE CHAT-TEXT-LEN = LOG-TEXT-POS - 1
            MOVE "none" TO BRIDGE-KIND
            PERFORM BroadcastChatMessage
        END-IF

        CALL "Bridge-Ack" USING BRIDGE-IN-SEQ
    END-PERFORM

    EXIT SECTION.

BuildOnlinePlayersList SECTION.
    *> Counts the players in play into ONLINE-PLAYER-COUNT and lists their names
    *> as "name1, name2" in ONLINE-PLAYERS-TEXT - the "/list" reply is built from
    *> these in HandlePlayerCommand.
    MOVE 0 TO ONLINE-PLAYER-COUNT
    MOVE SPACES TO ONLINE-PLAYERS-TEXT
    MOVE 0 TO ONLINE-PLAYERS-TEXT-LEN
    END-PERFORM

    MOVE ONLINE-PLAYER-COUNT TO DISPLAY-ONLINE-PLAYER-COUNT

    EXIT SECTION.

    EVALUATE TRUE
        WHEN COMMAND-TEXT-LEN = 4 AND COMMAND-TEXT(1:4) = "list"
            PERFORM BuildOnlinePlayersList
            MOVE SPACES TO MSG-ARGS
            IF ONLINE-PLAYER-COUNT > 0
                MOVE DISPLAY-ONLINE-PLAYER-COUNT TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "list.players"
                    "There are {1} player(s) online:" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                MOVE ONLINE-PLAYERS-TEXT TO MSG-TAIL
                MOVE ONLINE-PLAYERS-TEXT-LEN TO MSG-TAIL-LEN
                PERFORM AppendMessageTail
            ELSE
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "list.none"
                    "There are 0 players online" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN COMMAND-TEXT-LEN = 5 AND COMMAND-TEXT(1:5) = "spawn"
            MOVE 0.5 TO PLAYER-Z(CLIENT-PLAYER(CLIENT-ID))
            MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(CLIENT-ID))
            PERFORM SyncPlayerPosition
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "spawn.teleported" "Teleported to spawn" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN (COMMAND-TEXT-LEN = 4 AND COMMAND-TEXT(1:4) = "home")
            OR (COMMAND-TEXT-LEN > 8 AND COMMAND-TEXT(1:8) = "delwarp ")
            PERFORM HandleWarpCommand

        WHEN COMMAND-TEXT-LEN > 7 AND COMMAND-TEXT(1:7) = "report "
            PERFORM HandleReportCommand

        WHEN (COMMAND-TEXT-LEN = 5 AND COMMAND-TEXT(1:5) = "party")
            OR (COMMAND-TEXT-LEN > 6 AND COMMAND-TEXT(1:6) = "party ")
            PERFORM HandlePartyCommand

        WHEN (COMMAND-TEXT-LEN = 5 AND COMMAND-TEXT(1:5) = "claim")
            OR (COMMAND-TEXT-LEN > 6 AND COMMAND-TEXT(1:6) = "claim ")
            PERFORM HandleClaimCommand

        WHEN COMMAND-TEXT-LEN >= 10 AND COMMAND-TEXT(1:6) = "chest "
            PERFORM HandleChestCommand

            OR (COMMAND-TEXT-LEN > 10 AND COMMAND-TEXT(1:10) = "mail send ")
            PERFORM HandleMailCommand

        WHEN (COMMAND-TEXT-LEN = 7 AND COMMAND-TEXT(1:7) = "balance")
            OR (COMMAND-TEXT-LEN > 4 AND COMMAND-TEXT(1:4) = "pay ")
            OR (COMMAND-TEXT-LEN = 7 AND COMMAND-TEXT(1:7) = "deposit")
            OR (COMMAND-TEXT-LEN > 8 AND COMMAND-TEXT(1:8) = "deposit ")
            OR (COMMAND-TEXT-LEN > 9 AND COMMAND-TEXT(1:9) = "withdraw ")
            PERFORM HandleBankCommand

        WHEN (COMMAND-TEXT-LEN = 8 AND COMMAND-TEXT(1:8) = "language")
            OR (COMMAND-TEXT-LEN > 9 AND COMMAND-TEXT(1:9) = "language ")
            PERFORM HandleLanguageCommand

        WHEN (COMMAND-TEXT-LEN > 4 AND COMMAND-TEXT(1:4) = "say ")
            OR (COMMAND-TEXT-LEN > 5 AND COMMAND-TEXT(1:5) = "kick ")
            OR (COMMAND-TEXT-LEN > 3 AND COMMAND-TEXT(1:3) = "tp ")
            OR (COMMAND-TEXT-LEN > 6 AND COMMAND-TEXT(1:6) = "clone ")
            OR (COMMAND-TEXT-LEN > 6 AND COMMAND-TEXT(1:6) = "schem ")
            OR (COMMAND-TEXT-LEN > 9 AND COMMAND-TEXT(1:9) = "rollback ")
            OR (COMMAND-TEXT-LEN = 6 AND COMMAND-TEXT(1:6) = "ticket")
            OR (COMMAND-TEXT-LEN > 7 AND COMMAND-TEXT(1:7) = "ticket ")
            OR (COMMAND-TEXT-LEN > 7 AND COMMAND-TEXT(1:7) = "deaths ")
            OR (COMMAND-TEXT-LEN > 13 AND COMMAND-TEXT(1:13) = "containerlog ")
            OR (COMMAND-TEXT-LEN = 6 AND COMMAND-TEXT(1:6) = "claims")
            OR (COMMAND-TEXT-LEN > 7 AND COMMAND-TEXT(1:7) = "claims ")
            *> moderation verbs are gated by permission group rather than the
            *> all-or-nothing op bit: save/groups.txt can open a command word
            *> (e.g. kick) to moderators while everything unlisted stays op-only
            UNSTRING COMMAND-TEXT(1:COMMAND-TEXT-LEN) DELIMITED BY ALL SPACES
                INTO GROUP-COMMAND-WORD
                WITH POINTER GROUP-WORD-POS
            *> the report queue, the claim review and theft reports are
            *> moderators' work; the rest stays op-only
            IF GROUP-COMMAND-WORD = "ticket" OR GROUP-COMMAND-WORD = "claims"
                    OR GROUP-COMMAND-WORD = "containerlog"
                MOVE 2 TO GROUP-DEFAULT-LEVEL
            ELSE
                MOVE 3 TO GROUP-DEFAULT-LEVEL
            END-IF
            CALL "Groups-CommandLevel" USING GROUP-COMMAND-WORD GROUP-DEFAULT-LEVEL GROUP-NEED-LEVEL
            CALL "Groups-GetLevel" USING USERNAME(CLIENT-PLAYER(CLIENT-ID)) GROUP-HAVE-LEVEL
            IF GROUP-HAVE-LEVEL >= GROUP-NEED-LEVEL
                MOVE CLIENT-ID TO PLAYER-COMMAND-CLIENT
                PERFORM ExecuteAdminCommand
                MOVE PLAYER-COMMAND-CLIENT TO CLIENT-ID
                MOVE 0 TO PLAYER-COMMAND-CLIENT
                IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) ADMIN-CMD-RESPONSE ADMIN-CMD-RESPONSE-LEN 0
                END-IF
            ELSE
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "command.no-permission" "You do not have permission to do that" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF

        WHEN OTHER
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "command.unknown" "Unknown command" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
    END-EVALUATE

                END-IF
            END-PERFORM
            IF HOME-COMMAND-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.not-found" "No such home - set one with /sethome" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE PLAYER-HOME-X(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX) TO PLAYER-X(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-HOME-Y(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX) TO PLAYER-Y(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-HOME-Z(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX) TO PLAYER-Z(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(CLIENT-ID))
                PERFORM SyncPlayerPosition
                MOVE SPACES TO MSG-ARGS
                MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.welcome" "Welcome back to {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF

        WHEN COMMAND-TEXT(1:7) = "sethome"
                MOVE HOME-FREE-INDEX TO HOME-COMMAND-INDEX
            END-IF
            IF HOME-COMMAND-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.slots-full" "All three home slots are in use - /delhome one first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE 1 TO PLAYER-HOME-SET(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE HOME-COMMAND-NAME TO PLAYER-HOME-NAME(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-HOME-X(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-HOME-Y(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-HOME-Z(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE SPACES TO MSG-ARGS
                MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.set" "Home set: {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF

        WHEN OTHER
                END-IF
            END-PERFORM
            IF HOME-COMMAND-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.no-such" "No such home" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE 0 TO PLAYER-HOME-SET(CLIENT-PLAYER(CLIENT-ID), HOME-COMMAND-INDEX)
                MOVE SPACES TO MSG-ARGS
                MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "home.removed" "Home removed: {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
    END-EVALUATE
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            MOVE COMMAND-TEXT(6:FUNCTION MIN(COMMAND-TEXT-LEN - 5, 16)) TO HOME-COMMAND-NAME
            CALL "Warps-Find" USING HOME-COMMAND-NAME WARP-COMMAND-INDEX
            IF WARP-COMMAND-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.not-found" "No such warp" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE WARP-X(WARP-COMMAND-INDEX) TO PLAYER-X(CLIENT-PLAYER(CLIENT-ID))
                MOVE WARP-Y(WARP-COMMAND-INDEX) TO PLAYER-Y(CLIENT-PLAYER(CLIENT-ID))
                MOVE WARP-Z(WARP-COMMAND-INDEX) TO PLAYER-Z(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(CLIENT-ID))
                PERFORM SyncPlayerPosition
                MOVE SPACES TO MSG-ARGS
                MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.warped" "Warped to {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF

        WHEN OTHER
            CALL "Groups-CommandLevel" USING GROUP-COMMAND-WORD GROUP-DEFAULT-LEVEL GROUP-NEED-LEVEL
            CALL "Groups-GetLevel" USING USERNAME(CLIENT-PLAYER(CLIENT-ID)) GROUP-HAVE-LEVEL
            IF GROUP-HAVE-LEVEL < GROUP-NEED-LEVEL
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "command.no-permission" "You do not have permission to do that" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE COMMAND-TEXT(9:FUNCTION MIN(COMMAND-TEXT-LEN - 8, 16)) TO HOME-COMMAND-NAME
                CALL "Warps-Find" USING HOME-COMMAND-NAME WARP-COMMAND-INDEX
                IF COMMAND-TEXT(1:8) = "setwarp "
                    IF WARP-COMMAND-INDEX = 0
                        IF WARP-COUNT >= MAX-WARPS
                            MOVE SPACES TO MSG-ARGS
                            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.table-full" "The warp table is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                            PERFORM SendWarpResponse
                            EXIT SECTION
                        END-IF
                    MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO WARP-Y(WARP-COMMAND-INDEX)
                    MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO WARP-Z(WARP-COMMAND-INDEX)
                    CALL "Warps-Save" USING WARP-SAVE-FAILURE
                    MOVE SPACES TO MSG-ARGS
                    MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.set" "Warp set: {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                ELSE
                    IF WARP-COMMAND-INDEX = 0
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.not-found" "No such warp" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    ELSE
                        PERFORM VARYING WARP-SHIFT-INDEX FROM WARP-COMMAND-INDEX BY 1 UNTIL WARP-SHIFT-INDEX >= WARP-COUNT
                            MOVE WARP-ENTRY(WARP-SHIFT-INDEX + 1) TO WARP-ENTRY(WARP-SHIFT-INDEX)
                        END-PERFORM
                        SUBTRACT 1 FROM WARP-COUNT
                        CALL "Warps-Save" USING WARP-SAVE-FAILURE
                        MOVE SPACES TO MSG-ARGS
                        MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "warp.removed" "Warp removed: {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    END-IF
                END-IF
            END-IF

    EXIT SECTION.

HandlePartyCommand SECTION.
    *> "/party create <name>", "/party invite <player>", "/party accept <name>",
    *> "/party leave", "/party kick <player>", "/party chat" (toggles party-only
    *> chat - see BroadcastChatMessage) and "/party" or "/party list". The first
    *> member of a party leads it and is the only one who may invite or kick;
    *> when the leader leaves, the next member in line takes over, and the last
    *> one out disbands the party. Membership is persisted straight back to
    *> save/parties.txt (see Parties-Save), mirrored to every client as a
    *> scoreboard team (see BroadcastPartyTeam), and reported to the event
    *> hooks as PARTY_JOIN/PARTY_LEAVE.
    MOVE SPACES TO PARTY-ARG-WORD PARTY-ARG-VERB PARTY-ARG-NAME
    MOVE 1 TO PARTY-ARG-POS
    UNSTRING COMMAND-TEXT(1:COMMAND-TEXT-LEN) DELIMITED BY ALL SPACES
        INTO PARTY-ARG-WORD PARTY-ARG-VERB PARTY-ARG-NAME
        WITH POINTER PARTY-ARG-POS
    MOVE FUNCTION STORED-CHAR-LENGTH(PARTY-ARG-NAME) TO PARTY-ARG-NAME-LEN
    CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(CLIENT-ID)) PARTY-INDEX PARTY-MEMBER-INDEX

    EVALUATE TRUE
        WHEN PARTY-ARG-VERB = "create" AND PARTY-ARG-NAME-LEN > 0
            IF PARTY-INDEX > 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.already-in"
                    "You are already in a party - /party leave first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            IF PARTY-ARG-NAME-LEN > 12
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.name-too-long"
                    "Party names are at most 12 characters" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            CALL "Parties-Find" USING PARTY-ARG-NAME(1:16) PARTY-TARGET-INDEX
            IF PARTY-TARGET-INDEX > 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.name-taken" "That party name is taken" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            IF PARTY-COUNT >= MAX-PARTIES
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.table-full" "The party table is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            ADD 1 TO PARTY-COUNT
            MOVE PARTY-COUNT TO PARTY-INDEX
            MOVE PARTY-ARG-NAME(1:16) TO PARTY-NAME(PARTY-INDEX)
            *> colors 1-15 in turn, skipping black, which would vanish on the tab list
            COMPUTE PARTY-COLOR(PARTY-INDEX) = FUNCTION MOD(PARTY-INDEX - 1, 15) + 1
            MOVE SPACES TO PARTY-MEMBERS(PARTY-INDEX)
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-MEMBER(PARTY-INDEX, 1)
            MOVE 1 TO PARTY-MEMBER-COUNT(PARTY-INDEX)
            MOVE 0 TO PARTY-INVITE-COUNT(PARTY-INDEX)
            CALL "Parties-Save" USING PARTY-SAVE-FAILURE
            MOVE 0 TO PARTY-TEAM-MODE
            MOVE 1 TO PARTY-TEAM-COUNT
            MOVE SPACES TO PARTY-TEAM-ENTITIES
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-TEAM-ENTITY(1)
            PERFORM BroadcastPartyTeam
            MOVE C-HOOK-EVENT-PARTY-JOIN TO PARTY-HOOK-KIND
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-HOOK-USERNAME
            PERFORM FirePartyHook
            MOVE SPACES TO MSG-ARGS
            MOVE PARTY-ARG-NAME(1:PARTY-ARG-NAME-LEN) TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.created"
                "Party created: {1} - /party invite <player>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

        WHEN PARTY-ARG-VERB = "invite" AND PARTY-ARG-NAME-LEN > 0
            IF PARTY-INDEX = 0 OR PARTY-MEMBER-INDEX NOT = 1
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.invite-leader-only"
                    "Only a party leader can invite" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            PERFORM FindPartyTargetClient
            IF PARTY-TARGET-CLIENT = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.not-online" "That player is not online" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(PARTY-TARGET-CLIENT)) PARTY-TARGET-INDEX PARTY-TARGET-MEMBER
            IF PARTY-TARGET-INDEX > 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.target-in-party"
                    "That player is already in a party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            IF PARTY-MEMBER-COUNT(PARTY-INDEX) >= MAX-PARTY-MEMBERS
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.full" "Your party is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            *> one invitation per player; a repeat just re-sends the notice
            MOVE 0 TO PARTY-TARGET-MEMBER
            PERFORM VARYING PARTY-SHIFT-INDEX FROM 1 BY 1 UNTIL PARTY-SHIFT-INDEX > PARTY-INVITE-COUNT(PARTY-INDEX)
                IF PARTY-INVITE(PARTY-INDEX, PARTY-SHIFT-INDEX) = USERNAME(CLIENT-PLAYER(PARTY-TARGET-CLIENT))
                    MOVE PARTY-SHIFT-INDEX TO PARTY-TARGET-MEMBER
                END-IF
            END-PERFORM
            IF PARTY-TARGET-MEMBER = 0
                IF PARTY-INVITE-COUNT(PARTY-INDEX) >= MAX-PARTY-MEMBERS
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.too-many-invites"
                        "Too many invitations are pending" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    PERFORM SendWarpResponse
                    EXIT SECTION
                END-IF
                ADD 1 TO PARTY-INVITE-COUNT(PARTY-INDEX)
                MOVE USERNAME(CLIENT-PLAYER(PARTY-TARGET-CLIENT)) TO PARTY-INVITE(PARTY-INDEX, PARTY-INVITE-COUNT(PARTY-INDEX))
            END-IF
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            MOVE PARTY-NAME(PARTY-INDEX) TO MSG-ARG(2)
            CALL "Messages-Format" USING CLIENT-PLAYER(PARTY-TARGET-CLIENT) "party.invited"
                "{1} invited you to party {2} - /party accept {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(PARTY-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            MOVE SPACES TO MSG-ARGS
            MOVE PARTY-ARG-NAME(1:PARTY-ARG-NAME-LEN) TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.invite-sent" "Invited {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

        WHEN PARTY-ARG-VERB = "accept" AND PARTY-ARG-NAME-LEN > 0
            IF PARTY-INDEX > 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.already-in"
                    "You are already in a party - /party leave first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            CALL "Parties-Find" USING PARTY-ARG-NAME(1:16) PARTY-INDEX
            MOVE 0 TO PARTY-TARGET-MEMBER
            IF PARTY-INDEX > 0
                PERFORM VARYING PARTY-SHIFT-INDEX FROM 1 BY 1 UNTIL PARTY-SHIFT-INDEX > PARTY-INVITE-COUNT(PARTY-INDEX)
                    IF PARTY-INVITE(PARTY-INDEX, PARTY-SHIFT-INDEX) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                        MOVE PARTY-SHIFT-INDEX TO PARTY-TARGET-MEMBER
                    END-IF
                END-PERFORM
            END-IF
            IF PARTY-TARGET-MEMBER = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.no-invite"
                    "You have no invitation from that party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            PERFORM VARYING PARTY-SHIFT-INDEX FROM PARTY-TARGET-MEMBER BY 1 UNTIL PARTY-SHIFT-INDEX >= PARTY-INVITE-COUNT(PARTY-INDEX)
                MOVE PARTY-INVITE(PARTY-INDEX, PARTY-SHIFT-INDEX + 1) TO PARTY-INVITE(PARTY-INDEX, PARTY-SHIFT-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM PARTY-INVITE-COUNT(PARTY-INDEX)
            IF PARTY-MEMBER-COUNT(PARTY-INDEX) >= MAX-PARTY-MEMBERS
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.full-other" "That party is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            ADD 1 TO PARTY-MEMBER-COUNT(PARTY-INDEX)
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-MEMBER(PARTY-INDEX, PARTY-MEMBER-COUNT(PARTY-INDEX))
            CALL "Parties-Save" USING PARTY-SAVE-FAILURE
            MOVE 3 TO PARTY-TEAM-MODE
            MOVE 1 TO PARTY-TEAM-COUNT
            MOVE SPACES TO PARTY-TEAM-ENTITIES
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-TEAM-ENTITY(1)
            PERFORM BroadcastPartyTeam
            MOVE C-HOOK-EVENT-PARTY-JOIN TO PARTY-HOOK-KIND
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PARTY-HOOK-USERNAME
            PERFORM FirePartyHook
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            MOVE "party.joined" TO MSG-ID
            MOVE "[party] {1} joined the party" TO MSG-DEFAULT
            MOVE PARTY-INDEX TO CHAT-PARTY-INDEX
            PERFORM BroadcastMessage
            EXIT SECTION

        WHEN PARTY-ARG-VERB = "leave" AND PARTY-ARG-NAME-LEN = 0
            IF PARTY-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.not-in" "You are not in a party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            MOVE SPACES TO HOME-COMMAND-NAME
            MOVE PARTY-NAME(PARTY-INDEX) TO HOME-COMMAND-NAME
            PERFORM RemovePartyMember
            MOVE 0 TO CLIENT-PARTY-CHAT(CLIENT-ID)
            MOVE SPACES TO MSG-ARGS
            MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.left" "You left party {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

        WHEN PARTY-ARG-VERB = "kick" AND PARTY-ARG-NAME-LEN > 0
            IF PARTY-INDEX = 0 OR PARTY-MEMBER-INDEX NOT = 1
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.kick-leader-only"
                    "Only a party leader can kick" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            *> the kicked player need not be online
            MOVE 0 TO PARTY-TARGET-MEMBER
            IF PARTY-ARG-NAME-LEN <= 16
                PERFORM VARYING PARTY-SHIFT-INDEX FROM 2 BY 1 UNTIL PARTY-SHIFT-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
                    IF PARTY-MEMBER(PARTY-INDEX, PARTY-SHIFT-INDEX) = PARTY-ARG-NAME(1:16)
                        MOVE PARTY-SHIFT-INDEX TO PARTY-TARGET-MEMBER
                    END-IF
                END-PERFORM
            END-IF
            IF PARTY-TARGET-MEMBER = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.not-member"
                    "That player is not in your party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                PERFORM SendWarpResponse
                EXIT SECTION
            END-IF
            MOVE PARTY-TARGET-MEMBER TO PARTY-MEMBER-INDEX
            MOVE SPACES TO HOME-COMMAND-NAME
            MOVE PARTY-NAME(PARTY-INDEX) TO HOME-COMMAND-NAME
            PERFORM RemovePartyMember
            PERFORM FindPartyTargetClient
            IF PARTY-TARGET-CLIENT > 0
                MOVE 0 TO CLIENT-PARTY-CHAT(PARTY-TARGET-CLIENT)
                MOVE SPACES TO MSG-ARGS
                MOVE HOME-COMMAND-NAME TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(PARTY-TARGET-CLIENT) "party.kicked"
                    "You were removed from party {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(PARTY-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
            MOVE SPACES TO MSG-ARGS
            MOVE PARTY-ARG-NAME(1:PARTY-ARG-NAME-LEN) TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.kick-done" "Removed {1} from the party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

        WHEN PARTY-ARG-VERB = "chat" AND PARTY-ARG-NAME-LEN = 0
            IF PARTY-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.not-in" "You are not in a party" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                IF CLIENT-PARTY-CHAT(CLIENT-ID) = 0
                    MOVE 1 TO CLIENT-PARTY-CHAT(CLIENT-ID)
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.chat-party"
                        "Chat now goes to your party only - /party chat to switch back" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                ELSE
                    MOVE 0 TO CLIENT-PARTY-CHAT(CLIENT-ID)
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.chat-all"
                        "Chat now goes to everyone" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                END-IF
            END-IF

        WHEN (PARTY-ARG-VERB = SPACES OR PARTY-ARG-VERB = "list") AND PARTY-ARG-NAME-LEN = 0
            IF PARTY-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.not-in-create"
                    "You are not in a party - /party create <name>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE SPACES TO MSG-ARGS
                MOVE PARTY-NAME(PARTY-INDEX) TO MSG-ARG(1)
                MOVE PARTY-MEMBER(PARTY-INDEX, 1) TO MSG-ARG(2)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.list"
                    "Party {1}: {2} (leader)" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                *> the other members follow as a plain name list
                MOVE SPACES TO MSG-TAIL
                MOVE 1 TO LOG-TEXT-POS
                PERFORM VARYING PARTY-SHIFT-INDEX FROM 2 BY 1 UNTIL PARTY-SHIFT-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
                    IF LOG-TEXT-POS > 1
                        STRING ", " DELIMITED BY SIZE INTO MSG-TAIL WITH POINTER LOG-TEXT-POS
                    END-IF
                    STRING FUNCTION TRIM(PARTY-MEMBER(PARTY-INDEX, PARTY-SHIFT-INDEX))
                        INTO MSG-TAIL WITH POINTER LOG-TEXT-POS
                END-PERFORM
                COMPUTE MSG-TAIL-LEN = LOG-TEXT-POS - 1
                PERFORM AppendMessageTail
            END-IF

        WHEN OTHER
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "party.usage"
                "Usage: /party create|invite|accept|leave|kick|chat|list" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-EVALUATE
    PERFORM SendWarpResponse

    EXIT SECTION.

FindPartyTargetClient SECTION.
    *> PARTY-TARGET-CLIENT = the playing client named PARTY-ARG-NAME, or 0.
    MOVE 0 TO PARTY-TARGET-CLIENT
    IF PARTY-ARG-NAME-LEN = 0 OR PARTY-ARG-NAME-LEN > 16
        EXIT SECTION
    END-IF
    PERFORM VARYING PARTY-CLIENT-SCAN FROM 1 BY 1 UNTIL PARTY-CLIENT-SCAN > MAX-CLIENTS
        IF CLIENT-PRESENT(PARTY-CLIENT-SCAN) = 1 AND CLIENT-STATE(PARTY-CLIENT-SCAN) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(PARTY-CLIENT-SCAN) > 0
            IF USERNAME(CLIENT-PLAYER(PARTY-CLIENT-SCAN)) = PARTY-ARG-NAME(1:16)
                MOVE PARTY-CLIENT-SCAN TO PARTY-TARGET-CLIENT
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

RemovePartyMember SECTION.
    *> Takes member PARTY-MEMBER-INDEX out of party PARTY-INDEX - through /party
    *> leave or kick - and tells the clients, the hooks, and the remaining
    *> members. Whoever is next in line leads once the leader is gone; the last
    *> member out disbands the party, shifting the rest of the table down.
    MOVE PARTY-MEMBER(PARTY-INDEX, PARTY-MEMBER-INDEX) TO PARTY-HOOK-USERNAME
    PERFORM VARYING PARTY-SHIFT-INDEX FROM PARTY-MEMBER-INDEX BY 1 UNTIL PARTY-SHIFT-INDEX >= PARTY-MEMBER-COUNT(PARTY-INDEX)
        MOVE PARTY-MEMBER(PARTY-INDEX, PARTY-SHIFT-INDEX + 1) TO PARTY-MEMBER(PARTY-INDEX, PARTY-SHIFT-INDEX)
    END-PERFORM
    MOVE SPACES TO PARTY-MEMBER(PARTY-INDEX, PARTY-MEMBER-COUNT(PARTY-INDEX))
    SUBTRACT 1 FROM PARTY-MEMBER-COUNT(PARTY-INDEX)
    MOVE C-HOOK-EVENT-PARTY-LEAVE TO PARTY-HOOK-KIND
    PERFORM FirePartyHook

    IF PARTY-MEMBER-COUNT(PARTY-INDEX) = 0
        MOVE 1 TO PARTY-TEAM-MODE
        MOVE 0 TO PARTY-TEAM-COUNT
        PERFORM BroadcastPartyTeam
        PERFORM VARYING PARTY-SHIFT-INDEX FROM PARTY-INDEX BY 1 UNTIL PARTY-SHIFT-INDEX >= PARTY-COUNT
            MOVE PARTY-ENTRY(PARTY-SHIFT-INDEX + 1) TO PARTY-ENTRY(PARTY-SHIFT-INDEX)
        END-PERFORM
        SUBTRACT 1 FROM PARTY-COUNT
        CALL "Parties-Save" USING PARTY-SAVE-FAILURE
        EXIT SECTION
    END-IF

    MOVE 4 TO PARTY-TEAM-MODE
    MOVE 1 TO PARTY-TEAM-COUNT
    MOVE SPACES TO PARTY-TEAM-ENTITIES
    MOVE PARTY-HOOK-USERNAME TO PARTY-TEAM-ENTITY(1)
    PERFORM BroadcastPartyTeam
    CALL "Parties-Save" USING PARTY-SAVE-FAILURE

    MOVE SPACES TO MSG-ARGS
    MOVE PARTY-HOOK-USERNAME TO MSG-ARG(1)
    IF PARTY-MEMBER-INDEX = 1
        MOVE PARTY-MEMBER(PARTY-INDEX, 1) TO MSG-ARG(2)
        MOVE "party.left-leader" TO MSG-ID
        MOVE "[party] {1} left the party - {2} now leads it" TO MSG-DEFAULT
    ELSE
        MOVE "party.member-left" TO MSG-ID
        MOVE "[party] {1} left the party" TO MSG-DEFAULT
    END-IF
    MOVE PARTY-INDEX TO CHAT-PARTY-INDEX
    PERFORM BroadcastMessage

    EXIT SECTION.

BroadcastPartyTeam SECTION.
    *> Sends the Update Teams change PARTY-TEAM-MODE for party PARTY-INDEX -
    *> PARTY-TEAM-COUNT names from PARTY-TEAM-ENTITIES - to every playing client.
    PERFORM VARYING PARTY-CLIENT-SCAN FROM 1 BY 1 UNTIL PARTY-CLIENT-SCAN > MAX-CLIENTS
        IF CLIENT-PRESENT(PARTY-CLIENT-SCAN) = 1 AND CLIENT-STATE(PARTY-CLIENT-SCAN) = CLIENT-STATE-PLAY
            CALL "SendPacket-UpdateTeams" USING CLIENT-HNDL(PARTY-CLIENT-SCAN) PARTY-NAME(PARTY-INDEX) PARTY-TEAM-MODE
                PARTY-COLOR(PARTY-INDEX) PARTY-TEAM-COUNT PARTY-TEAM-ENTITIES
        END-IF
    END-PERFORM

    EXIT SECTION.

FirePartyHook SECTION.
    *> PARTY_JOIN/PARTY_LEAVE (PARTY-HOOK-KIND) for PARTY-HOOK-USERNAME in party
    *> PARTY-INDEX, if any hooks are registered - see Hooks-Load/Hooks-Fire
    MOVE PARTY-HOOK-KIND TO EVENT-KIND
    MOVE PARTY-HOOK-USERNAME TO EVENT-USERNAME
    MOVE FUNCTION STORED-CHAR-LENGTH(PARTY-HOOK-USERNAME) TO EVENT-USERNAME-LEN
    MOVE 0 TO EVENT-X EVENT-Y EVENT-Z EVENT-BLOCK-ID
    MOVE SPACES TO EVENT-DETAIL
    MOVE PARTY-NAME(PARTY-INDEX) TO EVENT-DETAIL
    CALL "Hooks-Fire" USING PARTY-HOOK-KIND HOOK-EVENT

    EXIT SECTION.

PartyTeamsJoin SECTION.
    *> Called right after ScoreboardJoin: creates one scoreboard team per party,
    *> with all its members, on the newly-joined client, so party names come up
    *> grouped and colored on its tab list and sidebar - see SendPacket-UpdateTeams.
    MOVE 0 TO PARTY-TEAM-MODE
    PERFORM VARYING PARTY-INDEX FROM 1 BY 1 UNTIL PARTY-INDEX > PARTY-COUNT
        CALL "SendPacket-UpdateTeams" USING CLIENT-HNDL(CLIENT-ID) PARTY-NAME(PARTY-INDEX) PARTY-TEAM-MODE
            PARTY-COLOR(PARTY-INDEX) PARTY-MEMBER-COUNT(PARTY-INDEX) PARTY-MEMBERS(PARTY-INDEX)
    END-PERFORM

    EXIT SECTION.

HandleClaimCommand SECTION.
    *> Player land claims. "/claim pos1" and "/claim pos2" mark two corners
    *> where the player stands, and "/claim create" claims every column between
    *> them, bedrock to sky. "/claim" or "/claim list" shows the player's claims
    *> and what is left of their budget, "/claim info" whose claim they are
    *> standing in. On a claim of their own, "/claim trust <player>" and
    *> "/claim untrust <player>" let a friend build there or stop them again,
    *> and "/claim remove" gives the land up. The budget grows with playtime
    *> (see ComputeClaimBudget), and a new claim may not touch another claim,
    *> spawn protection or a staff region (see Claims-CheckOverlap). Every
    *> change is saved straight back to save/claims.txt (see Claims-Save).
    MOVE SPACES TO CLAIM-ARG-WORD CLAIM-ARG-VERB CLAIM-ARG-NAME
    MOVE 1 TO CLAIM-ARG-POS
    UNSTRING COMMAND-TEXT(1:COMMAND-TEXT-LEN) DELIMITED BY ALL SPACES
        INTO CLAIM-ARG-WORD CLAIM-ARG-VERB CLAIM-ARG-NAME
        WITH POINTER CLAIM-ARG-POS
    MOVE FUNCTION STORED-CHAR-LENGTH(CLAIM-ARG-NAME) TO CLAIM-ARG-NAME-LEN
    MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO CLAIM-HERE-DIM
    COMPUTE CLAIM-HERE-X = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(CLIENT-ID)))
    COMPUTE CLAIM-HERE-Z = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)))
    CALL "Claims-FindAt" USING CLAIM-HERE-DIM CLAIM-HERE-X CLAIM-HERE-Z CLAIM-INDEX

    EVALUATE TRUE
        WHEN (CLAIM-ARG-VERB = "pos1" OR CLAIM-ARG-VERB = "pos2") AND CLAIM-ARG-NAME-LEN = 0
            IF CLAIM-ARG-VERB = "pos1"
                MOVE 1 TO CLAIM-CORNER
            ELSE
                MOVE 2 TO CLAIM-CORNER
            END-IF
            MOVE 1 TO CLIENT-CLAIM-CORNER-SET(CLIENT-ID, CLAIM-CORNER)
            MOVE CLAIM-HERE-DIM TO CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, CLAIM-CORNER)
            MOVE CLAIM-HERE-X TO CLIENT-CLAIM-CORNER-X(CLIENT-ID, CLAIM-CORNER)
            MOVE CLAIM-HERE-Z TO CLIENT-CLAIM-CORNER-Z(CLIENT-ID, CLAIM-CORNER)
            MOVE CLAIM-HERE-X TO CLAIM-POS-X1
            MOVE CLAIM-HERE-Z TO CLAIM-POS-Z1
            MOVE SPACES TO MSG-ARGS
            MOVE CLAIM-ARG-VERB(4:1) TO MSG-ARG(1)
            MOVE CLAIM-POS-X1 TO MSG-ARG(2)
            MOVE CLAIM-POS-Z1 TO MSG-ARG(3)
            IF CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 1) = 1 AND CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 2) = 1
                AND CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, 1) = CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, 2)
                PERFORM SetNewClaimBounds
                MOVE CLAIM-AREA TO CLAIM-NUM
                MOVE CLAIM-NUM TO MSG-ARG(4)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.corner-area"
                    "Corner {1} set at {2} {3} - /claim create would cover {4} blocks" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                IF CLAIM-CORNER = 1
                    MOVE "2" TO MSG-ARG(4)
                ELSE
                    MOVE "1" TO MSG-ARG(4)
                END-IF
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.corner-next"
                    "Corner {1} set at {2} {3} - now /claim pos{4} at the opposite corner" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF

        WHEN CLAIM-ARG-VERB = "create" AND CLAIM-ARG-NAME-LEN = 0
            PERFORM CreateClaim

        WHEN CLAIM-ARG-VERB = "info" AND CLAIM-ARG-NAME-LEN = 0
            IF CLAIM-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.none-here"
                    "Nobody has claimed this spot" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                PERFORM SetClaimBoundsText
                PERFORM SetClaimCornerArgs
                MOVE CLAIM-NUM TO MSG-ARG(1)
                MOVE CLAIM-OWNER(CLAIM-INDEX) TO MSG-ARG(2)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.info" "Claim #{1} of {2}: {3} to {4}"
                    MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                MOVE 0 TO MSG-TAIL-LEN
                IF CLAIM-MEMBER-COUNT(CLAIM-INDEX) = 0
                    MOVE SPACES TO MSG-ARGS
                    MOVE CLAIM-DIM-NAME TO MSG-ARG(1)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.info-alone"
                        "({1}) - nobody else trusted" MSG-ARGS MSG-PART MSG-PART-LEN
                    PERFORM AppendMessagePart
                ELSE
                    MOVE SPACES TO MSG-ARGS
                    MOVE CLAIM-DIM-NAME TO MSG-ARG(1)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.info-trusted"
                        "({1}) - trusted:" MSG-ARGS MSG-PART MSG-PART-LEN
                    PERFORM AppendMessagePart
                    ADD 1 TO MSG-TAIL-LEN
                    STRING " " FUNCTION TRIM(CLAIM-MEMBERS(CLAIM-INDEX, 1)) INTO MSG-TAIL WITH POINTER MSG-TAIL-LEN
                    PERFORM VARYING CLAIM-MEMBER-INDEX FROM 2 BY 1 UNTIL CLAIM-MEMBER-INDEX > CLAIM-MEMBER-COUNT(CLAIM-INDEX)
                        STRING ", " FUNCTION TRIM(CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-INDEX))
                            INTO MSG-TAIL WITH POINTER MSG-TAIL-LEN
                    END-PERFORM
                    SUBTRACT 1 FROM MSG-TAIL-LEN
                END-IF
                PERFORM AppendMessageTail
            END-IF

        WHEN ((CLAIM-ARG-VERB = "trust" OR CLAIM-ARG-VERB = "untrust") AND CLAIM-ARG-NAME-LEN > 0)
            OR (CLAIM-ARG-VERB = "remove" AND CLAIM-ARG-NAME-LEN = 0)
            IF CLAIM-INDEX = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.stand-inside"
                    "Stand inside a claim of your own first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                IF CLAIM-OWNER(CLAIM-INDEX) NOT = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                    MOVE SPACES TO MSG-ARGS
                    MOVE CLAIM-OWNER(CLAIM-INDEX) TO MSG-ARG(1)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.not-yours"
                        "This is {1}'s claim, not yours" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                ELSE
                    EVALUATE CLAIM-ARG-VERB
                        WHEN "trust"
                            PERFORM TrustClaimMember
                        WHEN "untrust"
                            PERFORM UntrustClaimMember
                        WHEN OTHER
                            PERFORM AbandonClaim
                    END-EVALUATE
                END-IF
            END-IF

        WHEN (CLAIM-ARG-VERB = SPACES OR CLAIM-ARG-VERB = "list") AND CLAIM-ARG-NAME-LEN = 0
            PERFORM ComputeClaimBudget
            MOVE SPACES TO MSG-ARGS
            MOVE CLAIM-USED TO CLAIM-NUM
            MOVE CLAIM-NUM TO MSG-ARG(1)
            MOVE CLAIM-BUDGET TO CLAIM-NUM
            MOVE CLAIM-NUM TO MSG-ARG(2)
            MOVE CLAIM-OWNED-COUNT TO CLAIM-NUM
            MOVE CLAIM-NUM TO MSG-ARG(3)
            MOVE CLAIM-MAX-PER-PLAYER TO CLAIM-NUM
            MOVE CLAIM-NUM TO MSG-ARG(4)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.budget"
                "Claim budget: {1} of {2} blocks used, {3} of {4} claims" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            *> then one entry per claim held
            MOVE 0 TO MSG-TAIL-LEN
            PERFORM VARYING CLAIM-INDEX FROM 1 BY 1 UNTIL CLAIM-INDEX > CLAIM-COUNT
                IF CLAIM-OWNER(CLAIM-INDEX) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                    PERFORM SetClaimBoundsText
                    PERFORM SetClaimCornerArgs
                    MOVE CLAIM-NUM TO MSG-ARG(1)
                    MOVE CLAIM-DIM-NAME TO MSG-ARG(2)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.list-entry" "#{1} {3} to {4} ({2})"
                        MSG-ARGS MSG-PART MSG-PART-LEN
                    PERFORM AppendMessagePart
                END-IF
            END-PERFORM
            PERFORM AppendMessageTail

        WHEN OTHER
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.usage"
                "Usage: /claim pos1|pos2|create|list|info|remove, /claim trust|untrust <player>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-EVALUATE
    PERFORM SendWarpResponse

    EXIT SECTION.

CreateClaim SECTION.
    *> "/claim create" - claims the columns between CLIENT-ID's two marked
    *> corners for their player, as long as the claim count and budget allow
    *> and the land touches nothing already protected. Leaves its reply in
    *> CHAT-TEXT, like the rest of HandleClaimCommand.
    IF CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 1) = 0 OR CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 2) = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.mark-corners"
            "Mark both corners first - /claim pos1 and /claim pos2" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    IF CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, 1) NOT = CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, 2)
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.same-dimension"
            "Both corners must be in the same dimension" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    PERFORM SetNewClaimBounds
    PERFORM ComputeClaimBudget
    IF CLAIM-OWNED-COUNT >= CLAIM-MAX-PER-PLAYER
        MOVE CLAIM-OWNED-COUNT TO CLAIM-NUM
        MOVE SPACES TO MSG-ARGS
        MOVE CLAIM-NUM TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.too-many"
            "You already hold {1} claim(s), the most allowed - /claim remove one first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    IF CLAIM-USED + CLAIM-AREA > CLAIM-BUDGET
        MOVE CLAIM-AREA TO CLAIM-NUM
        IF CLAIM-BUDGET > CLAIM-USED
            COMPUTE CLAIM-NUM2 = CLAIM-BUDGET - CLAIM-USED
        ELSE
            MOVE 0 TO CLAIM-NUM2
        END-IF
        MOVE SPACES TO MSG-ARGS
        MOVE CLAIM-NUM TO MSG-ARG(1)
        MOVE CLAIM-NUM2 TO MSG-ARG(2)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.over-budget"
            "That covers {1} blocks but your budget has {2} left - it grows as you play" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    IF CLAIM-COUNT >= MAX-CLAIMS
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.table-full"
            "The claim list is full - ask a staff member" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    MOVE CLIENT-CLAIM-CORNER-DIM(CLIENT-ID, 1) TO CLAIM-HERE-DIM
    CALL "Claims-CheckOverlap" USING CLAIM-HERE-DIM CLAIM-NEW-MIN-X CLAIM-NEW-MIN-Z CLAIM-NEW-MAX-X CLAIM-NEW-MAX-Z
        SPAWN-PROTECTION-RADIUS CLAIM-CONFLICT
    IF CLAIM-CONFLICT NOT = SPACES
        MOVE SPACES TO MSG-ARGS
        MOVE CLAIM-CONFLICT TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.overlaps"
            "That land overlaps {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF

    ADD 1 TO CLAIM-COUNT
    MOVE CLAIM-COUNT TO CLAIM-INDEX
    MOVE CLAIM-NEXT-ID TO CLAIM-ID(CLAIM-INDEX)
    ADD 1 TO CLAIM-NEXT-ID
    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO CLAIM-OWNER(CLAIM-INDEX)
    MOVE CLAIM-HERE-DIM TO CLAIM-DIMENSION(CLAIM-INDEX)
    MOVE CLAIM-NEW-MIN-X TO CLAIM-MIN-X(CLAIM-INDEX)
    MOVE CLAIM-NEW-MIN-Z TO CLAIM-MIN-Z(CLAIM-INDEX)
    MOVE CLAIM-NEW-MAX-X TO CLAIM-MAX-X(CLAIM-INDEX)
    MOVE CLAIM-NEW-MAX-Z TO CLAIM-MAX-Z(CLAIM-INDEX)
    MOVE FUNCTION CURRENT-DATE TO CLAIM-NOW-RAW
    MOVE CLAIM-NOW-RAW(1:14) TO CLAIM-CREATED(CLAIM-INDEX)
    MOVE CLAIM-NOW-RAW(1:8) TO CLAIM-SEEN(CLAIM-INDEX)
    MOVE 0 TO CLAIM-MEMBER-COUNT(CLAIM-INDEX)
    PERFORM VARYING CLAIM-MEMBER-INDEX FROM 1 BY 1 UNTIL CLAIM-MEMBER-INDEX > MAX-CLAIM-MEMBERS
        MOVE SPACES TO CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-INDEX)
    END-PERFORM
    CALL "Claims-Save" USING CLAIM-SAVE-FAILURE
    MOVE 0 TO CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 1) CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 2)

    PERFORM SetClaimBoundsText
    MOVE CLAIM-AREA TO CLAIM-NUM2
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "claim #" FUNCTION TRIM(CLAIM-NUM) " created by "
        USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) ": "
        FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) " to "
        FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) " (" FUNCTION TRIM(CLAIM-DIM-NAME) "), "
        FUNCTION TRIM(CLAIM-NUM2) " blocks"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "Audit-Log" USING C-AUDIT-SOURCE-CLAIMS AUDIT-TEXT AUDIT-TEXT-LEN

    COMPUTE CLAIM-NUM2 = CLAIM-BUDGET - CLAIM-USED - CLAIM-AREA
    MOVE SPACES TO MSG-ARGS
    MOVE CLAIM-NUM TO MSG-ARG(1)
    MOVE CLAIM-NUM2 TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.created"
        "Claim #{1} created - {2} blocks of budget left; /claim trust <player> lets a friend build here" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

    EXIT SECTION.

TrustClaimMember SECTION.
    *> "/claim trust <player>" on the owner's claim CLAIM-INDEX. The player
    *> need not be online - a friend can be trusted ahead of their next visit.
    IF CLAIM-ARG-NAME-LEN > 16
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.name-too-long"
            "No player has a name that long" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    IF CLAIM-ARG-NAME(1:16) = CLAIM-OWNER(CLAIM-INDEX)
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.own-already"
            "You own this claim already" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    PERFORM VARYING CLAIM-MEMBER-INDEX FROM 1 BY 1 UNTIL CLAIM-MEMBER-INDEX > CLAIM-MEMBER-COUNT(CLAIM-INDEX)
        IF CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-INDEX) = CLAIM-ARG-NAME(1:16)
            MOVE SPACES TO MSG-ARGS
            MOVE CLAIM-ARG-NAME(1:CLAIM-ARG-NAME-LEN) TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.already-trusted"
                "{1} is already trusted here" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            EXIT SECTION
        END-IF
    END-PERFORM
    IF CLAIM-MEMBER-COUNT(CLAIM-INDEX) >= MAX-CLAIM-MEMBERS
        MOVE MAX-CLAIM-MEMBERS TO CLAIM-NUM
        MOVE SPACES TO MSG-ARGS
        MOVE CLAIM-NUM TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.trust-full"
            "A claim can trust at most {1} players - /claim untrust someone first" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    ADD 1 TO CLAIM-MEMBER-COUNT(CLAIM-INDEX)
    MOVE CLAIM-ARG-NAME(1:16) TO CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-COUNT(CLAIM-INDEX))
    CALL "Claims-Save" USING CLAIM-SAVE-FAILURE
    MOVE CLAIM-ID(CLAIM-INDEX) TO CLAIM-NUM
    MOVE SPACES TO MSG-ARGS
    MOVE CLAIM-ARG-NAME(1:CLAIM-ARG-NAME-LEN) TO MSG-ARG(1)
    MOVE CLAIM-NUM TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.trusted"
        "{1} may now build on claim #{2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

    EXIT SECTION.

UntrustClaimMember SECTION.
    *> "/claim untrust <player>" on the owner's claim CLAIM-INDEX.
    MOVE 0 TO CLAIM-SCAN
    IF CLAIM-ARG-NAME-LEN <= 16
        PERFORM VARYING CLAIM-MEMBER-INDEX FROM 1 BY 1 UNTIL CLAIM-MEMBER-INDEX > CLAIM-MEMBER-COUNT(CLAIM-INDEX)
            IF CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-INDEX) = CLAIM-ARG-NAME(1:16)
                MOVE CLAIM-MEMBER-INDEX TO CLAIM-SCAN
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF CLAIM-SCAN = 0
        MOVE SPACES TO MSG-ARGS
        MOVE CLAIM-ARG-NAME(1:CLAIM-ARG-NAME-LEN) TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.not-trusted"
            "{1} is not trusted here" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF
    PERFORM VARYING CLAIM-SHIFT-INDEX FROM CLAIM-SCAN BY 1 UNTIL CLAIM-SHIFT-INDEX >= CLAIM-MEMBER-COUNT(CLAIM-INDEX)
        MOVE CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-SHIFT-INDEX + 1) TO CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-SHIFT-INDEX)
    END-PERFORM
    MOVE SPACES TO CLAIM-MEMBERS(CLAIM-INDEX, CLAIM-MEMBER-COUNT(CLAIM-INDEX))
    SUBTRACT 1 FROM CLAIM-MEMBER-COUNT(CLAIM-INDEX)
    CALL "Claims-Save" USING CLAIM-SAVE-FAILURE
    MOVE CLAIM-ID(CLAIM-INDEX) TO CLAIM-NUM
    MOVE SPACES TO MSG-ARGS
    MOVE CLAIM-ARG-NAME(1:CLAIM-ARG-NAME-LEN) TO MSG-ARG(1)
    MOVE CLAIM-NUM TO MSG-ARG(2)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.untrusted"
        "{1} may no longer build on claim #{2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

    EXIT SECTION.

AbandonClaim SECTION.
    *> "/claim remove" - the owner gives up claim CLAIM-INDEX, and its blocks
    *> go back into their budget.
    PERFORM SetClaimBoundsText
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "claim #" FUNCTION TRIM(CLAIM-NUM) " abandoned by "
        USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) ": "
        FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) " to "
        FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) " (" FUNCTION TRIM(CLAIM-DIM-NAME) ")"
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "Audit-Log" USING C-AUDIT-SOURCE-CLAIMS AUDIT-TEXT AUDIT-TEXT-LEN
    PERFORM RemoveClaim
    MOVE SPACES TO MSG-ARGS
    MOVE CLAIM-NUM TO MSG-ARG(1)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "claim.removed"
        "Claim #{1} removed - its blocks are back in your budget" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

    EXIT SECTION.

RemoveClaim SECTION.
    *> Takes claim CLAIM-INDEX out of the table, shifting the rest down, and
    *> saves - for /claim remove, "claims remove" and ClaimExpiryCheck.
    PERFORM VARYING CLAIM-SHIFT-INDEX FROM CLAIM-INDEX BY 1 UNTIL CLAIM-SHIFT-INDEX >= CLAIM-COUNT
        MOVE CLAIM-ENTRY(CLAIM-SHIFT-INDEX + 1) TO CLAIM-ENTRY(CLAIM-SHIFT-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM CLAIM-COUNT
    CALL "Claims-Save" USING CLAIM-SAVE-FAILURE

    EXIT SECTION.

SetNewClaimBounds SECTION.
    *> CLAIM-NEW-MIN/MAX-X/Z and CLAIM-AREA (in block columns) for the land
    *> between CLIENT-ID's two marked corners, whichever order they came in.
    COMPUTE CLAIM-NEW-MIN-X = FUNCTION MIN(CLIENT-CLAIM-CORNER-X(CLIENT-ID, 1), CLIENT-CLAIM-CORNER-X(CLIENT-ID, 2))
    COMPUTE CLAIM-NEW-MAX-X = FUNCTION MAX(CLIENT-CLAIM-CORNER-X(CLIENT-ID, 1), CLIENT-CLAIM-CORNER-X(CLIENT-ID, 2))
    COMPUTE CLAIM-NEW-MIN-Z = FUNCTION MIN(CLIENT-CLAIM-CORNER-Z(CLIENT-ID, 1), CLIENT-CLAIM-CORNER-Z(CLIENT-ID, 2))
    COMPUTE CLAIM-NEW-MAX-Z = FUNCTION MAX(CLIENT-CLAIM-CORNER-Z(CLIENT-ID, 1), CLIENT-CLAIM-CORNER-Z(CLIENT-ID, 2))
    COMPUTE CLAIM-AREA = (CLAIM-NEW-MAX-X - CLAIM-NEW-MIN-X + 1) * (CLAIM-NEW-MAX-Z - CLAIM-NEW-MIN-Z + 1)

    EXIT SECTION.

SetClaimCornerArgs SECTION.
    *> After SetClaimBoundsText: the two corners as "x z" pairs in MSG-ARG(3)
    *> and MSG-ARG(4), clearing the other MSG-ARGS.
    MOVE SPACES TO MSG-ARGS
    STRING FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) DELIMITED BY SIZE INTO MSG-ARG(3)
    STRING FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) DELIMITED BY SIZE INTO MSG-ARG(4)

    EXIT SECTION.

ComputeClaimBudget SECTION.
    *> CLIENT-ID's player's claim budget - CLAIM-BASE-BLOCKS plus
    *> CLAIM-BLOCKS-PER-HOUR for every full hour of play (PLAYER-STAT-PLAYTIME
    *> counts ticks, 72000 to the hour), capped at CLAIM-MAX-BLOCKS - with
    *> CLAIM-USED, the footprint of the claims they already hold, and
    *> CLAIM-OWNED-COUNT, how many those are.
    COMPUTE CLAIM-HOURS = PLAYER-STAT-PLAYTIME(CLIENT-PLAYER(CLIENT-ID)) / 72000
    COMPUTE CLAIM-BUDGET = CLAIM-BASE-BLOCKS + CLAIM-BLOCKS-PER-HOUR * CLAIM-HOURS
    IF CLAIM-BUDGET > CLAIM-MAX-BLOCKS
        MOVE CLAIM-MAX-BLOCKS TO CLAIM-BUDGET
    END-IF
    MOVE 0 TO CLAIM-USED CLAIM-OWNED-COUNT
    PERFORM VARYING CLAIM-SCAN FROM 1 BY 1 UNTIL CLAIM-SCAN > CLAIM-COUNT
        IF CLAIM-OWNER(CLAIM-SCAN) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
            ADD 1 TO CLAIM-OWNED-COUNT
            COMPUTE CLAIM-USED = CLAIM-USED
                + (CLAIM-MAX-X(CLAIM-SCAN) - CLAIM-MIN-X(CLAIM-SCAN) + 1) * (CLAIM-MAX-Z(CLAIM-SCAN) - CLAIM-MIN-Z(CLAIM-SCAN) + 1)
        END-IF
    END-PERFORM

    EXIT SECTION.

SetClaimBoundsText SECTION.
    *> Claim CLAIM-INDEX's id, corners and dimension, edited for a message.
    MOVE CLAIM-ID(CLAIM-INDEX) TO CLAIM-NUM
    MOVE CLAIM-MIN-X(CLAIM-INDEX) TO CLAIM-POS-X1
    MOVE CLAIM-MIN-Z(CLAIM-INDEX) TO CLAIM-POS-Z1
    MOVE CLAIM-MAX-X(CLAIM-INDEX) TO CLAIM-POS-X2
    MOVE CLAIM-MAX-Z(CLAIM-INDEX) TO CLAIM-POS-Z2
    IF CLAIM-DIMENSION(CLAIM-INDEX) = 1
        MOVE "nether" TO CLAIM-DIM-NAME
    ELSE
        MOVE "overworld" TO CLAIM-DIM-NAME
    END-IF

    EXIT SECTION.

ComputeClaimDaysAway SECTION.
    *> CLAIM-DAYS-AWAY = whole days from claim CLAIM-INDEX's owner's last
    *> login (CLAIM-SEEN) to CLAIM-TODAY. A seen date that is missing or not a
    *> real date counts as today, so a damaged line never expires a claim.
    MOVE 0 TO CLAIM-DAYS-AWAY
    IF CLAIM-SEEN(CLAIM-INDEX) IS NUMERIC AND CLAIM-SEEN(CLAIM-INDEX) < CLAIM-TODAY
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CLAIM-SEEN(CLAIM-INDEX))) = 0
            COMPUTE CLAIM-DAYS-AWAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLAIM-TODAY))
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLAIM-SEEN(CLAIM-INDEX)))
        END-IF
    END-IF

    EXIT SECTION.

ClaimRefreshSeen SECTION.
    *> CLIENT-ID's player is here today - every claim they own counts its
    *> owner as seen today. Saves only when a date actually moved.
    MOVE FUNCTION CURRENT-DATE TO CLAIM-NOW-RAW
    MOVE CLAIM-NOW-RAW(1:8) TO CLAIM-TODAY
    MOVE 0 TO CLAIM-OWNED-COUNT
    PERFORM VARYING CLAIM-SCAN FROM 1 BY 1 UNTIL CLAIM-SCAN > CLAIM-COUNT
        IF CLAIM-OWNER(CLAIM-SCAN) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
            AND CLAIM-SEEN(CLAIM-SCAN) NOT = CLAIM-TODAY
            MOVE CLAIM-TODAY TO CLAIM-SEEN(CLAIM-SCAN)
            ADD 1 TO CLAIM-OWNED-COUNT
        END-IF
    END-PERFORM
    IF CLAIM-OWNED-COUNT > 0
        CALL "Claims-Save" USING CLAIM-SAVE-FAILURE
    END-IF

    EXIT SECTION.

ClaimExpiryCheck SECTION.
    *> Once a day, from the access-list reload in GameLoop. Owners playing
    *> right now count as seen today; a claim whose owner has been away
    *> CLAIM-EXPIRE-DAYS or more is removed and written to the audit trail
    *> under "claims"; and the server log hears how many were removed and how
    *> many more have been away CLAIM-REVIEW-DAYS or more, waiting for staff
    *> to look them over ("claims review") before they go the same way.
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1 AND CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(CLIENT-ID) > 0
            PERFORM ClaimRefreshSeen
        END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO CLAIM-NOW-RAW
    MOVE CLAIM-NOW-RAW(1:8) TO CLAIM-TODAY

    MOVE 0 TO CLAIM-EXPIRED-COUNT CLAIM-REVIEW-COUNT
    MOVE 1 TO CLAIM-INDEX
    PERFORM UNTIL CLAIM-INDEX > CLAIM-COUNT
        PERFORM ComputeClaimDaysAway
        IF CLAIM-DAYS-AWAY >= CLAIM-EXPIRE-DAYS
            PERFORM SetClaimBoundsText
            MOVE CLAIM-DAYS-AWAY TO CLAIM-NUM2
            MOVE SPACES TO AUDIT-TEXT
            MOVE 1 TO AUDIT-TEXT-POS
            STRING "claim #" FUNCTION TRIM(CLAIM-NUM) " of " FUNCTION TRIM(CLAIM-OWNER(CLAIM-INDEX))
                " expired after " FUNCTION TRIM(CLAIM-NUM2) " days away: "
                FUNCTION TRIM(CLAIM-POS-X1) " " FUNCTION TRIM(CLAIM-POS-Z1) " to "
                FUNCTION TRIM(CLAIM-POS-X2) " " FUNCTION TRIM(CLAIM-POS-Z2) " (" FUNCTION TRIM(CLAIM-DIM-NAME) ")"
                INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
            COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
            CALL "Audit-Log" USING C-AUDIT-SOURCE-CLAIMS AUDIT-TEXT AUDIT-TEXT-LEN
            ADD 1 TO CLAIM-EXPIRED-COUNT
            *> the next claim moves down into this slot
            PERFORM RemoveClaim
        ELSE
            IF CLAIM-DAYS-AWAY >= CLAIM-REVIEW-DAYS
                ADD 1 TO CLAIM-REVIEW-COUNT
            END-IF
            ADD 1 TO CLAIM-INDEX
        END-IF
    END-PERFORM

    IF CLAIM-EXPIRED-COUNT > 0 OR CLAIM-REVIEW-COUNT > 0
        MOVE CLAIM-EXPIRED-COUNT TO CLAIM-NUM
        MOVE CLAIM-REVIEW-COUNT TO CLAIM-NUM2
        MOVE 1 TO LOG-TEXT-POS
        STRING "Land claims: " FUNCTION TRIM(CLAIM-NUM) " expired, " FUNCTION TRIM(CLAIM-NUM2)
            " awaiting staff review - see claims review" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    EXIT SECTION.

HandleReportCommand SECTION.
    *> "/report <player> <reason>" - opens a ticket in save/tickets.txt holding
    *> both players' positions and dimensions at the moment of the report, so
    *> staff can look at the spot even after everyone has moved on. The filing
    *> is audited, logged to the console, and announced to every online staff
    *> member (see NotifyTicketStaff); staff then work the queue with the
    *> "ticket" command - see AdminTicketCommand.
    MOVE SPACES TO REPORT-WORD REPORT-TARGET REPORT-REASON
    MOVE 1 TO REPORT-ARG-POS
    UNSTRING COMMAND-TEXT(1:COMMAND-TEXT-LEN) DELIMITED BY ALL SPACES
        INTO REPORT-WORD REPORT-TARGET
        WITH POINTER REPORT-ARG-POS
    MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-TARGET) TO REPORT-TARGET-LEN
    MOVE 0 TO REPORT-REASON-LEN
    IF REPORT-ARG-POS <= COMMAND-TEXT-LEN
        MOVE COMMAND-TEXT(REPORT-ARG-POS:COMMAND-TEXT-LEN - REPORT-ARG-POS + 1) TO REPORT-REASON
        MOVE FUNCTION TRIM(REPORT-REASON) TO REPORT-REASON
        *> "|" separates the fields of a ticket line on file
        INSPECT REPORT-REASON REPLACING ALL "|" BY "/"
        MOVE FUNCTION STORED-CHAR-LENGTH(REPORT-REASON) TO REPORT-REASON-LEN
    END-IF
    IF REPORT-TARGET-LEN = 0 OR REPORT-TARGET-LEN > 16 OR REPORT-REASON-LEN = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.usage" "Usage: /report <player> <reason>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        PERFORM SendWarpResponse
        EXIT SECTION
    END-IF
    IF REPORT-TARGET(1:16) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.self" "You can't report yourself" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        PERFORM SendWarpResponse
        EXIT SECTION
    END-IF

    *> a handful of unresolved reports per player is plenty - past that it is
    *> spam, not information
    MOVE 0 TO REPORT-OPEN-COUNT
    PERFORM VARYING TICKET-INDEX FROM 1 BY 1 UNTIL TICKET-INDEX > TICKET-COUNT
        IF TICKET-REPORTER(TICKET-INDEX) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
            AND TICKET-STATUS(TICKET-INDEX) NOT = "closed"
            ADD 1 TO REPORT-OPEN-COUNT
        END-IF
    END-PERFORM
    IF REPORT-OPEN-COUNT >= C-REPORT-MAX-OPEN
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.too-many"
            "You already have 3 open reports - staff will get to them" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        PERFORM SendWarpResponse
        EXIT SECTION
    END-IF

    *> a full table gives up its oldest closed ticket; open ones are never dropped
    IF TICKET-COUNT >= MAX-TICKETS
        MOVE 0 TO TICKET-INDEX
        PERFORM VARYING TICKET-SHIFT-INDEX FROM 1 BY 1 UNTIL TICKET-SHIFT-INDEX > TICKET-COUNT OR TICKET-INDEX > 0
            IF TICKET-STATUS(TICKET-SHIFT-INDEX) = "closed"
                MOVE TICKET-SHIFT-INDEX TO TICKET-INDEX
            END-IF
        END-PERFORM
        IF TICKET-INDEX = 0
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.queue-full"
                "The report queue is full - please contact a staff member directly" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            PERFORM SendWarpResponse
            EXIT SECTION
        END-IF
        PERFORM VARYING TICKET-SHIFT-INDEX FROM TICKET-INDEX BY 1 UNTIL TICKET-SHIFT-INDEX >= TICKET-COUNT
            MOVE TICKET-ENTRY(TICKET-SHIFT-INDEX + 1) TO TICKET-ENTRY(TICKET-SHIFT-INDEX)
        END-PERFORM
        SUBTRACT 1 FROM TICKET-COUNT
    END-IF

    ADD 1 TO TICKET-COUNT
    MOVE TICKET-COUNT TO TICKET-INDEX
    MOVE TICKET-NEXT-ID TO TICKET-ID(TICKET-INDEX)
    ADD 1 TO TICKET-NEXT-ID
    MOVE "open" TO TICKET-STATUS(TICKET-INDEX)
    MOVE FUNCTION CURRENT-DATE TO BAN-NOW-RAW
    MOVE BAN-NOW-RAW(1:14) TO TICKET-CREATED(TICKET-INDEX)
    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO TICKET-REPORTER(TICKET-INDEX)
    MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO TICKET-REPORTER-DIM(TICKET-INDEX)
    COMPUTE TICKET-REPORTER-X(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(CLIENT-ID)))
    COMPUTE TICKET-REPORTER-Y(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)))
    COMPUTE TICKET-REPORTER-Z(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)))
    MOVE REPORT-TARGET(1:16) TO TICKET-TARGET(TICKET-INDEX)
    MOVE 0 TO TICKET-TARGET-SEEN(TICKET-INDEX)
    MOVE 0 TO TICKET-TARGET-DIM(TICKET-INDEX)
    MOVE 0 TO TICKET-TARGET-X(TICKET-INDEX) TICKET-TARGET-Y(TICKET-INDEX) TICKET-TARGET-Z(TICKET-INDEX)
    PERFORM VARYING REPORT-CLIENT-SCAN FROM 1 BY 1 UNTIL REPORT-CLIENT-SCAN > MAX-CLIENTS
        IF CLIENT-PRESENT(REPORT-CLIENT-SCAN) = 1 AND CLIENT-STATE(REPORT-CLIENT-SCAN) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(REPORT-CLIENT-SCAN) > 0
            IF USERNAME(CLIENT-PLAYER(REPORT-CLIENT-SCAN)) = REPORT-TARGET(1:16)
                MOVE 1 TO TICKET-TARGET-SEEN(TICKET-INDEX)
                MOVE PLAYER-DIMENSION(CLIENT-PLAYER(REPORT-CLIENT-SCAN)) TO TICKET-TARGET-DIM(TICKET-INDEX)
                COMPUTE TICKET-TARGET-X(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(REPORT-CLIENT-SCAN)))
                COMPUTE TICKET-TARGET-Y(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-Y(CLIENT-PLAYER(REPORT-CLIENT-SCAN)))
                COMPUTE TICKET-TARGET-Z(TICKET-INDEX) = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(REPORT-CLIENT-SCAN)))
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO TICKET-CLAIMED-BY(TICKET-INDEX) TICKET-CLOSED(TICKET-INDEX) TICKET-RESOLUTION(TICKET-INDEX)
    MOVE REPORT-REASON TO TICKET-REASON(TICKET-INDEX)
    CALL "Tickets-Save" USING TICKET-SAVE-FAILURE

    MOVE TICKET-ID(TICKET-INDEX) TO TICKET-NUM
    MOVE SPACES TO AUDIT-TEXT
    MOVE 1 TO AUDIT-TEXT-POS
    STRING "ticket #" FUNCTION TRIM(TICKET-NUM) " opened by "
        USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID)))
        " against " REPORT-TARGET(1:REPORT-TARGET-LEN) ": " REPORT-REASON(1:REPORT-REASON-LEN)
        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
    CALL "Audit-Log" USING C-AUDIT-SOURCE-REPORT AUDIT-TEXT AUDIT-TEXT-LEN

    MOVE SPACES TO MSG-ARGS
    MOVE TICKET-NUM TO MSG-ARG(1)
    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(2)
    MOVE REPORT-TARGET(1:REPORT-TARGET-LEN) TO MSG-ARG(3)
    MOVE "report.staff-notice" TO MSG-ID
    MOVE "[ticket #{1}] {2} reported {3}:" TO MSG-DEFAULT
    MOVE REPORT-REASON TO MSG-TAIL
    MOVE REPORT-REASON-LEN TO MSG-TAIL-LEN
    PERFORM NotifyTicketStaff

    MOVE SPACES TO MSG-ARGS
    MOVE TICKET-NUM TO MSG-ARG(1)
    IF REPORT-STAFF-COUNT > 0
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.filed-notified"
            "Report filed as ticket #{1} - staff have been notified" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    ELSE
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "report.filed-queued"
            "Report filed as ticket #{1} - staff will see it when they are next online" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-IF
    PERFORM SendWarpResponse

    EXIT SECTION.

NotifyTicketStaff SECTION.
    *> Sends message MSG-ID (English MSG-DEFAULT, MSG-ARGS and any MSG-TAIL,
    *> as for BroadcastMessage) to every online player whose group reaches
    *> the "ticket" command's level (moderator by default - see
    *> Groups-CommandLevel), each in their own language, and echoes the
    *> English line to the server log for the console; REPORT-STAFF-COUNT
    *> comes back with how many were told. MSG-TAIL-LEN is reset afterwards.
    MOVE 0 TO MSG-PLAYER
    PERFORM FormatBroadcastLine
    MOVE CHAT-TEXT(1:CHAT-TEXT-LEN) TO LOG-TEXT
    MOVE CHAT-TEXT-LEN TO LOG-TEXT-LEN
    CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    MOVE "ticket" TO GROUP-COMMAND-WORD
    MOVE 2 TO GROUP-DEFAULT-LEVEL
    CALL "Groups-CommandLevel" USING GROUP-COMMAND-WORD GROUP-DEFAULT-LEVEL GROUP-NEED-LEVEL
    MOVE 0 TO REPORT-STAFF-COUNT
    PERFORM VARYING REPORT-CLIENT-SCAN FROM 1 BY 1 UNTIL REPORT-CLIENT-SCAN > MAX-CLIENTS
        IF CLIENT-PRESENT(REPORT-CLIENT-SCAN) = 1 AND CLIENT-STATE(REPORT-CLIENT-SCAN) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(REPORT-CLIENT-SCAN) > 0
            CALL "Groups-GetLevel" USING USERNAME(CLIENT-PLAYER(REPORT-CLIENT-SCAN)) GROUP-HAVE-LEVEL
            IF GROUP-HAVE-LEVEL >= GROUP-NEED-LEVEL
                MOVE CLIENT-PLAYER(REPORT-CLIENT-SCAN) TO MSG-PLAYER
                PERFORM FormatBroadcastLine
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(REPORT-CLIENT-SCAN) CHAT-TEXT CHAT-TEXT-LEN 0
                ADD 1 TO REPORT-STAFF-COUNT
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO MSG-TAIL-LEN

    EXIT SECTION.

HandleTpaCommand SECTION.
    *> "/tpa <player>" asks to teleport to them, "/tpaccept" performs the move
    *> through the usual SyncPlayerPosition handshake, "/tpdeny" declines. One
    *> pending request per target, expiring after a minute - the player command
    *> that finally stops operators being paged for ferry service.
    EVALUATE TRUE
        WHEN COMMAND-TEXT(1:4) = "tpa "
            MOVE SPACES TO TPA-TARGET
            MOVE COMMAND-TEXT(5:FUNCTION MIN(COMMAND-TEXT-LEN - 4, 16)) TO TPA-TARGET
            MOVE FUNCTION TRIM(TPA-TARGET) TO TPA-TARGET
            MOVE 0 TO TPA-TARGET-CLIENT
            PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
                    AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0 AND BROADCAST-CLIENT-ID NOT = CLIENT-ID
                    IF USERNAME(CLIENT-PLAYER(BROADCAST-CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(BROADCAST-CLIENT-ID))) = TPA-TARGET
                        MOVE BROADCAST-CLIENT-ID TO TPA-TARGET-CLIENT
                        EXIT PERFORM
                    END-IF
                END-IF
            END-PERFORM
            IF TPA-TARGET-CLIENT = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.not-online" "That player is not online" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            MOVE CLIENT-ID TO CLIENT-TPA-FROM(TPA-TARGET-CLIENT)
            MOVE CURRENT-TIME TO CLIENT-TPA-TIME(TPA-TARGET-CLIENT)
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(TPA-TARGET-CLIENT) "tpa.request"
                "{1} wants to teleport to you - /tpaccept or /tpdeny" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(TPA-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            MOVE SPACES TO MSG-ARGS
            MOVE TPA-TARGET TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.sent"
                "Request sent to {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN COMMAND-TEXT(1:8) = "tpaccept"
            MOVE CLIENT-TPA-FROM(CLIENT-ID) TO TPA-REQUESTER-CLIENT
            MOVE 0 TO CLIENT-TPA-FROM(CLIENT-ID)
            IF TPA-REQUESTER-CLIENT = 0
                OR CURRENT-TIME - CLIENT-TPA-TIME(CLIENT-ID) > C-TPA-TIMEOUT-MS
                OR CLIENT-PRESENT(TPA-REQUESTER-CLIENT) = 0
                OR CLIENT-STATE(TPA-REQUESTER-CLIENT) NOT = CLIENT-STATE-PLAY
                OR CLIENT-PLAYER(TPA-REQUESTER-CLIENT) = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.none-pending"
                    "No pending teleport request" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            *> cross-dimension ferrying would need the whole Respawn dance -
            *> keep the request flow to one dimension at a time
            IF PLAYER-DIMENSION(CLIENT-PLAYER(TPA-REQUESTER-CLIENT)) NOT = PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID))
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.other-dimension"
                    "You are in different dimensions" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-X(CLIENT-PLAYER(TPA-REQUESTER-CLIENT))
            MOVE PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-Y(CLIENT-PLAYER(TPA-REQUESTER-CLIENT))
            MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-Z(CLIENT-PLAYER(TPA-REQUESTER-CLIENT))
            MOVE PLAYER-Y(CLIENT-PLAYER(TPA-REQUESTER-CLIENT)) TO PLAYER-FALL-START-Y(CLIENT-PLAYER(TPA-REQUESTER-CLIENT))
            *> the sync walks CLIENT-ID over the requester - put it back after
            MOVE CLIENT-ID TO TPA-SELF-CLIENT
            MOVE TPA-REQUESTER-CLIENT TO CLIENT-ID
            PERFORM SyncPlayerPosition
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.accepted" "Teleport request accepted" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            MOVE TPA-SELF-CLIENT TO CLIENT-ID
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.accepted-target" "Request accepted" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN OTHER
            *> tpdeny
            MOVE CLIENT-TPA-FROM(CLIENT-ID) TO TPA-REQUESTER-CLIENT
            MOVE 0 TO CLIENT-TPA-FROM(CLIENT-ID)
            IF TPA-REQUESTER-CLIENT > 0 AND CLIENT-PRESENT(TPA-REQUESTER-CLIENT) = 1
                AND CLIENT-STATE(TPA-REQUESTER-CLIENT) = CLIENT-STATE-PLAY
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(TPA-REQUESTER-CLIENT) "tpa.declined"
                    "Your teleport request was declined" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(TPA-REQUESTER-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "tpa.declined-target" "Request declined" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
    END-EVALUATE

    EXIT SECTION.

OpenEnderChest SECTION.
    *> Shows CLIENT-ID their own private ender storage in an ordinary 9x3 chest
    *> window - reachable from an ender chest block or /echest, from anywhere.
    *> The storage lives in the player's own saved data, so it neither occupies
    *> a CONTAINERS-TABLE entry nor needs locking.
    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) NOT = 0
            MOVE COMMAND-TEXT(8:FUNCTION MIN(COMMAND-TEXT-LEN - 7, 16)) TO WHISPER-TARGET
            MOVE FUNCTION TRIM(WHISPER-TARGET) TO WHISPER-TARGET
            IF WHISPER-TARGET = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ignore.self" "You cannot ignore yourself" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
            MOVE SPACES TO MSG-ARGS
            MOVE WHISPER-TARGET TO MSG-ARG(1)
            IF WHISPER-IGNORED = 1
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ignore.removed" "No longer ignoring {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                IF PLAYER-IGNORE-COUNT(CLIENT-PLAYER(CLIENT-ID)) >= 10
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ignore.full" "Your ignore list is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                ELSE
                    ADD 1 TO PLAYER-IGNORE-COUNT(CLIENT-PLAYER(CLIENT-ID))
                    MOVE WHISPER-TARGET TO PLAYER-IGNORE(CLIENT-PLAYER(CLIENT-ID), PLAYER-IGNORE-COUNT(CLIENT-PLAYER(CLIENT-ID)))
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "ignore.added" "Now ignoring {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                END-IF
            END-IF
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            EXIT SECTION

                INTO WHISPER-TARGET
                WITH POINTER WHISPER-ARG-POS
            IF WHISPER-TARGET = SPACES OR 4 + WHISPER-ARG-POS > COMMAND-TEXT-LEN
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "msg.usage" "Usage: /msg <player> <message>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
        WHEN OTHER
            *> "r " - reply to the last whisperer
            IF CLIENT-REPLY-NAME(CLIENT-ID) = SPACES
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "msg.no-reply" "Nobody has messaged you yet" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
        END-IF
    END-PERFORM
    IF WHISPER-TARGET-CLIENT = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "msg.not-online" "That player is not online" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
        END-IF
    END-PERFORM
    IF WHISPER-IGNORED = 0
        MOVE SPACES TO MSG-ARGS
        MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(WHISPER-TARGET-CLIENT) "msg.received"
            "[{1} -> you]" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        MOVE WHISPER-BODY TO MSG-TAIL
        MOVE WHISPER-BODY-LEN TO MSG-TAIL-LEN
        PERFORM AppendMessageTail
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(WHISPER-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
        MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO CLIENT-REPLY-NAME(WHISPER-TARGET-CLIENT)
    END-IF

    MOVE SPACES TO MSG-ARGS
    MOVE WHISPER-TARGET TO MSG-ARG(1)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "msg.sent" "[you -> {1}]" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    MOVE WHISPER-BODY TO MSG-TAIL
    MOVE WHISPER-BODY-LEN TO MSG-TAIL-LEN
    PERFORM AppendMessageTail
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    EXIT SECTION.
    EVALUATE TRUE
        WHEN COMMAND-TEXT(1:9) = "mail read"
            IF PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID)) = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.empty" "Your mailbox is empty" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            ELSE
                PERFORM VARYING MAIL-INDEX FROM 1 BY 1 UNTIL MAIL-INDEX > PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID))
                    MOVE SPACES TO MSG-ARGS
                    MOVE PLAYER-MAIL-FROM(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX) TO MSG-ARG(1)
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.entry"
                        "[mail] {1}:" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    MOVE PLAYER-MAIL-TEXT(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX) TO MSG-TAIL
                    MOVE PLAYER-MAIL-TEXT-LEN(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX) TO MSG-TAIL-LEN
                    PERFORM AppendMessageTail
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                END-PERFORM
            END-IF

        WHEN COMMAND-TEXT(1:10) = "mail clear"
            MOVE 0 TO PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID))
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.cleared" "Mailbox cleared" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN OTHER
                INTO MAIL-TARGET
                WITH POINTER MAIL-ARG-POS
            IF MAIL-TARGET = SPACES OR 10 + MAIL-ARG-POS > COMMAND-TEXT-LEN
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.usage"
                    "Usage: /mail send <player> <message>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF MAIL-TARGET-CLIENT > 0
                MOVE CLIENT-PLAYER(MAIL-TARGET-CLIENT) TO MAIL-TARGET-PLAYER
                IF PLAYER-MAIL-COUNT(MAIL-TARGET-PLAYER) >= 10
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.full" "That mailbox is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    EXIT SECTION
                END-IF
                MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO PLAYER-MAIL-FROM(MAIL-TARGET-PLAYER, PLAYER-MAIL-COUNT(MAIL-TARGET-PLAYER))
                MOVE MAIL-BODY TO PLAYER-MAIL-TEXT(MAIL-TARGET-PLAYER, PLAYER-MAIL-COUNT(MAIL-TARGET-PLAYER))
                MOVE MAIL-BODY-LEN TO PLAYER-MAIL-TEXT-LEN(MAIL-TARGET-PLAYER, PLAYER-MAIL-COUNT(MAIL-TARGET-PLAYER))
                MOVE SPACES TO MSG-ARGS
                MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(MAIL-TARGET-CLIENT) "mail.new"
                    "You have new mail from {1} - /mail read" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(MAIL-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            ELSE
                *> a recipient who played earlier this run still has a cached
                END-PERFORM
                IF MAIL-TARGET-PLAYER > 0
                    IF PLAYER-MAIL-COUNT(MAIL-TARGET-PLAYER) >= 10
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.full" "That mailbox is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                    CALL "Player-SaveData" USING MAIL-TARGET-PLAYER IO-FAILURE
                ELSE
                    *> truly offline with no cached slot: round-trip the
                    *> recipient's save file through a free (or reclaimed)
                    *> player slot, scrubbed afterward so CompleteLoginStart
                    *> can never mistake it for a live player
                    PERFORM ReclaimPlayerSlot
                    MOVE RECLAIM-SLOT TO MAIL-SCRATCH-SLOT
                    IF MAIL-SCRATCH-SLOT = 0
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.busy"
                            "The mail system is busy - try again later" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                        *> saving near-defaults over it is exactly the
                        *> overwrite the version gate exists to prevent
                        INITIALIZE PLAYERS(MAIL-SCRATCH-SLOT)
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.newer-build"
                            "That mailbox needs a newer server build" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                    IF IO-FAILURE = 3
                        *> the recipient's file is unreadable or quarantined -
                        *> the same overwrite, so the mail waits for staff
                        INITIALIZE PLAYERS(MAIL-SCRATCH-SLOT)
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.unavailable"
                            "That mailbox is unavailable - ask staff" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                    IF PLAYER-MAIL-COUNT(MAIL-SCRATCH-SLOT) >= 10
                        INITIALIZE PLAYERS(MAIL-SCRATCH-SLOT)
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.full" "That mailbox is full" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                    CALL "Player-SaveData" USING MAIL-SCRATCH-SLOT IO-FAILURE
                    INITIALIZE PLAYERS(MAIL-SCRATCH-SLOT)
                    IF IO-FAILURE NOT = 0
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.queue-failed"
                            "Could not queue the mail - see the log" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                END-IF
            END-IF

            MOVE SPACES TO MSG-ARGS
            MOVE MAIL-TARGET TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.sent" "Mail sent to {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
    END-EVALUATE

    EXIT SECTION.

HandleBankCommand SECTION.
    *> "/balance", "/pay <player> <amount>", "/deposit [amount]" and
    *> "/withdraw <amount>". Emeralds are the currency; the bank balance is
    *> just emeralds that don't have to be carried. /deposit takes held emeralds
    *> (all of them unless an amount is given) into the balance, /withdraw pays
    *> up to one stack back out, and /pay moves balance to anyone who has ever
    *> played, online or not. Every movement lands in the bank ledger and both
    *> sides are saved straight away - see BankCreditAccount/BankDebitPlayer.
    MOVE SPACES TO BANK-VERB BANK-ARG-1 BANK-ARG-2
    MOVE 1 TO BANK-ARG-POS
    UNSTRING COMMAND-TEXT(1:COMMAND-TEXT-LEN) DELIMITED BY ALL SPACES
        INTO BANK-VERB BANK-ARG-1 BANK-ARG-2
        WITH POINTER BANK-ARG-POS
    CALL "Items-Get-Id" USING C-MINECRAFT-EMERALD BANK-EMERALD-ID

    EVALUATE BANK-VERB
        WHEN "balance"
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM1
            MOVE SPACES TO MSG-ARGS
            MOVE LOG-NUM1 TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.balance" "Your bank balance is {1} emerald(s)" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN "deposit"
            MOVE 0 TO BANK-TALLY
            PERFORM VARYING BANK-SCAN-SLOT FROM 10 BY 1 UNTIL BANK-SCAN-SLOT > 45
                IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT) = BANK-EMERALD-ID
                    ADD PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT) TO BANK-TALLY
                END-IF
            END-PERFORM
            IF BANK-ARG-1 = SPACES
                MOVE BANK-TALLY TO BANK-AMOUNT
            ELSE
                MOVE 0 TO BANK-AMOUNT
                IF FUNCTION TEST-NUMVAL(BANK-ARG-1) = 0
                    COMPUTE BANK-AMOUNT = FUNCTION NUMVAL(BANK-ARG-1)
                END-IF
                IF BANK-AMOUNT < 1
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.deposit-usage" "Usage: /deposit [amount]" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    EXIT SECTION
                END-IF
            END-IF
            IF BANK-AMOUNT < 1 OR BANK-TALLY < BANK-AMOUNT
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.not-carrying" "You are not carrying that many emeralds" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) + BANK-AMOUNT > C-BANK-MAX-BALANCE
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.account-full" "Your bank account cannot hold that much" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            *> take the emeralds out of the inventory, the same walk ShopBuyClick
            *> uses for a payment
            MOVE BANK-AMOUNT TO BANK-REMAINING
            PERFORM VARYING BANK-SCAN-SLOT FROM 10 BY 1 UNTIL BANK-SCAN-SLOT > 45 OR BANK-REMAINING = 0
                IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT) = BANK-EMERALD-ID
                    AND PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT) > 0
                    COMPUTE BANK-TALLY = FUNCTION MIN(BANK-REMAINING, PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT))
                    SUBTRACT BANK-TALLY FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT)
                    SUBTRACT BANK-TALLY FROM BANK-REMAINING
                    IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT) = 0
                        MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BANK-SCAN-SLOT)
                    END-IF
                END-IF
            END-PERFORM
            ADD BANK-AMOUNT TO PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID))
            CALL "Player-ValidateInventory" USING CLIENT-PLAYER(CLIENT-ID)
            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
            PERFORM HandleClientError
            CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE
            MOVE "deposit" TO BANK-LEDGER-KIND
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-ACCOUNT
            MOVE "-" TO BANK-LEDGER-OTHER
            MOVE BANK-AMOUNT TO BANK-LEDGER-DELTA
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-BALANCE
            PERFORM AppendBankLedger
            MOVE BANK-AMOUNT TO LOG-NUM1
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM2
            MOVE SPACES TO MSG-ARGS
            MOVE LOG-NUM1 TO MSG-ARG(1)
            MOVE LOG-NUM2 TO MSG-ARG(2)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.deposited" "Deposited {1} emerald(s) - balance {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN "withdraw"
            MOVE 0 TO BANK-AMOUNT
            IF FUNCTION TEST-NUMVAL(BANK-ARG-1) = 0
                COMPUTE BANK-AMOUNT = FUNCTION NUMVAL(BANK-ARG-1)
            END-IF
            IF BANK-AMOUNT < 1 OR BANK-AMOUNT > 64
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.withdraw-usage" "Usage: /withdraw <1-64>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) < BANK-AMOUNT
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.balance-too-low" "Your bank balance is too low" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            MOVE BANK-EMERALD-ID TO CLICK-ITEM-ID
            MOVE BANK-AMOUNT TO CLICK-ITEM-COUNT
            MOVE 10 TO SHIFT-SCAN-LOW
            MOVE 45 TO SHIFT-SCAN-HIGH
            PERFORM FindPlayerInventoryDest
            IF SHIFT-DEST-FOUND = 0
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.no-room" "You have no room for the emeralds" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) = 0
                MOVE BANK-EMERALD-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
            END-IF
            ADD BANK-AMOUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
            SUBTRACT BANK-AMOUNT FROM PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID))
            CALL "Player-ValidateInventory" USING CLIENT-PLAYER(CLIENT-ID)
            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
            PERFORM HandleClientError
            CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE
            MOVE "withdraw" TO BANK-LEDGER-KIND
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-ACCOUNT
            MOVE "-" TO BANK-LEDGER-OTHER
            COMPUTE BANK-LEDGER-DELTA = 0 - BANK-AMOUNT
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-BALANCE
            PERFORM AppendBankLedger
            MOVE BANK-AMOUNT TO LOG-NUM1
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM2
            MOVE SPACES TO MSG-ARGS
            MOVE LOG-NUM1 TO MSG-ARG(1)
            MOVE LOG-NUM2 TO MSG-ARG(2)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.withdrew" "Withdrew {1} emerald(s) - balance {2}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

        WHEN OTHER
            *> pay <player> <amount>
            MOVE 0 TO BANK-AMOUNT
            IF FUNCTION TEST-NUMVAL(BANK-ARG-2) = 0
                COMPUTE BANK-AMOUNT = FUNCTION NUMVAL(BANK-ARG-2)
            END-IF
            IF BANK-ARG-1 = SPACES OR BANK-AMOUNT < 1
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.pay-usage" "Usage: /pay <player> <amount>" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF BANK-ARG-1 = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.pay-self" "You cannot pay yourself" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            IF PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) < BANK-AMOUNT
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.balance-too-low" "Your bank balance is too low" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            *> the credit is the leg that can fail (unknown or unloadable
            *> payee), so it goes first; the debit after it cannot fail
            MOVE BANK-ARG-1 TO BANK-CREDIT-NAME
            MOVE "pay-in" TO BANK-LEDGER-KIND
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-OTHER
            PERFORM BankCreditAccount
            IF BANK-CREDIT-OK = 0
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF
            MOVE "pay-out" TO BANK-LEDGER-KIND
            MOVE BANK-ARG-1 TO BANK-LEDGER-OTHER
            PERFORM BankDebitPlayer
            MOVE BANK-AMOUNT TO LOG-NUM1
            MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM2
            MOVE SPACES TO MSG-ARGS
            MOVE LOG-NUM1 TO MSG-ARG(1)
            MOVE BANK-ARG-1 TO MSG-ARG(2)
            MOVE LOG-NUM2 TO MSG-ARG(3)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.paid" "Paid {1} emerald(s) to {2} - balance {3}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
    END-EVALUATE

    EXIT SECTION.

BankCreditAccount SECTION.
    *> Adds BANK-AMOUNT to BANK-CREDIT-NAME's balance and writes the
    *> BANK-LEDGER-KIND ledger line (counterparty BANK-LEDGER-OTHER), setting
    *> BANK-CREDIT-OK to 1; on failure BANK-CREDIT-OK is 0, CHAT-TEXT holds the
    *> reason and nothing has moved. The account is found the same three ways
    *> HandleMailCommand finds a mailbox: an online player, a cached offline
    *> slot, or the save file round-tripped through a scratch slot. Someone
    *> with no save file has never played and so has no account.
    MOVE 0 TO BANK-CREDIT-OK
    MOVE 0 TO BANK-TARGET-CLIENT
    MOVE 0 TO BANK-TARGET-PLAYER
    MOVE 0 TO BANK-SCRATCH-SLOT
    PERFORM VARYING BANK-INDEX FROM 1 BY 1 UNTIL BANK-INDEX > MAX-PLAYERS OR BANK-TARGET-PLAYER > 0
        IF USERNAME-LENGTH(BANK-INDEX) > 0
            AND USERNAME(BANK-INDEX)(1:USERNAME-LENGTH(BANK-INDEX)) = FUNCTION TRIM(BANK-CREDIT-NAME)
            MOVE BANK-INDEX TO BANK-TARGET-PLAYER
            MOVE PLAYER-CLIENT(BANK-INDEX) TO BANK-TARGET-CLIENT
        END-IF
    END-PERFORM

    IF BANK-TARGET-PLAYER = 0
        PERFORM ReclaimPlayerSlot
        MOVE RECLAIM-SLOT TO BANK-SCRATCH-SLOT
        IF BANK-SCRATCH-SLOT = 0
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.busy" "The bank is busy - try again later" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            EXIT SECTION
        END-IF
        INITIALIZE PLAYERS(BANK-SCRATCH-SLOT)
        MOVE SPACES TO USERNAME(BANK-SCRATCH-SLOT)
        MOVE FUNCTION TRIM(BANK-CREDIT-NAME) TO USERNAME(BANK-SCRATCH-SLOT)
        COMPUTE USERNAME-LENGTH(BANK-SCRATCH-SLOT) = FUNCTION LENGTH(FUNCTION TRIM(BANK-CREDIT-NAME))
        CALL "Player-LoadData" USING BANK-SCRATCH-SLOT IO-FAILURE
        *> Player-LoadData keeps the defaults when there is no file at all, so
        *> the file itself is what proves the account exists
        CALL "Player-DataFileName" USING USERNAME(BANK-SCRATCH-SLOT) USERNAME-LENGTH(BANK-SCRATCH-SLOT) BANK-DATA-FILE-NAME
        CALL "Files-Size" USING BANK-DATA-FILE-NAME BANK-DATA-FILE-SIZE
        IF IO-FAILURE NOT = 0 OR BANK-DATA-FILE-SIZE = 0
            *> no save file = never played; 2 = written by a newer build and
            *> 3 = quarantined, neither of which may be saved over with
            *> near-defaults
            INITIALIZE PLAYERS(BANK-SCRATCH-SLOT)
            MOVE SPACES TO MSG-ARGS
            MOVE BANK-CREDIT-NAME TO MSG-ARG(1)
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.no-account" "No bank account for {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            EXIT SECTION
        END-IF
        MOVE BANK-SCRATCH-SLOT TO BANK-TARGET-PLAYER
    END-IF

    IF PLAYER-BALANCE(BANK-TARGET-PLAYER) + BANK-AMOUNT > C-BANK-MAX-BALANCE
        IF BANK-SCRATCH-SLOT > 0
            INITIALIZE PLAYERS(BANK-SCRATCH-SLOT)
        END-IF
        MOVE SPACES TO MSG-ARGS
        MOVE BANK-CREDIT-NAME TO MSG-ARG(1)
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.payee-full" "{1}'s bank account cannot hold that much" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF

    ADD BANK-AMOUNT TO PLAYER-BALANCE(BANK-TARGET-PLAYER)
    CALL "Player-SaveData" USING BANK-TARGET-PLAYER IO-FAILURE
    IF IO-FAILURE NOT = 0 AND BANK-SCRATCH-SLOT > 0
        *> the scratch copy is all there is - if it can't be written the
        *> credit never happened
        INITIALIZE PLAYERS(BANK-SCRATCH-SLOT)
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bank.unreachable" "Could not reach that bank account - see the log" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        EXIT SECTION
    END-IF

    MOVE BANK-CREDIT-NAME TO BANK-LEDGER-ACCOUNT
    MOVE BANK-AMOUNT TO BANK-LEDGER-DELTA
    MOVE PLAYER-BALANCE(BANK-TARGET-PLAYER) TO BANK-LEDGER-BALANCE
    PERFORM AppendBankLedger
    MOVE 1 TO BANK-CREDIT-OK

    IF BANK-SCRATCH-SLOT > 0
        INITIALIZE PLAYERS(BANK-SCRATCH-SLOT)
    ELSE
        IF BANK-TARGET-CLIENT > 0
            IF CLIENT-PRESENT(BANK-TARGET-CLIENT) = 1 AND CLIENT-STATE(BANK-TARGET-CLIENT) = CLIENT-STATE-PLAY
                MOVE BANK-AMOUNT TO LOG-NUM1
                MOVE SPACES TO MSG-ARGS
                MOVE LOG-NUM1 TO MSG-ARG(1)
                MOVE BANK-LEDGER-OTHER TO MSG-ARG(2)
                CALL "Messages-Format" USING BANK-TARGET-PLAYER "bank.received" "{1} emerald(s) from {2} paid into your bank account" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(BANK-TARGET-CLIENT) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF
        END-IF
    END-IF

    EXIT SECTION.

BankDebitPlayer SECTION.
    *> Takes BANK-AMOUNT off CLIENT-ID's player's balance (the caller has
    *> already checked it is there), saves them and writes the BANK-LEDGER-KIND
    *> ledger line with counterparty BANK-LEDGER-OTHER.
    SUBTRACT BANK-AMOUNT FROM PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID))
    CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE
    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-ACCOUNT
    COMPUTE BANK-LEDGER-DELTA = 0 - BANK-AMOUNT
    MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-BALANCE
    PERFORM AppendBankLedger

    EXIT SECTION.

AppendBankLedger SECTION.
    *> One BANK-LEDGER-KIND line for BANK-LEDGER-ACCOUNT: the signed movement
    *> BANK-LEDGER-DELTA, the balance it left behind and the counterparty ("-"
    *> for deposits and withdrawals). Append-only, like the shop ledger; the
    *> balance column lets BankReconcile check each account's chain line by line.
    MOVE FUNCTION CURRENT-DATE TO BANK-LEDGER-STAMP
    MOVE BANK-LEDGER-DELTA TO BANK-LEDGER-NUM-DELTA
    MOVE BANK-LEDGER-BALANCE TO BANK-LEDGER-NUM-BALANCE
    MOVE SPACES TO BANK-LEDGER-LINE
    MOVE 1 TO BANK-LEDGER-POS
    STRING BANK-LEDGER-STAMP(1:14) " " FUNCTION TRIM(BANK-LEDGER-KIND) " "
        FUNCTION TRIM(BANK-LEDGER-ACCOUNT) " " FUNCTION TRIM(BANK-LEDGER-NUM-DELTA) " "
        FUNCTION TRIM(BANK-LEDGER-NUM-BALANCE) " " FUNCTION TRIM(BANK-LEDGER-OTHER)
        INTO BANK-LEDGER-LINE WITH POINTER BANK-LEDGER-POS
    COMPUTE BANK-LEDGER-LEN = BANK-LEDGER-POS - 1
    CALL "Files-AppendLine" USING BANK-LEDGER-NAME BANK-LEDGER-LINE(1:BANK-LEDGER-LEN) IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 1 TO LOG-TEXT-POS
        STRING "Failed to append to the bank ledger: " BANK-LEDGER-LINE(1:BANK-LEDGER-LEN) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    EXIT SECTION.

HandleLanguageCommand SECTION.
    *> "/language" shows which language the player's messages are in,
    *> "/language <code>" (e.g. es, pt_br) picks one and "/language auto" goes
    *> back to following the game client's own language setting. The choice is
    *> saved with the player data; a message with no translation in the chosen
    *> language still comes out in English - see Messages-Format.
    MOVE SPACES TO LANGUAGE-TAG
    IF COMMAND-TEXT-LEN > 9
        MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(COMMAND-TEXT(10:COMMAND-TEXT-LEN - 9))) TO LANGUAGE-TAG
    END-IF
    MOVE SPACES TO MSG-ARGS

    EVALUATE TRUE
        WHEN LANGUAGE-TAG = SPACES
            IF PLAYER-LANGUAGE(CLIENT-PLAYER(CLIENT-ID)) NOT = SPACES
                MOVE PLAYER-LANGUAGE(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "language.current-chosen" "Your messages are in {1} - /language auto to follow your game client" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE PLAYER-LOCALE(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
                IF MSG-ARG(1) = SPACES
                    MOVE "en" TO MSG-ARG(1)
                END-IF
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "language.current-client" "Your messages follow your game client ({1}) - /language <code> to choose, e.g. es or pt_br" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF

        WHEN LANGUAGE-TAG = "auto"
            MOVE SPACES TO PLAYER-LANGUAGE(CLIENT-PLAYER(CLIENT-ID))
            CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE
            MOVE PLAYER-LOCALE(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            IF MSG-ARG(1) = SPACES
                MOVE "en" TO MSG-ARG(1)
            END-IF
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "language.auto" "Your messages now follow your game client ({1})" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN

        WHEN OTHER
            PERFORM CheckLanguageTag
            IF LANGUAGE-TAG-OK = 0
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "language.usage" "Usage: /language [<code>|auto] - a code such as es or pt_br" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE LANGUAGE-TAG TO PLAYER-LANGUAGE(CLIENT-PLAYER(CLIENT-ID))
                CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE
                *> already in the new language, so the player sees it take effect
                MOVE LANGUAGE-TAG TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "language.set" "Your messages are now in {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
    END-EVALUATE
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    EXIT SECTION.

CheckLanguageTag SECTION.
    *> Sets LANGUAGE-TAG-OK to 1 when LANGUAGE-TAG looks like a language code
    *> ("es", "pt_br", ...): 2-16 lower-case letters and underscores, starting
    *> with a letter. It names a file under save/messages/, so nothing else
    *> may get through - a client's locale is just as untrusted as a command.
    MOVE 0 TO LANGUAGE-TAG-OK
    COMPUTE LANGUAGE-TAG-LEN = FUNCTION LENGTH(FUNCTION TRIM(LANGUAGE-TAG TRAILING))
    IF LANGUAGE-TAG = SPACES OR LANGUAGE-TAG-LEN < 2 OR LANGUAGE-TAG(1:1) < "a" OR LANGUAGE-TAG(1:1) > "z"
        EXIT SECTION
    END-IF
    PERFORM VARYING LANGUAGE-CHAR-INDEX FROM 1 BY 1 UNTIL LANGUAGE-CHAR-INDEX > LANGUAGE-TAG-LEN
        IF NOT ((LANGUAGE-TAG(LANGUAGE-CHAR-INDEX:1) >= "a" AND LANGUAGE-TAG(LANGUAGE-CHAR-INDEX:1) <= "z")
                OR LANGUAGE-TAG(LANGUAGE-CHAR-INDEX:1) = "_")
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 1 TO LANGUAGE-TAG-OK

    EXIT SECTION.

HandleChestCommand SECTION.
    *> "/chest lock" and "/chest unlock", acting on the chest the player currently
    *> has open. Locking is the owner's privilege; unlocking works for the owner
    *> and - the escape hatch for orphaned chests - for any op.
    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) NOT = 1 OR CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.open-first"
            "Open the chest first, then /chest lock or unlock" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
                    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO CONTAINER-OWNER(CONTAINER-INDEX)
                END-IF
                MOVE 1 TO CONTAINER-LOCKED(CONTAINER-INDEX)
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.locked" "Chest locked" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.lock-owner-only"
                    "Only the owner may lock this chest" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
        WHEN COMMAND-TEXT-LEN = 12 AND COMMAND-TEXT(1:12) = "chest unlock"
            IF CONTAINER-OWNER(CONTAINER-INDEX) = USERNAME(CLIENT-PLAYER(CLIENT-ID)) OR ACCESS-CHECK-RESULT = 1
                MOVE 0 TO CONTAINER-LOCKED(CONTAINER-INDEX)
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.unlocked" "Chest unlocked" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            ELSE
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.unlock-owner-only"
                    "Only the owner or an op may unlock this chest" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            END-IF
        WHEN OTHER
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.usage" "Usage: /chest lock | /chest unlock" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-EVALUATE
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    *> block" handler. Line 2 is "sell <item> [count]", line 3 "<price> emeralds";
    *> the stock comes out of the owned chest the sign stands on (or against) and
    *> the payment goes into it, so the shop keeps working while its owner is
    *> offline. A fourth line reading "bank" settles the price between the two
    *> bank accounts instead (see BankCreditAccount), so neither side needs
    *> emeralds on hand. Every leg of the exchange is validated before anything
    *> moves.
    MOVE TEMP-POSITION TO SHOP-CHEST-POSITION
    COMPUTE SHOP-CHEST-Y = TEMP-POSITION-Y - 1
    CALL "World-FindContainer" USING SHOP-CHEST-POSITION SHOP-CONTAINER-INDEX
        CALL "World-FindContainer" USING SHOP-CHEST-POSITION SHOP-CONTAINER-INDEX
    END-IF
    IF SHOP-CONTAINER-INDEX = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.no-chest" "This shop sign has no chest behind it" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    *> only an owned chest can be a shop - ownership is what keeps the stock and
    *> the takings safe between visits (see "/chest lock")
    IF CONTAINER-OWNER(SHOP-CONTAINER-INDEX) = SPACES
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.no-owner" "This shop's chest has no owner" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    IF CONTAINER-OWNER(SHOP-CONTAINER-INDEX) = USERNAME(CLIENT-PLAYER(CLIENT-ID))
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.own-shop" "This is your own shop - open the chest to restock it" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF
    *> anyone could hang a cut-price sign beside a stranger's chest and
    *> drain it at a price they chose themselves
    IF SIGN-OWNER(SHOP-SIGN-INDEX) NOT = CONTAINER-OWNER(SHOP-CONTAINER-INDEX)
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.not-owner" "Only the chest's owner may put up its shop sign" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF

    PERFORM ShopReadSign
    IF SHOP-TRADE-OK = 0
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.bad-sign" "This shop sign is not set up correctly" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
        EXIT SECTION
    END-IF

    *> validate every leg before anything moves: the buyer's emeralds (or bank
    *> balance), the chest's stock, room for the goods in the buyer's
    *> inventory, and room for the payment in the chest
    MOVE 1 TO SHOP-TRADE-OK
    MOVE 0 TO SHOP-TALLY
    IF SHOP-BANK-SETTLE = 1
        MOVE PLAYER-BALANCE(CLIENT-PLAYER(CLIENT-ID)) TO SHOP-TALLY
    ELSE
        PERFORM VARYING SHOP-SCAN-SLOT FROM 10 BY 1 UNTIL SHOP-SCAN-SLOT > 45
            IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT) = SHOP-EMERALD-ID
                ADD PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT) TO SHOP-TALLY
            END-IF
        END-PERFORM
    END-IF
    IF SHOP-TALLY < SHOP-PRICE
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.cannot-afford" "You cannot afford this" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
        MOVE 0 TO SHOP-TRADE-OK
    END-IF

                ADD CONTAINER-SLOT-COUNT-VAL(SHOP-CONTAINER-INDEX, SHOP-SCAN-SLOT) TO SHOP-TALLY
            END-IF
        END-PERFORM
        MOVE SHOP-TALLY TO SHOP-STOCK
        IF SHOP-TALLY < SHOP-ITEM-COUNT
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.out-of-stock" "This shop is out of stock" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            MOVE 0 TO SHOP-TRADE-OK
            *> an empty shop is worth knowing about too - see ShopReport
            MOVE "empty" TO SHOP-LEDGER-KIND
            PERFORM AppendShopLedger
        END-IF
    END-IF

        MOVE 45 TO SHIFT-SCAN-HIGH
        PERFORM FindPlayerInventoryDest
        IF SHIFT-DEST-FOUND = 0
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.no-room" "You have no room for the goods" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            MOVE 0 TO SHOP-TRADE-OK
        END-IF
    END-IF

    IF SHOP-TRADE-OK = 1 AND SHOP-BANK-SETTLE = 0
        MOVE SHOP-EMERALD-ID TO CLICK-ITEM-ID
        MOVE SHOP-PRICE TO CLICK-ITEM-COUNT
        MOVE SHOP-CONTAINER-INDEX TO CONTAINER-INDEX
        PERFORM FindContainerDest
        IF SHIFT-DEST-FOUND = 0
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.chest-full" "This shop has no room for the payment" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
            MOVE 0 TO SHOP-TRADE-OK
        END-IF
    END-IF

    *> everything checked out - apply the exchange. Payment first: take the
    *> emeralds out of the buyer and drop them into the reserved chest slot.
    *> A bank-settled shop credits the owner's account instead - the one leg
    *> that can still fail, so it goes before the buyer is debited.
    IF SHOP-BANK-SETTLE = 1
        MOVE SHOP-PRICE TO BANK-AMOUNT
        MOVE CONTAINER-OWNER(SHOP-CONTAINER-INDEX) TO BANK-CREDIT-NAME
        MOVE "shop-in" TO BANK-LEDGER-KIND
        MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO BANK-LEDGER-OTHER
        PERFORM BankCreditAccount
        IF BANK-CREDIT-OK = 0
            CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            EXIT SECTION
        END-IF
        MOVE "shop-out" TO BANK-LEDGER-KIND
        MOVE CONTAINER-OWNER(SHOP-CONTAINER-INDEX) TO BANK-LEDGER-OTHER
        PERFORM BankDebitPlayer
    ELSE
        MOVE SHOP-PRICE TO SHOP-REMAINING
        PERFORM VARYING SHOP-SCAN-SLOT FROM 10 BY 1 UNTIL SHOP-SCAN-SLOT > 45 OR SHOP-REMAINING = 0
            IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT) = SHOP-EMERALD-ID
                AND PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT) > 0
                COMPUTE SHOP-TALLY = FUNCTION MIN(SHOP-REMAINING, PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT))
                SUBTRACT SHOP-TALLY FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT)
                SUBTRACT SHOP-TALLY FROM SHOP-REMAINING
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT) = 0
                    MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHOP-SCAN-SLOT)
                END-IF
            END-IF
        END-PERFORM
        IF CONTAINER-SLOT-COUNT-VAL(SHOP-CONTAINER-INDEX, SHIFT-DEST-SLOT) = 0
            MOVE SHOP-EMERALD-ID TO CONTAINER-SLOT-ID(SHOP-CONTAINER-INDEX, SHIFT-DEST-SLOT)
        END-IF
        ADD SHOP-PRICE TO CONTAINER-SLOT-COUNT-VAL(SHOP-CONTAINER-INDEX, SHIFT-DEST-SLOT)
    END-IF

    *> then the goods: out of the chest, into the buyer
    MOVE SHOP-ITEM-COUNT TO SHOP-REMAINING
        MOVE 1 TO WORLD-CHUNK-DIRTY(CHUNK-INDEX)
    END-IF

    CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
    PERFORM HandleClientError
    *> a viewer with the shop chest open sees the stock change on the spot
    IF CONTAINER-VIEWER-CLIENT(SHOP-CONTAINER-INDEX) > 0

    MOVE SHOP-ITEM-COUNT TO LOG-NUM1
    MOVE SHOP-PRICE TO LOG-NUM2
    MOVE SPACES TO MSG-ARGS
    MOVE LOG-NUM1 TO MSG-ARG(1)
    MOVE SHOP-ITEM-NAME TO MSG-ARG(2)
    MOVE LOG-NUM2 TO MSG-ARG(3)
    MOVE CONTAINER-OWNER(SHOP-CONTAINER-INDEX) TO MSG-ARG(4)
    IF SHOP-BANK-SETTLE = 1
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.bought-bank" "Bought {1} {2} for {3} emerald(s) from {4}, paid from your bank account" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    ELSE
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "shop.bought" "Bought {1} {2} for {3} emerald(s) from {4}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-IF
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    SUBTRACT SHOP-ITEM-COUNT FROM SHOP-STOCK
    MOVE "sale" TO SHOP-LEDGER-KIND
    PERFORM AppendShopLedger

    EXIT SECTION.

ShopReadSign SECTION.
    *> Reads the offer off the "[shop]" sign SHOP-SIGN-INDEX into SHOP-ITEM-NAME,
    *> SHOP-ITEM-ID, SHOP-ITEM-COUNT, SHOP-PRICE and SHOP-BANK-SETTLE, leaving
    *> SHOP-TRADE-OK 0 when the sign is not set up correctly - see ShopBuyClick
    *> and ShopStockOnClose.
    MOVE 0 TO SHOP-TRADE-OK

    *> line 2: "sell <item> [count]" - a bare item name (no namespace) gets the
    *> minecraft: prefix, so signs can stay readable
    MOVE SPACES TO SHOP-ARG-1 SHOP-ARG-2 SHOP-ARG-3
    MOVE SPACES TO SHOP-LINE-TEXT
    MOVE FUNCTION TRIM(SIGN-LINE-TEXT(SHOP-SIGN-INDEX, 2)) TO SHOP-LINE-TEXT
    MOVE 1 TO SHOP-ARG-POS
    UNSTRING SHOP-LINE-TEXT DELIMITED BY ALL SPACES
        INTO SHOP-ARG-1 SHOP-ARG-2 SHOP-ARG-3
        WITH POINTER SHOP-ARG-POS
    MOVE 0 TO SHOP-TALLY
    INSPECT SHOP-ARG-2 TALLYING SHOP-TALLY FOR ALL ":"
    MOVE SPACES TO SHOP-ITEM-NAME
    IF SHOP-TALLY > 0
        MOVE SHOP-ARG-2 TO SHOP-ITEM-NAME
    ELSE
        STRING "minecraft:" FUNCTION TRIM(SHOP-ARG-2) INTO SHOP-ITEM-NAME
    END-IF
    IF SHOP-ARG-3 = SPACES
        MOVE 1 TO SHOP-ITEM-COUNT
    ELSE
        COMPUTE SHOP-ITEM-COUNT = FUNCTION NUMVAL(SHOP-ARG-3)
    END-IF
    IF FUNCTION TRIM(SHOP-ARG-1) NOT = "sell"
        EXIT SECTION
    END-IF

    *> line 3: "<price> emeralds"
    MOVE SPACES TO SHOP-ARG-1
    MOVE SPACES TO SHOP-LINE-TEXT
    MOVE FUNCTION TRIM(SIGN-LINE-TEXT(SHOP-SIGN-INDEX, 3)) TO SHOP-LINE-TEXT
    MOVE 1 TO SHOP-ARG-POS
    UNSTRING SHOP-LINE-TEXT DELIMITED BY ALL SPACES
        INTO SHOP-ARG-1
        WITH POINTER SHOP-ARG-POS
    COMPUTE SHOP-PRICE = FUNCTION NUMVAL(SHOP-ARG-1)

    *> line 4: "bank" for a shop that settles through the bank
    MOVE 0 TO SHOP-BANK-SETTLE
    IF FUNCTION LOWER-CASE(FUNCTION TRIM(SIGN-LINE-TEXT(SHOP-SIGN-INDEX, 4))) = "bank"
        MOVE 1 TO SHOP-BANK-SETTLE
    END-IF

    CALL "Items-Get-Id" USING SHOP-ITEM-NAME SHOP-ITEM-ID
    CALL "Items-Get-Id" USING C-MINECRAFT-EMERALD SHOP-EMERALD-ID
    IF SHOP-ITEM-ID <= 0 OR SHOP-ITEM-COUNT < 1 OR SHOP-ITEM-COUNT > 64
        OR SHOP-PRICE < 1 OR SHOP-PRICE > 64
        EXIT SECTION
    END-IF
    MOVE 1 TO SHOP-TRADE-OK


    EXIT SECTION.

ShopStockOnClose SECTION.
    *> CLIENT-ID's player is closing chest SHOP-CONTAINER-INDEX. When they own
    *> it and their own "[shop]" sign stands on or against it - the same
    *> placements ShopBuyClick looks behind a sign for - the units of the
    *> sign's item now in the chest go into the shop ledger as a "stock" line,
    *> so ShopReport can tell a shop that was restocked from one that stayed
    *> empty even when nobody tried to buy from it.
    IF CLIENT-PLAYER(CLIENT-ID) = 0
        EXIT SECTION
    END-IF
    IF CONTAINER-OWNER(SHOP-CONTAINER-INDEX) NOT = USERNAME(CLIENT-PLAYER(CLIENT-ID))
        EXIT SECTION
    END-IF
    *> the sign is looked up in the chest's own dimension
    MOVE WORLD-ACTIVE-DIM TO SAVED-WORLD-DIM
    MOVE CONTAINER-DIM(SHOP-CONTAINER-INDEX) TO WORLD-ACTIVE-DIM
    MOVE CONTAINER-X(SHOP-CONTAINER-INDEX) TO SHOP-SIGN-X
    COMPUTE SHOP-SIGN-Y = CONTAINER-Y(SHOP-CONTAINER-INDEX) + 1
    MOVE CONTAINER-Z(SHOP-CONTAINER-INDEX) TO SHOP-SIGN-Z
    PERFORM ShopCheckSign
    IF SHOP-SIGN-INDEX = 0
        COMPUTE SHOP-SIGN-X = CONTAINER-X(SHOP-CONTAINER-INDEX) + 1
        MOVE CONTAINER-Y(SHOP-CONTAINER-INDEX) TO SHOP-SIGN-Y
        PERFORM ShopCheckSign
    END-IF
    IF SHOP-SIGN-INDEX = 0
        COMPUTE SHOP-SIGN-X = CONTAINER-X(SHOP-CONTAINER-INDEX) - 1
        PERFORM ShopCheckSign
    END-IF
    IF SHOP-SIGN-INDEX = 0
        MOVE CONTAINER-X(SHOP-CONTAINER-INDEX) TO SHOP-SIGN-X
        COMPUTE SHOP-SIGN-Z = CONTAINER-Z(SHOP-CONTAINER-INDEX) + 1
        PERFORM ShopCheckSign
    END-IF
    IF SHOP-SIGN-INDEX = 0
        COMPUTE SHOP-SIGN-Z = CONTAINER-Z(SHOP-CONTAINER-INDEX) - 1
        PERFORM ShopCheckSign
    END-IF
    MOVE SAVED-WORLD-DIM TO WORLD-ACTIVE-DIM
    IF SHOP-SIGN-INDEX = 0
        EXIT SECTION
    END-IF

    MOVE 0 TO SHOP-STOCK
    PERFORM VARYING SHOP-SCAN-SLOT FROM 1 BY 1 UNTIL SHOP-SCAN-SLOT > CONTAINER-SLOT-COUNT
        IF CONTAINER-SLOT-ID(SHOP-CONTAINER-INDEX, SHOP-SCAN-SLOT) = SHOP-ITEM-ID
            ADD CONTAINER-SLOT-COUNT-VAL(SHOP-CONTAINER-INDEX, SHOP-SCAN-SLOT) TO SHOP-STOCK
        END-IF
    END-PERFORM
    MOVE "stock" TO SHOP-LEDGER-KIND
    PERFORM AppendShopLedger

    EXIT SECTION.

ShopCheckSign SECTION.
    *> SHOP-SIGN-INDEX for a working "[shop]" sign at SHOP-SIGN-POSITION written
    *> by the owner of chest SHOP-CONTAINER-INDEX (its offer read by
    *> ShopReadSign), or 0
    CALL "World-FindSign" USING SHOP-SIGN-POSITION SHOP-SIGN-INDEX
    IF SHOP-SIGN-INDEX = 0
        EXIT SECTION
    END-IF
    IF FUNCTION TRIM(SIGN-LINE-TEXT(SHOP-SIGN-INDEX, 1)) NOT = "[shop]"
        OR SIGN-OWNER(SHOP-SIGN-INDEX) NOT = CONTAINER-OWNER(SHOP-CONTAINER-INDEX)
        MOVE 0 TO SHOP-SIGN-INDEX
        EXIT SECTION
    END-IF
    PERFORM ShopReadSign
    IF SHOP-TRADE-OK = 0
        MOVE 0 TO SHOP-SIGN-INDEX
    END-IF

    EXIT SECTION.

AppendShopLedger SECTION.
    *> One SHOP-LEDGER-KIND line for the shop ShopBuyClick or ShopStockOnClose
    *> is working on - the buyer (CLIENT-ID's player), the chest's owner,
    *> position and dimension, the sign's item, count and emerald price, and
    *> the SHOP-STOCK left in the chest. Append-only, like the audit trail;
    *> the offline ShopReport batch program turns it into the weekly
    *> per-owner/per-item sales report.
    MOVE FUNCTION CURRENT-DATE TO SHOP-LEDGER-STAMP
    MOVE CONTAINER-X(SHOP-CONTAINER-INDEX) TO SHOP-LEDGER-NUM-X
    MOVE CONTAINER-Y(SHOP-CONTAINER-INDEX) TO SHOP-LEDGER-NUM-Y
    MOVE CONTAINER-Z(SHOP-CONTAINER-INDEX) TO SHOP-LEDGER-NUM-Z
    MOVE CONTAINER-DIM(SHOP-CONTAINER-INDEX) TO SHOP-LEDGER-NUM-DIM
    MOVE SHOP-ITEM-COUNT TO SHOP-LEDGER-NUM-COUNT
    MOVE SHOP-PRICE TO SHOP-LEDGER-NUM-PRICE
    MOVE SHOP-STOCK TO SHOP-LEDGER-NUM-STOCK
    MOVE SPACES TO SHOP-LEDGER-LINE
    MOVE 1 TO SHOP-LEDGER-POS
    STRING SHOP-LEDGER-STAMP(1:14) " " FUNCTION TRIM(SHOP-LEDGER-KIND) " "
        USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) " "
        FUNCTION TRIM(CONTAINER-OWNER(SHOP-CONTAINER-INDEX)) " "
        FUNCTION TRIM(SHOP-LEDGER-NUM-X) " " FUNCTION TRIM(SHOP-LEDGER-NUM-Y) " "
        FUNCTION TRIM(SHOP-LEDGER-NUM-Z) " " SHOP-LEDGER-NUM-DIM " "
        FUNCTION TRIM(SHOP-ITEM-NAME) " " FUNCTION TRIM(SHOP-LEDGER-NUM-COUNT) " "
        FUNCTION TRIM(SHOP-LEDGER-NUM-PRICE) " " FUNCTION TRIM(SHOP-LEDGER-NUM-STOCK)
        INTO SHOP-LEDGER-LINE WITH POINTER SHOP-LEDGER-POS
    COMPUTE SHOP-LEDGER-LEN = SHOP-LEDGER-POS - 1
    CALL "Files-AppendLine" USING SHOP-LEDGER-NAME SHOP-LEDGER-LINE(1:SHOP-LEDGER-LEN) IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 1 TO LOG-TEXT-POS
        STRING "Failed to append to the shop ledger: " SHOP-LEDGER-LINE(1:SHOP-LEDGER-LEN) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    EXIT SECTION.

AdvancementCheckTick SECTION.
                    MOVE PLAYER-STAT-DISTANCE-CM(CLIENT-PLAYER(CLIENT-ID)) TO ADV-STAT-VALUE
                WHEN "diamondsMined"
                    MOVE PLAYER-STAT-DIAMONDS-MINED(CLIENT-PLAYER(CLIENT-ID)) TO ADV-STAT-VALUE
                WHEN "fishCaught"
                    MOVE PLAYER-STAT-FISH-CAUGHT(CLIENT-PLAYER(CLIENT-ID)) TO ADV-STAT-VALUE
            END-EVALUATE
            IF ADV-STAT-VALUE >= ADV-THRESHOLD(ADV-INDEX) AND ADV-THRESHOLD(ADV-INDEX) > 0
                ADD 1 TO PLAYER-ADV-COUNT(CLIENT-PLAYER(CLIENT-ID))
                MOVE ADV-ID(ADV-INDEX) TO PLAYER-ADV(CLIENT-PLAYER(CLIENT-ID), PLAYER-ADV-COUNT(CLIENT-PLAYER(CLIENT-ID)))
                MOVE SPACES TO MSG-ARGS
                MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
                MOVE ADV-TITLE(ADV-INDEX)(1:ADV-TITLE-LEN(ADV-INDEX)) TO MSG-ARG(2)
                MOVE "advancement.earned" TO MSG-ID
                MOVE "{1} earned [{2}]" TO MSG-DEFAULT
                MOVE "advancement" TO BRIDGE-KIND
                PERFORM BroadcastMessage
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

RewardLoginCheck SECTION.
    *> Runs as CLIENT-ID's player joins: first hands over whatever earlier
    *> rewards are still owed, then - on their first login of the day - the
    *> daily reward for their streak day. Logging in on the day after the last
    *> claim carries the streak on; any longer gap starts it again at day 1.
    *> The calendar repeats after REWARD-CYCLE-DAYS, so a long streak keeps
    *> paying out.
    IF PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID)) > 0
        PERFORM RewardRetryOwed
    END-IF
    IF REWARD-CYCLE-DAYS = 0
        EXIT SECTION
    END-IF
    MOVE FUNCTION CURRENT-DATE TO REWARD-LEDGER-STAMP
    MOVE REWARD-LEDGER-STAMP(1:8) TO REWARD-TODAY
    IF PLAYER-REWARD-LAST-DAY(CLIENT-PLAYER(CLIENT-ID)) = REWARD-TODAY
        EXIT SECTION
    END-IF

    COMPUTE REWARD-DATE-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(REWARD-TODAY)) - 1
    MOVE FUNCTION DATE-OF-INTEGER(REWARD-DATE-INT) TO REWARD-YESTERDAY
    IF PLAYER-REWARD-LAST-DAY(CLIENT-PLAYER(CLIENT-ID)) = REWARD-YESTERDAY
        ADD 1 TO PLAYER-REWARD-STREAK(CLIENT-PLAYER(CLIENT-ID))
    ELSE
        MOVE 1 TO PLAYER-REWARD-STREAK(CLIENT-PLAYER(CLIENT-ID))
    END-IF
    MOVE REWARD-TODAY TO PLAYER-REWARD-LAST-DAY(CLIENT-PLAYER(CLIENT-ID))
    COMPUTE REWARD-DAY = FUNCTION MOD(PLAYER-REWARD-STREAK(CLIENT-PLAYER(CLIENT-ID)) - 1, REWARD-CYCLE-DAYS) + 1

    MOVE PLAYER-REWARD-STREAK(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM1
    MOVE SPACES TO MSG-ARGS
    MOVE LOG-NUM1 TO MSG-ARG(1)
    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.streak" "Welcome back - login streak: {1} day(s)" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    MOVE "daily" TO REWARD-GIVE-KIND
    MOVE REWARD-DAY TO REWARD-GIVE-KEY
    PERFORM VARYING REWARD-INDEX FROM 1 BY 1 UNTIL REWARD-INDEX > REWARD-COUNT
        IF REWARD-KIND(REWARD-INDEX) = "daily" AND REWARD-KEY(REWARD-INDEX) = REWARD-DAY
            MOVE REWARD-ITEM-NAME(REWARD-INDEX) TO REWARD-GIVE-ITEM
            MOVE REWARD-ITEM-COUNT(REWARD-INDEX) TO REWARD-GIVE-COUNT
            PERFORM DeliverReward
        END-IF
    END-PERFORM
    *> the claim and what it paid are saved at once, so a crash can neither
    *> repeat today's reward nor lose it
    CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE

    EXIT SECTION.

RewardPlaytimeCheck SECTION.
    *> Pays CLIENT-ID's player every playtime milestone they have passed since
    *> the last one paid - PLAYER-STAT-PLAYTIME counts ticks, 1200 to the
    *> minute. Each milestone pays out once; one crossed while the table was
    *> empty is paid when it next lists it.
    COMPUTE REWARD-MINUTES = PLAYER-STAT-PLAYTIME(CLIENT-PLAYER(CLIENT-ID)) / 1200
    MOVE PLAYER-REWARD-PLAYTIME-MIN(CLIENT-PLAYER(CLIENT-ID)) TO REWARD-MILESTONE
    PERFORM VARYING REWARD-INDEX FROM 1 BY 1 UNTIL REWARD-INDEX > REWARD-COUNT
        IF REWARD-KIND(REWARD-INDEX) = "playtime"
                AND REWARD-KEY(REWARD-INDEX) > REWARD-MILESTONE
                AND REWARD-KEY(REWARD-INDEX) <= REWARD-MINUTES
            MOVE REWARD-KEY(REWARD-INDEX) TO REWARD-MILESTONE
        END-IF
    END-PERFORM
    IF REWARD-MILESTONE = PLAYER-REWARD-PLAYTIME-MIN(CLIENT-PLAYER(CLIENT-ID))
        EXIT SECTION
    END-IF

    MOVE "playtime" TO REWARD-GIVE-KIND
    PERFORM VARYING REWARD-INDEX FROM 1 BY 1 UNTIL REWARD-INDEX > REWARD-COUNT
        IF REWARD-KIND(REWARD-INDEX) = "playtime"
                AND REWARD-KEY(REWARD-INDEX) > PLAYER-REWARD-PLAYTIME-MIN(CLIENT-PLAYER(CLIENT-ID))
                AND REWARD-KEY(REWARD-INDEX) <= REWARD-MILESTONE
            MOVE REWARD-KEY(REWARD-INDEX) TO REWARD-GIVE-KEY
            MOVE REWARD-ITEM-NAME(REWARD-INDEX) TO REWARD-GIVE-ITEM
            MOVE REWARD-ITEM-COUNT(REWARD-INDEX) TO REWARD-GIVE-COUNT
            PERFORM DeliverReward
        END-IF
    END-PERFORM
    MOVE REWARD-MILESTONE TO PLAYER-REWARD-PLAYTIME-MIN(CLIENT-PLAYER(CLIENT-ID))
    CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE

    EXIT SECTION.

DeliverReward SECTION.
    *> Hands REWARD-GIVE-COUNT x REWARD-GIVE-ITEM to CLIENT-ID's player as their
    *> REWARD-GIVE-KIND/REWARD-GIVE-KEY reward: into the inventory if it fits,
    *> else the ender chest, else it is held in PLAYER-REWARD-OWED for their
    *> next login and a mail says so. Only with the owed list full as well
    *> does it land on the ground at their feet. Tells the player, and
    *> ledgers it either way.
    PERFORM PlaceReward
    IF REWARD-GIVE-WHERE = SPACES
        IF PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID)) < 10
            ADD 1 TO PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID))
            MOVE PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID)) TO REWARD-OWED-INDEX
            MOVE REWARD-GIVE-KIND TO PLAYER-REWARD-OWED-KIND(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX)
            MOVE REWARD-GIVE-KEY TO PLAYER-REWARD-OWED-KEY(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX)
            MOVE REWARD-GIVE-ITEM TO PLAYER-REWARD-OWED-ITEM(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX)
            MOVE REWARD-GIVE-COUNT TO PLAYER-REWARD-OWED-AMOUNT(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX)
            MOVE "owed" TO REWARD-GIVE-WHERE
            IF PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID)) < 10
                ADD 1 TO PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID)) TO MAIL-INDEX
                MOVE "Rewards" TO PLAYER-MAIL-FROM(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX)
                MOVE REWARD-GIVE-COUNT TO REWARD-COUNT-TEXT
                MOVE SPACES TO PLAYER-MAIL-TEXT(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX)
                MOVE 1 TO LOG-TEXT-POS
                STRING "Your reward of " FUNCTION TRIM(REWARD-COUNT-TEXT) " x " FUNCTION TRIM(REWARD-GIVE-ITEM)
                    " did not fit in your inventory or ender chest - make room and it comes with your next login"
                    INTO PLAYER-MAIL-TEXT(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX) WITH POINTER LOG-TEXT-POS
                COMPUTE PLAYER-MAIL-TEXT-LEN(CLIENT-PLAYER(CLIENT-ID), MAIL-INDEX) = LOG-TEXT-POS - 1
            END-IF
        ELSE
            MOVE WORLD-ACTIVE-DIM TO SAVED-WORLD-DIM
            MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO WORLD-ACTIVE-DIM
            MOVE CLICK-ITEM-ID TO DROP-ITEM-ID
            MOVE REWARD-GIVE-COUNT TO DROP-ITEM-COUNT
            MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-X
            COMPUTE DROP-POSITION-Y = PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) + 0.5
            MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION-Z
            PERFORM SpawnItemEntity
            MOVE SAVED-WORLD-DIM TO WORLD-ACTIVE-DIM
            MOVE "dropped" TO REWARD-GIVE-WHERE
        END-IF
    END-IF
    PERFORM RewardChatLine
    PERFORM AppendRewardLedger

    EXIT SECTION.

RewardRetryOwed SECTION.
    *> Tries every reward CLIENT-ID's player is still owed again, oldest first;
    *> those that now fit leave the owed list and are ledgered where they went,
    *> the rest wait for another login.
    MOVE 1 TO REWARD-OWED-INDEX
    PERFORM UNTIL REWARD-OWED-INDEX > PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID))
        MOVE PLAYER-REWARD-OWED-KIND(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX) TO REWARD-GIVE-KIND
        MOVE PLAYER-REWARD-OWED-KEY(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX) TO REWARD-GIVE-KEY
        MOVE PLAYER-REWARD-OWED-ITEM(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX) TO REWARD-GIVE-ITEM
        MOVE PLAYER-REWARD-OWED-AMOUNT(CLIENT-PLAYER(CLIENT-ID), REWARD-OWED-INDEX) TO REWARD-GIVE-COUNT
        PERFORM PlaceReward
        IF REWARD-GIVE-WHERE = SPACES
            ADD 1 TO REWARD-OWED-INDEX
        ELSE
            PERFORM RewardChatLine
            PERFORM AppendRewardLedger
            PERFORM VARYING REWARD-SLOT FROM REWARD-OWED-INDEX BY 1
                    UNTIL REWARD-SLOT >= PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID))
                MOVE PLAYER-REWARD-OWED(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT + 1) TO PLAYER-REWARD-OWED(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT)
            END-PERFORM
            SUBTRACT 1 FROM PLAYER-REWARD-OWED-COUNT(CLIENT-PLAYER(CLIENT-ID))
        END-IF
    END-PERFORM
    CALL "Player-SaveData" USING CLIENT-PLAYER(CLIENT-ID) IO-FAILURE

    EXIT SECTION.

PlaceReward SECTION.
    *> Puts REWARD-GIVE-COUNT x REWARD-GIVE-ITEM into CLIENT-ID's inventory
    *> through GiveItemToPlayer, or failing that into one ender chest slot (a
    *> stack of the same item with room, else an empty slot). REWARD-GIVE-WHERE
    *> says which, and stays blank when neither had room.
    MOVE SPACES TO REWARD-GIVE-WHERE
    *> an owed item the registry no longer knows stays owed
    CALL "Items-Get-Id" USING REWARD-GIVE-ITEM CLICK-ITEM-ID
    IF CLICK-ITEM-ID <= 0
        EXIT SECTION
    END-IF
    MOVE REWARD-GIVE-ITEM TO CMD-ARG-2
    MOVE REWARD-GIVE-COUNT TO REWARD-COUNT-TEXT
    MOVE REWARD-COUNT-TEXT TO CMD-ARG-3
    PERFORM GiveItemToPlayer
    IF SHIFT-DEST-FOUND = 1
        MOVE "inventory" TO REWARD-GIVE-WHERE
        EXIT SECTION
    END-IF

    MOVE 0 TO REWARD-SLOT
    PERFORM VARYING SHIFT-SCAN-SLOT FROM 1 BY 1 UNTIL SHIFT-SCAN-SLOT > 27 OR REWARD-SLOT > 0
        IF PLAYER-ENDER-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = CLICK-ITEM-ID
                AND PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) > 0
                AND PLAYER-ENDER-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = 0
                AND PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) + CLICK-ITEM-COUNT <= 64
            MOVE SHIFT-SCAN-SLOT TO REWARD-SLOT
        END-IF
    END-PERFORM
    IF REWARD-SLOT > 0
        ADD CLICK-ITEM-COUNT TO PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT)
        MOVE "enderchest" TO REWARD-GIVE-WHERE
        EXIT SECTION
    END-IF
    PERFORM VARYING SHIFT-SCAN-SLOT FROM 1 BY 1 UNTIL SHIFT-SCAN-SLOT > 27 OR REWARD-SLOT > 0
        IF PLAYER-ENDER-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = -1
                OR PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-SCAN-SLOT) = 0
            MOVE SHIFT-SCAN-SLOT TO REWARD-SLOT
        END-IF
    END-PERFORM
    IF REWARD-SLOT > 0
        MOVE CLICK-ITEM-ID TO PLAYER-ENDER-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT)
        MOVE CLICK-ITEM-COUNT TO PLAYER-ENDER-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT)
        MOVE 0 TO PLAYER-ENDER-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), REWARD-SLOT)
        MOVE "enderchest" TO REWARD-GIVE-WHERE
    END-IF

    EXIT SECTION.

RewardChatLine SECTION.
    *> Tells CLIENT-ID's player about the reward just placed (or held back) -
    *> REWARD-GIVE-KIND/KEY/ITEM/COUNT/WHERE as DeliverReward or
    *> RewardRetryOwed left them.
    MOVE REWARD-GIVE-COUNT TO REWARD-COUNT-TEXT
    MOVE REWARD-GIVE-KEY TO REWARD-KEY-TEXT
    MOVE SPACES TO MSG-ARGS
    MOVE REWARD-KEY-TEXT TO MSG-ARG(1)
    MOVE REWARD-COUNT-TEXT TO MSG-ARG(2)
    MOVE REWARD-GIVE-ITEM TO MSG-ARG(3)
    IF REWARD-GIVE-KIND = "daily"
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.daily"
            "Day {1} login reward: {2} x {3}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    ELSE
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.playtime"
            "{1} minutes played reward: {2} x {3}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
    END-IF
    MOVE SPACES TO MSG-ARGS
    MOVE 0 TO MSG-PART-LEN
    EVALUATE REWARD-GIVE-WHERE
        WHEN "enderchest"
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.to-enderchest"
                "- inventory full, sent to your ender chest" MSG-ARGS MSG-PART MSG-PART-LEN
        WHEN "owed"
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.owed"
                "- no room anywhere, held for your next login" MSG-ARGS MSG-PART MSG-PART-LEN
        WHEN "dropped"
            CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "reward.dropped"
                "- no room anywhere, dropped at your feet" MSG-ARGS MSG-PART MSG-PART-LEN
    END-EVALUATE
    IF MSG-PART-LEN > 0
        MOVE 0 TO MSG-TAIL-LEN
        PERFORM AppendMessagePart
        PERFORM AppendMessageTail
    END-IF
    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0

    EXIT SECTION.

AppendRewardLedger SECTION.
    *> One line for the reward just handed out - see REWARD-LEDGER-NAME for the
    *> layout. Append-only, like the bank ledger. A reward held back as "owed"
    *> gets a second line, with where it finally went, once it is delivered.
    MOVE FUNCTION CURRENT-DATE TO REWARD-LEDGER-STAMP
    MOVE REWARD-GIVE-COUNT TO REWARD-COUNT-TEXT
    MOVE REWARD-GIVE-KEY TO REWARD-KEY-TEXT
    MOVE SPACES TO REWARD-LEDGER-LINE
    MOVE 1 TO REWARD-LEDGER-POS
    STRING REWARD-LEDGER-STAMP(1:14) " "
        USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) " "
        FUNCTION TRIM(REWARD-GIVE-KIND) " " FUNCTION TRIM(REWARD-KEY-TEXT) " "
        FUNCTION TRIM(REWARD-GIVE-ITEM) " " FUNCTION TRIM(REWARD-COUNT-TEXT) " "
        FUNCTION TRIM(REWARD-GIVE-WHERE)
        INTO REWARD-LEDGER-LINE WITH POINTER REWARD-LEDGER-POS
    COMPUTE REWARD-LEDGER-LEN = REWARD-LEDGER-POS - 1
    CALL "Files-AppendLine" USING REWARD-LEDGER-NAME REWARD-LEDGER-LINE(1:REWARD-LEDGER-LEN) IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 1 TO LOG-TEXT-POS
        STRING "Failed to append to the reward ledger: " REWARD-LEDGER-LINE(1:REWARD-LEDGER-LEN) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    EXIT SECTION.

        STRING "Kicking idle player " USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
        MOVE SPACES TO MSG-ARGS
        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "kick.idle" "Kicked for idling" MSG-ARGS SHUTDOWN-REASON SHUTDOWN-REASON-LEN
        CALL "SendPacket-PlayDisconnect" USING CLIENT-HNDL(CLIENT-ID) SHUTDOWN-REASON SHUTDOWN-REASON-LEN
        MOVE "afk" TO CLIENT-END-REASON(CLIENT-ID)
        PERFORM RemoveClient
        EXIT SECTION
    END-IF
            MOVE 0 TO PLAYER-SLEEPING(CLIENT-PLAYER(BROADCAST-CLIENT-ID))
        END-IF
    END-PERFORM
    MOVE SPACES TO MSG-ARGS
    MOVE "bed.night-skipped" TO MSG-ID
    MOVE "The night is skipped." TO MSG-DEFAULT
    PERFORM BroadcastMessage

    EXIT SECTION.

                MOVE 20 TO MOB-HEALTH(MOB-INDEX)
        END-EVALUATE
    END-IF
    *> livestock respects the per-area cap (see DD-ANIMALS), so a packed farm
    *> doesn't keep drawing wild cows and pigs on top of its own - the count
    *> already includes this newcomer, hence "more than"
    IF MOB-ENTITY-TYPE(MOB-INDEX) = ENTITY-TYPE-COW OR MOB-ENTITY-TYPE(MOB-INDEX) = ENTITY-TYPE-PIG
        MOVE MOB-X(MOB-INDEX) TO ANIMAL-CHECK-X
        MOVE MOB-Z(MOB-INDEX) TO ANIMAL-CHECK-Z
        PERFORM CountAreaAnimals
        IF ANIMAL-AREA-COUNT > ANIMAL-AREA-CAP
            MOVE 0 TO MOB-PRESENT(MOB-INDEX)
            EXIT SECTION
        END-IF
    END-IF
    MOVE 0 TO MOB-ATTACK-COOLDOWN(MOB-INDEX)
    MOVE 0 TO MOB-BABY(MOB-INDEX)
    MOVE 0 TO MOB-AGE(MOB-INDEX)
    MOVE 0 TO MOB-LOVE-TICKS(MOB-INDEX)
    MOVE 0 TO MOB-BREED-COOLDOWN(MOB-INDEX)
    MOVE 1 TO MOB-ON-GROUND(MOB-INDEX)
    MOVE 0 TO MOB-YAW(MOB-INDEX)
    MOVE 0 TO MOB-PITCH(MOB-INDEX)
    IF MOB-ENTITY-TYPE(MOB-INDEX) = ENTITY-TYPE-ZOMBIE
        PERFORM MobHuntTick
    END-IF
    *> livestock grows up, and pairs up when fed - see FeedAnimal
    IF MOB-ENTITY-TYPE(MOB-INDEX) = ENTITY-TYPE-COW OR MOB-ENTITY-TYPE(MOB-INDEX) = ENTITY-TYPE-PIG
        PERFORM MobBreedTick
    END-IF

    COMPUTE MOB-WANDER-DX = MOB-TARGET-X(MOB-INDEX) - MOB-X(MOB-INDEX)
    COMPUTE MOB-WANDER-DZ = MOB-TARGET-Z(MOB-INDEX) - MOB-Z(MOB-INDEX)
        MOVE MOB-NEAREST-CLIENT TO CLIENT-ID
        COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - MOB-CONTACT-DAMAGE
        MOVE 1 TO DAMAGE-IS-ATTACK
        MOVE "mob" TO DAMAGE-CAUSE
        PERFORM ApplyDamage
        *> one bite in three also poisons, so night fighting actually threatens -
        *> see PlayerEffectsTick for the chip damage this causes

    EXIT SECTION.

FeedAnimal SECTION.
    *> A right-click on cow/pig ATTACK-MOB-INDEX by CLIENT-ID - see the
    *> "Interact" handler. Wheat feeds a cow, a carrot a pig; anything else in
    *> hand does nothing. An adult that is neither in love already nor cooling
    *> down from its last breeding goes into love for ANIMAL-LOVE-TICKS (see
    *> MobBreedTick); a baby instead grows a tenth of the way up, as in vanilla.
    *> A fed item is used up unless the player is in creative mode.
    IF CLIENT-PLAYER(CLIENT-ID) = 0
        EXIT SECTION
    END-IF
    COMPUTE BREED-HELD-SLOT = 37 + PLAYER-HOTBAR(CLIENT-PLAYER(CLIENT-ID))
    IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BREED-HELD-SLOT) = 0
        EXIT SECTION
    END-IF
    MOVE 0 TO BREED-FOOD-ID
    EVALUATE MOB-ENTITY-TYPE(ATTACK-MOB-INDEX)
        WHEN ENTITY-TYPE-COW
            CALL "Items-Get-Id" USING C-MINECRAFT-WHEAT BREED-FOOD-ID
        WHEN ENTITY-TYPE-PIG
            CALL "Items-Get-Id" USING C-MINECRAFT-CARROT BREED-FOOD-ID
    END-EVALUATE
    IF BREED-FOOD-ID <= 0 OR PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BREED-HELD-SLOT) NOT = BREED-FOOD-ID
        EXIT SECTION
    END-IF

    IF MOB-BABY(ATTACK-MOB-INDEX) = 1
        COMPUTE MOB-AGE(ATTACK-MOB-INDEX) = MOB-AGE(ATTACK-MOB-INDEX) + (ANIMAL-GROW-AGE / 10)
    ELSE
        IF MOB-LOVE-TICKS(ATTACK-MOB-INDEX) > 0 OR MOB-BREED-COOLDOWN(ATTACK-MOB-INDEX) > 0
            EXIT SECTION
        END-IF
        MOVE ANIMAL-LOVE-TICKS TO MOB-LOVE-TICKS(ATTACK-MOB-INDEX)
    END-IF
    PERFORM MarkMobChunkDirty

    IF PLAYER-GAMEMODE(CLIENT-PLAYER(CLIENT-ID)) NOT = 1
        SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BREED-HELD-SLOT)
        IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), BREED-HELD-SLOT) = 0
            MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), BREED-HELD-SLOT)
        END-IF
        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
        PERFORM HandleClientError
    END-IF

    EXIT SECTION.

MobBreedTick SECTION.
    *> The livestock half of MobAiTick, for cow/pig MOB-INDEX. A baby ages one AI
    *> tick and grows up at ANIMAL-GROW-AGE. An adult in love counts its love
    *> down while it looks for the nearest adult of its kind also in love within
    *> BREED-RANGE: too far to touch, it heads for it (the ordinary wander step
    *> in MobAiTick then walks it there); close enough, the pair breed - both
    *> leave love and cool down for ANIMAL-BREED-COOLDOWN, and a baby of their
    *> kind appears between them unless their area is already at its cap (see
    *> DD-ANIMALS) or every MOBS slot is taken, in which case the feeding is
    *> simply spent.
    IF MOB-BREED-COOLDOWN(MOB-INDEX) > 0
        SUBTRACT 1 FROM MOB-BREED-COOLDOWN(MOB-INDEX)
    END-IF

    IF MOB-BABY(MOB-INDEX) = 1
        ADD 1 TO MOB-AGE(MOB-INDEX)
        IF MOB-AGE(MOB-INDEX) >= ANIMAL-GROW-AGE
            MOVE 0 TO MOB-BABY(MOB-INDEX)
            MOVE 0 TO MOB-AGE(MOB-INDEX)
            MOVE MOB-INDEX TO ATTACK-MOB-INDEX
            PERFORM MarkMobChunkDirty
            PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
                    AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0 AND PLAYER-DIMENSION(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) = 0
                    CALL "SendPacket-SetEntityMetadataBaby" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) MOB-ENTITY-ID(MOB-INDEX) MOB-BABY(MOB-INDEX)
                END-IF
            END-PERFORM
        END-IF
        EXIT SECTION
    END-IF

    IF MOB-LOVE-TICKS(MOB-INDEX) = 0
        EXIT SECTION
    END-IF
    SUBTRACT 1 FROM MOB-LOVE-TICKS(MOB-INDEX)

    MOVE 0 TO BREED-PARTNER
    MOVE BREED-RANGE TO BREED-BEST-DISTANCE
    PERFORM VARYING BREED-INDEX FROM 1 BY 1 UNTIL BREED-INDEX > MAX-MOBS
        IF BREED-INDEX NOT = MOB-INDEX AND MOB-PRESENT(BREED-INDEX) = 1
            AND MOB-ENTITY-TYPE(BREED-INDEX) = MOB-ENTITY-TYPE(MOB-INDEX)
            AND MOB-BABY(BREED-INDEX) = 0 AND MOB-LOVE-TICKS(BREED-INDEX) > 0
            COMPUTE BREED-DX = MOB-X(BREED-INDEX) - MOB-X(MOB-INDEX)
            COMPUTE BREED-DZ = MOB-Z(BREED-INDEX) - MOB-Z(MOB-INDEX)
            COMPUTE BREED-DISTANCE = FUNCTION SQRT((BREED-DX * BREED-DX) + (BREED-DZ * BREED-DZ))
            IF BREED-DISTANCE <= BREED-BEST-DISTANCE
                MOVE BREED-INDEX TO BREED-PARTNER
                MOVE BREED-DISTANCE TO BREED-BEST-DISTANCE
            END-IF
        END-IF
    END-PERFORM
    IF BREED-PARTNER = 0
        EXIT SECTION
    END-IF

    IF BREED-BEST-DISTANCE > BREED-CONTACT-RANGE
        MOVE MOB-X(BREED-PARTNER) TO MOB-TARGET-X(MOB-INDEX)
        MOVE MOB-Z(BREED-PARTNER) TO MOB-TARGET-Z(MOB-INDEX)
        MOVE 10 TO MOB-WANDER-TICKS(MOB-INDEX)
        EXIT SECTION
    END-IF

    MOVE 0 TO MOB-LOVE-TICKS(MOB-INDEX)
    MOVE 0 TO MOB-LOVE-TICKS(BREED-PARTNER)
    MOVE ANIMAL-BREED-COOLDOWN TO MOB-BREED-COOLDOWN(MOB-INDEX)
    MOVE ANIMAL-BREED-COOLDOWN TO MOB-BREED-COOLDOWN(BREED-PARTNER)
    MOVE MOB-INDEX TO ATTACK-MOB-INDEX
    PERFORM MarkMobChunkDirty
    MOVE BREED-PARTNER TO ATTACK-MOB-INDEX
    PERFORM MarkMobChunkDirty

    COMPUTE ANIMAL-CHECK-X = (MOB-X(MOB-INDEX) + MOB-X(BREED-PARTNER)) / 2
    COMPUTE ANIMAL-CHECK-Z = (MOB-Z(MOB-INDEX) + MOB-Z(BREED-PARTNER)) / 2
    PERFORM CountAreaAnimals
    IF ANIMAL-AREA-COUNT >= ANIMAL-AREA-CAP
        EXIT SECTION
    END-IF

    MOVE 0 TO BREED-BABY-INDEX
    PERFORM VARYING BREED-INDEX FROM 1 BY 1 UNTIL BREED-INDEX > MAX-MOBS OR BREED-BABY-INDEX > 0
        IF MOB-PRESENT(BREED-INDEX) = 0
            MOVE BREED-INDEX TO BREED-BABY-INDEX
        END-IF
    END-PERFORM
    IF BREED-BABY-INDEX = 0
        EXIT SECTION
    END-IF

    MOVE 1 TO MOB-PRESENT(BREED-BABY-INDEX)
    COMPUTE MOB-ENTITY-ID(BREED-BABY-INDEX) = MAX-PLAYERS + BREED-BABY-INDEX
    MOVE MOB-ENTITY-TYPE(MOB-INDEX) TO MOB-ENTITY-TYPE(BREED-BABY-INDEX)
    MOVE 10 TO MOB-HEALTH(BREED-BABY-INDEX)
    MOVE 1 TO MOB-ON-GROUND(BREED-BABY-INDEX)
    MOVE ANIMAL-CHECK-X TO MOB-X(BREED-BABY-INDEX)
    MOVE MOB-Y(MOB-INDEX) TO MOB-Y(BREED-BABY-INDEX)
    MOVE ANIMAL-CHECK-Z TO MOB-Z(BREED-BABY-INDEX)
    MOVE MOB-YAW(MOB-INDEX) TO MOB-YAW(BREED-BABY-INDEX)
    MOVE 0 TO MOB-PITCH(BREED-BABY-INDEX)
    MOVE ANIMAL-CHECK-X TO MOB-TARGET-X(BREED-BABY-INDEX)
    MOVE ANIMAL-CHECK-Z TO MOB-TARGET-Z(BREED-BABY-INDEX)
    MOVE 0 TO MOB-WANDER-TICKS(BREED-BABY-INDEX)
    MOVE 0 TO MOB-ATTACK-COOLDOWN(BREED-BABY-INDEX)
    MOVE 1 TO MOB-BABY(BREED-BABY-INDEX)
    MOVE 0 TO MOB-AGE(BREED-BABY-INDEX)
    MOVE 0 TO MOB-LOVE-TICKS(BREED-BABY-INDEX)
    MOVE 0 TO MOB-BREED-COOLDOWN(BREED-BABY-INDEX)
    MOVE BREED-BABY-INDEX TO ATTACK-MOB-INDEX
    PERFORM MarkMobChunkDirty

    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0 AND PLAYER-DIMENSION(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) = 0
            CALL "SendPacket-SpawnEntity" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) MOB-ENTITY-ID(BREED-BABY-INDEX) MOB-ENTITY-TYPE(BREED-BABY-INDEX) MOB-POSITION(BREED-BABY-INDEX) MOB-ROTATION(BREED-BABY-INDEX)
            CALL "SendPacket-SetEntityMetadataBaby" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) MOB-ENTITY-ID(BREED-BABY-INDEX) MOB-BABY(BREED-BABY-INDEX)
        END-IF
    END-PERFORM

    EXIT SECTION.

CountAreaAnimals SECTION.
    *> How many cows and pigs, babies included, stand in the animal area (a
    *> square ANIMAL-AREA-CHUNKS chunks on a side, see DD-ANIMALS) holding the
    *> spot ANIMAL-CHECK-X/Z - answered in ANIMAL-AREA-COUNT.
    DIVIDE ANIMAL-CHECK-X BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE ANIMAL-CHECK-Z BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE CHUNK-X BY ANIMAL-AREA-CHUNKS GIVING ANIMAL-AREA-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE CHUNK-Z BY ANIMAL-AREA-CHUNKS GIVING ANIMAL-AREA-Z ROUNDED MODE IS TOWARD-LESSER
    MOVE 0 TO ANIMAL-AREA-COUNT
    PERFORM VARYING ANIMAL-COUNT-INDEX FROM 1 BY 1 UNTIL ANIMAL-COUNT-INDEX > MAX-MOBS
        IF MOB-PRESENT(ANIMAL-COUNT-INDEX) = 1
            AND (MOB-ENTITY-TYPE(ANIMAL-COUNT-INDEX) = ENTITY-TYPE-COW OR MOB-ENTITY-TYPE(ANIMAL-COUNT-INDEX) = ENTITY-TYPE-PIG)
            DIVIDE MOB-X(ANIMAL-COUNT-INDEX) BY 16 GIVING CHUNK-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE MOB-Z(ANIMAL-COUNT-INDEX) BY 16 GIVING CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CHUNK-X BY ANIMAL-AREA-CHUNKS GIVING ANIMAL-MOB-AREA-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE CHUNK-Z BY ANIMAL-AREA-CHUNKS GIVING ANIMAL-MOB-AREA-Z ROUNDED MODE IS TOWARD-LESSER
            IF ANIMAL-MOB-AREA-X = ANIMAL-AREA-X AND ANIMAL-MOB-AREA-Z = ANIMAL-AREA-Z
                ADD 1 TO ANIMAL-AREA-COUNT
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

XpOrbTick SECTION.
    *> Checks XPORB-INDEX against every playing player for a pickup, and otherwise
    *> counts down toward despawn - see GameLoop. Orbs don't drift toward a player the
    COMPUTE PROJECTILE-INDEX = PROJECTILE-INDEX - 1

    MOVE 1 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)
    MOVE 0 TO PROJECTILE-KIND(PROJECTILE-INDEX)
    MOVE 0 TO PROJECTILE-FLOATING(PROJECTILE-INDEX)
    COMPUTE PROJECTILE-ENTITY-ID(PROJECTILE-INDEX) = MAX-PLAYERS + MAX-MOBS + MAX-XP-ORBS + MAX-ITEM-ENTITIES + PROJECTILE-INDEX
    MOVE CLIENT-ID TO PROJECTILE-OWNER(PROJECTILE-INDEX)
    MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO PROJECTILE-DIM(PROJECTILE-INDEX)
    *> flight plus a simple per-tick gravity pull; the first solid block
    *> (checked in the arrow's own dimension) or the first mob within range
    *> ends the flight, the mob through the same AttackMob path a punch takes,
    *> credited to the shooter. A fishing bobber flies the same way but passes
    *> through mobs and players, and comes to rest on the first water it meets,
    *> after which BobberTick looks after it.
    MOVE PROJECTILE-DIM(PROJECTILE-INDEX) TO WORLD-ACTIVE-DIM
    IF PROJECTILE-KIND(PROJECTILE-INDEX) = 1 AND PROJECTILE-FLOATING(PROJECTILE-INDEX) = 1
        PERFORM BobberTick
        EXIT SECTION
    END-IF
    COMPUTE PROJECTILE-X(PROJECTILE-INDEX) = PROJECTILE-X(PROJECTILE-INDEX) + PROJECTILE-VX(PROJECTILE-INDEX)
    COMPUTE PROJECTILE-Y(PROJECTILE-INDEX) = PROJECTILE-Y(PROJECTILE-INDEX) + PROJECTILE-VY(PROJECTILE-INDEX)
    COMPUTE PROJECTILE-Z(PROJECTILE-INDEX) = PROJECTILE-Z(PROJECTILE-INDEX) + PROJECTILE-VZ(PROJECTILE-INDEX)
    COMPUTE ARROW-CHECK-Z = FUNCTION INTEGER(PROJECTILE-Z(PROJECTILE-INDEX))
    CALL "World-GetBlock" USING ARROW-CHECK-POSITION ARROW-CHECK-BLOCK-ID
    IF ARROW-CHECK-BLOCK-ID NOT = 0
        CALL "Blocks-Get-DefaultStateId" USING C-MINECRAFT-WATER DRAIN-BLOCK-ID-WATER
        IF PROJECTILE-KIND(PROJECTILE-INDEX) = 1 AND ARROW-CHECK-BLOCK-ID = DRAIN-BLOCK-ID-WATER
            *> the bobber settles on the surface and the wait for a bite begins,
            *> 5 to 30 seconds as in vanilla
            MOVE 1 TO PROJECTILE-FLOATING(PROJECTILE-INDEX)
            MOVE 0 TO PROJECTILE-VX(PROJECTILE-INDEX)
            MOVE 0 TO PROJECTILE-VY(PROJECTILE-INDEX)
            MOVE 0 TO PROJECTILE-VZ(PROJECTILE-INDEX)
            COMPUTE PROJECTILE-Y(PROJECTILE-INDEX) = ARROW-CHECK-Y + 0.9
            COMPUTE PROJECTILE-BITE-WAIT(PROJECTILE-INDEX) = 100 + FUNCTION RANDOM * 500
            MOVE 0 TO PROJECTILE-BITE-TICKS(PROJECTILE-INDEX)
        ELSE
            MOVE 0 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)
        END-IF
    END-IF

    *> mob hit - mobs only live in the overworld, and the shooter must still be
    *> connected so the kill is credited the way a melee kill is
    IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 1 AND PROJECTILE-DIM(PROJECTILE-INDEX) = 0
        AND PROJECTILE-KIND(PROJECTILE-INDEX) = 0
        AND PROJECTILE-OWNER(PROJECTILE-INDEX) > 0
        AND CLIENT-PRESENT(PROJECTILE-OWNER(PROJECTILE-INDEX)) = 1
        AND CLIENT-PLAYER(PROJECTILE-OWNER(PROJECTILE-INDEX)) > 0

    *> player hit - the same per-region pvp gate a melee duel passes through,
    *> so arena arrows land and spawn arrows don't
    IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 1 AND PROJECTILE-KIND(PROJECTILE-INDEX) = 0
        AND PROJECTILE-OWNER(PROJECTILE-INDEX) > 0
        AND CLIENT-PRESENT(PROJECTILE-OWNER(PROJECTILE-INDEX)) = 1
        AND CLIENT-PLAYER(PROJECTILE-OWNER(PROJECTILE-INDEX)) > 0
            COMPUTE PVP-CHECK-X = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
            COMPUTE PVP-CHECK-Y = FUNCTION INTEGER(PLAYER-Y(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
            COMPUTE PVP-CHECK-Z = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(PVP-VICTIM-CLIENT)))
            MOVE PROJECTILE-OWNER(PROJECTILE-INDEX) TO PVP-ATTACKER-CLIENT
            PERFORM CheckPvpAllowed
            IF PVP-FLAG = 1
                MOVE CLIENT-ID TO TPA-SELF-CLIENT
                MOVE PVP-VICTIM-CLIENT TO CLIENT-ID
                COMPUTE NEW-HEALTH = PLAYER-HEALTH(CLIENT-PLAYER(CLIENT-ID)) - ARROW-DAMAGE
                MOVE 1 TO DAMAGE-IS-ATTACK
                MOVE "arrow" TO DAMAGE-CAUSE
                IF PROJECTILE-OWNER(PROJECTILE-INDEX) > 0 AND CLIENT-PLAYER(PROJECTILE-OWNER(PROJECTILE-INDEX)) > 0
                    STRING "arrow " USERNAME(CLIENT-PLAYER(PROJECTILE-OWNER(PROJECTILE-INDEX))) DELIMITED BY SIZE INTO DAMAGE-CAUSE
                END-IF
                PERFORM ApplyDamage
                MOVE TPA-SELF-CLIENT TO CLIENT-ID
                MOVE PROJECTILE-OWNER(PROJECTILE-INDEX) TO PVP-ATTACKER-CLIENT
                PERFORM LogPvpKill
            END-IF
            *> an arrow stops in whoever it struck either way
            MOVE 0 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)
        END-IF
    END-IF

    IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 1 AND PROJECTILE-FLOATING(PROJECTILE-INDEX) = 0
        SUBTRACT 1 FROM PROJECTILE-LIFETIME(PROJECTILE-INDEX)
        IF PROJECTILE-LIFETIME(PROJECTILE-INDEX) = 0
            MOVE 0 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)

    EXIT SECTION.

BobberTick SECTION.
    *> One tick of fishing bobber PROJECTILE-INDEX floating on the water - see
    *> ProjectileTick. The line snaps (and the bobber goes) when its angler has
    *> left, changed dimension, wandered past BOBBER-MAX-RANGE or put the rod
    *> away. Otherwise BITE-WAIT counts down to a bite: the bobber dips and
    *> splashes for the angler, and reeling in during the BITE-TICKS that follow
    *> lands a catch - see UseFishingRod. A missed bite just starts a new wait.
    MOVE 0 TO BOBBER-SNAPPED
    MOVE PROJECTILE-OWNER(PROJECTILE-INDEX) TO BOBBER-OWNER
    IF BOBBER-OWNER = 0 OR CLIENT-PRESENT(BOBBER-OWNER) = 0 OR CLIENT-PLAYER(BOBBER-OWNER) = 0
        MOVE 1 TO BOBBER-SNAPPED
    ELSE
        COMPUTE FISHING-HELD-SLOT = 37 + PLAYER-HOTBAR(CLIENT-PLAYER(BOBBER-OWNER))
        CALL "Items-Get-Id" USING C-MINECRAFT-FISHING-ROD FISHING-ROD-ID
        COMPUTE ARROW-MOB-DX = PLAYER-X(CLIENT-PLAYER(BOBBER-OWNER)) - PROJECTILE-X(PROJECTILE-INDEX)
        COMPUTE ARROW-MOB-DY = PLAYER-Y(CLIENT-PLAYER(BOBBER-OWNER)) - PROJECTILE-Y(PROJECTILE-INDEX)
        COMPUTE ARROW-MOB-DZ = PLAYER-Z(CLIENT-PLAYER(BOBBER-OWNER)) - PROJECTILE-Z(PROJECTILE-INDEX)
        COMPUTE ARROW-MOB-DISTANCE = FUNCTION SQRT((ARROW-MOB-DX * ARROW-MOB-DX) + (ARROW-MOB-DY * ARROW-MOB-DY) + (ARROW-MOB-DZ * ARROW-MOB-DZ))
        IF PLAYER-DIMENSION(CLIENT-PLAYER(BOBBER-OWNER)) NOT = PROJECTILE-DIM(PROJECTILE-INDEX)
            OR ARROW-MOB-DISTANCE > BOBBER-MAX-RANGE
            OR PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(BOBBER-OWNER), FISHING-HELD-SLOT) = 0
            OR PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(BOBBER-OWNER), FISHING-HELD-SLOT) NOT = FISHING-ROD-ID
            MOVE 1 TO BOBBER-SNAPPED
        END-IF
    END-IF
    IF BOBBER-SNAPPED = 1
        PERFORM RemoveProjectile
        EXIT SECTION
    END-IF

    IF PROJECTILE-BITE-TICKS(PROJECTILE-INDEX) > 0
        SUBTRACT 1 FROM PROJECTILE-BITE-TICKS(PROJECTILE-INDEX)
        IF PROJECTILE-BITE-TICKS(PROJECTILE-INDEX) > 0
            EXIT SECTION
        END-IF
        *> the fish got away - back up to the surface and wait again
        COMPUTE PROJECTILE-Y(PROJECTILE-INDEX) = PROJECTILE-Y(PROJECTILE-INDEX) + BOBBER-DIP
        COMPUTE PROJECTILE-BITE-WAIT(PROJECTILE-INDEX) = 100 + FUNCTION RANDOM * 500
    ELSE
        IF PROJECTILE-BITE-WAIT(PROJECTILE-INDEX) > 1
            SUBTRACT 1 FROM PROJECTILE-BITE-WAIT(PROJECTILE-INDEX)
            EXIT SECTION
        END-IF
        *> a bite - one to two seconds to reel in
        MOVE 0 TO PROJECTILE-BITE-WAIT(PROJECTILE-INDEX)
        COMPUTE PROJECTILE-BITE-TICKS(PROJECTILE-INDEX) = 20 + FUNCTION RANDOM * 20
        COMPUTE PROJECTILE-Y(PROJECTILE-INDEX) = PROJECTILE-Y(PROJECTILE-INDEX) - BOBBER-DIP
        CALL "SendPacket-SoundEffect" USING CLIENT-HNDL(BOBBER-OWNER) SOUND-BOBBER-SPLASH SOUND-CATEGORY-PLAYER PROJECTILE-POSITION(PROJECTILE-INDEX) 1.0 1.0
    END-IF

    *> show the dip (or the recovery) to same-dimension clients
    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
            AND PLAYER-DIMENSION(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) = PROJECTILE-DIM(PROJECTILE-INDEX)
            CALL "SendPacket-TeleportEntity" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) PROJECTILE-ENTITY-ID(PROJECTILE-INDEX) PROJECTILE-POSITION(PROJECTILE-INDEX) ZERO-ROTATION 0
        END-IF
    END-PERFORM

    EXIT SECTION.

RemoveProjectile SECTION.
    *> Takes projectile PROJECTILE-INDEX out of the world and off every
    *> same-dimension client's screen - see BobberTick and UseFishingRod.
    MOVE 0 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)
    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
            AND PLAYER-DIMENSION(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) = PROJECTILE-DIM(PROJECTILE-INDEX)
            CALL "SendPacket-RemoveEntities" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) PROJECTILE-ENTITY-ID(PROJECTILE-INDEX)
        END-IF
    END-PERFORM

    EXIT SECTION.

UseFishingRod SECTION.
    *> A right-click with the fishing rod held in hotbar slot FISHING-HELD-SLOT -
    *> see the "Use item" handler. With no bobber of CLIENT-ID's out, it casts
    *> one down the view line; with one out, it reels it back in, and if a fish
    *> is biting (see BobberTick) lands the catch: the "fishing" loot rolls
    *> straight into the inventory (spilling at the angler's feet when there is
    *> no room), 1-6 XP is credited, the fishCaught statistic goes up and the
    *> rod takes a point of wear.
    MOVE 0 TO PROJECTILE-FOUND
    PERFORM VARYING PROJECTILE-INDEX FROM 1 BY 1 UNTIL PROJECTILE-INDEX > MAX-PROJECTILES OR PROJECTILE-FOUND = 1
        IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 1 AND PROJECTILE-KIND(PROJECTILE-INDEX) = 1
            AND PROJECTILE-OWNER(PROJECTILE-INDEX) = CLIENT-ID
            MOVE 1 TO PROJECTILE-FOUND
        END-IF
    END-PERFORM
    IF PROJECTILE-FOUND = 0
        PERFORM CastFishingBobber
        EXIT SECTION
    END-IF
    *> the PERFORM above leaves PROJECTILE-INDEX one past the bobber it found
    COMPUTE PROJECTILE-INDEX = PROJECTILE-INDEX - 1

    IF PROJECTILE-FLOATING(PROJECTILE-INDEX) = 1 AND PROJECTILE-BITE-TICKS(PROJECTILE-INDEX) > 0
        MOVE PLAYER-POSITION(CLIENT-PLAYER(CLIENT-ID)) TO DROP-POSITION
        MOVE "fishing" TO LOOT-ROLL-KIND
        MOVE "water" TO LOOT-ROLL-KEY
        MOVE 1 TO LOOT-ROLL-TO-PLAYER
        PERFORM RollLootDrops
        MOVE 0 TO LOOT-ROLL-TO-PLAYER
        IF LOOT-ROLL-MATCHED = 0
            MOVE C-MINECRAFT-COD TO CMD-ARG-2
            MOVE SPACES TO CMD-ARG-3
            PERFORM GiveItemToPlayer
            IF SHIFT-DEST-FOUND = 0
                CALL "Items-Get-Id" USING C-MINECRAFT-COD DROP-ITEM-ID
                MOVE 1 TO DROP-ITEM-COUNT
                PERFORM SpawnItemEntity
            END-IF
        END-IF
        COMPUTE XP-POINTS-TO-ADD = 1 + FUNCTION RANDOM * 6
        IF XP-POINTS-TO-ADD > 6
            MOVE 6 TO XP-POINTS-TO-ADD
        END-IF
        PERFORM AddPlayerExperience
        ADD 1 TO PLAYER-STAT-FISH-CAUGHT(CLIENT-PLAYER(CLIENT-ID))
        PERFORM ApplyToolWear
    END-IF
    PERFORM RemoveProjectile

    EXIT SECTION.

CastFishingBobber SECTION.
    *> Spawns CLIENT-ID's fishing bobber from eye height, thrown down their view
    *> line at BOBBER-SPEED - the arrow's flight, slower - see UseFishingRod.
    *> Silently a no-op once every projectile slot is occupied, as LooseArrow is.
    MOVE 0 TO PROJECTILE-FOUND
    PERFORM VARYING PROJECTILE-INDEX FROM 1 BY 1 UNTIL PROJECTILE-INDEX > MAX-PROJECTILES OR PROJECTILE-FOUND = 1
        IF PROJECTILE-PRESENT(PROJECTILE-INDEX) = 0
            MOVE 1 TO PROJECTILE-FOUND
        END-IF
    END-PERFORM
    IF PROJECTILE-FOUND = 0
        EXIT SECTION
    END-IF
    COMPUTE PROJECTILE-INDEX = PROJECTILE-INDEX - 1

    MOVE 1 TO PROJECTILE-PRESENT(PROJECTILE-INDEX)
    MOVE 1 TO PROJECTILE-KIND(PROJECTILE-INDEX)
    MOVE 0 TO PROJECTILE-FLOATING(PROJECTILE-INDEX)
    MOVE 0 TO PROJECTILE-BITE-WAIT(PROJECTILE-INDEX)
    MOVE 0 TO PROJECTILE-BITE-TICKS(PROJECTILE-INDEX)
    COMPUTE PROJECTILE-ENTITY-ID(PROJECTILE-INDEX) = MAX-PLAYERS + MAX-MOBS + MAX-XP-ORBS + MAX-ITEM-ENTITIES + PROJECTILE-INDEX
    MOVE CLIENT-ID TO PROJECTILE-OWNER(PROJECTILE-INDEX)
    MOVE PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) TO PROJECTILE-DIM(PROJECTILE-INDEX)
    MOVE PLAYER-X(CLIENT-PLAYER(CLIENT-ID)) TO PROJECTILE-X(PROJECTILE-INDEX)
    COMPUTE PROJECTILE-Y(PROJECTILE-INDEX) = PLAYER-Y(CLIENT-PLAYER(CLIENT-ID)) + 1.6
    MOVE PLAYER-Z(CLIENT-PLAYER(CLIENT-ID)) TO PROJECTILE-Z(PROJECTILE-INDEX)
    COMPUTE ARROW-YAW-RADIANS = PLAYER-YAW(CLIENT-PLAYER(CLIENT-ID)) * 3.14159265 / 180
    COMPUTE ARROW-PITCH-RADIANS = PLAYER-PITCH(CLIENT-PLAYER(CLIENT-ID)) * 3.14159265 / 180
    COMPUTE PROJECTILE-VX(PROJECTILE-INDEX) = 0 - FUNCTION SIN(ARROW-YAW-RADIANS) * FUNCTION COS(ARROW-PITCH-RADIANS) * BOBBER-SPEED
    COMPUTE PROJECTILE-VY(PROJECTILE-INDEX) = 0 - FUNCTION SIN(ARROW-PITCH-RADIANS) * BOBBER-SPEED
    COMPUTE PROJECTILE-VZ(PROJECTILE-INDEX) = FUNCTION COS(ARROW-YAW-RADIANS) * FUNCTION COS(ARROW-PITCH-RADIANS) * BOBBER-SPEED
    *> 5 seconds to find water before the cast gives up
    MOVE 100 TO PROJECTILE-LIFETIME(PROJECTILE-INDEX)

    PERFORM VARYING BROADCAST-CLIENT-ID FROM 1 BY 1 UNTIL BROADCAST-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(BROADCAST-CLIENT-ID) = 1 AND CLIENT-STATE(BROADCAST-CLIENT-ID) = CLIENT-STATE-PLAY
            AND CLIENT-PLAYER(BROADCAST-CLIENT-ID) > 0
            AND PLAYER-DIMENSION(CLIENT-PLAYER(BROADCAST-CLIENT-ID)) = PROJECTILE-DIM(PROJECTILE-INDEX)
            CALL "SendPacket-SpawnEntity" USING CLIENT-HNDL(BROADCAST-CLIENT-ID) PROJECTILE-ENTITY-ID(PROJECTILE-INDEX) ENTITY-TYPE-FISHING-BOBBER PROJECTILE-POSITION(PROJECTILE-INDEX) PLAYER-ROTATION(CLIENT-PLAYER(CLIENT-ID)) PLAYER-ENTITY-ID(CLIENT-PLAYER(CLIENT-ID))
        END-IF
    END-PERFORM

    EXIT SECTION.

SpawnItemEntity SECTION.
    *> Puts DROP-ITEM-ID x DROP-ITEM-COUNT on the ground at DROP-POSITION as a dropped
    *> item entity, shown to every playing client - the dropped-item counterpart of
    *> World-SetBlock's XP orb spawning. Silently a no-op once every slot is occupied,
    *> the same bounded-capacity behavior MAX-XP-ORBS already has. A potion's brew
    *> comes along in DROP-ITEM-POTION.
    IF DROP-ITEM-ID <= 0 OR DROP-ITEM-COUNT = 0
        MOVE SPACES TO DROP-ITEM-POTION
        EXIT SECTION
    END-IF
    MOVE 0 TO ITEMENTITY-PICKED-UP
        END-IF
    END-PERFORM
    IF ITEMENTITY-PICKED-UP = 0
        MOVE SPACES TO DROP-ITEM-POTION
        EXIT SECTION
    END-IF
    *> the PERFORM above leaves ITEMENTITY-INDEX one past the free slot it found
    COMPUTE ITEMENTITY-ENTITY-ID(ITEMENTITY-INDEX) = MAX-PLAYERS + MAX-MOBS + MAX-XP-ORBS + ITEMENTITY-INDEX
    MOVE DROP-ITEM-ID TO ITEMENTITY-ITEM-ID(ITEMENTITY-INDEX)
    MOVE DROP-ITEM-COUNT TO ITEMENTITY-ITEM-COUNT(ITEMENTITY-INDEX)
    MOVE DROP-ITEM-POTION TO ITEMENTITY-POTION(ITEMENTITY-INDEX)
    MOVE SPACES TO DROP-ITEM-POTION
    MOVE DROP-POSITION TO ITEMENTITY-POSITION(ITEMENTITY-INDEX)
    *> despawn after 5 minutes unpicked, the same 6000-tick countdown XP orbs use
    MOVE 6000 TO ITEMENTITY-LIFETIME(ITEMENTITY-INDEX)
                COMPUTE ITEMENTITY-DISTANCE = FUNCTION SQRT((ITEMENTITY-DX * ITEMENTITY-DX) + (ITEMENTITY-DY * ITEMENTITY-DY) + (ITEMENTITY-DZ * ITEMENTITY-DZ))
                IF ITEMENTITY-DISTANCE <= ITEMENTITY-PICKUP-RANGE
                    *> same single-destination search GiveItemToPlayer uses - if no one
                    *> slot can hold the whole stack, the item just stays on the ground.
                    *> A brewed potion only goes into an empty slot, taking its brew.
                    MOVE ITEMENTITY-ITEM-ID(ITEMENTITY-INDEX) TO CLICK-ITEM-ID
                    MOVE ITEMENTITY-ITEM-COUNT(ITEMENTITY-INDEX) TO CLICK-ITEM-COUNT
                    MOVE 10 TO SHIFT-SCAN-LOW
                    MOVE 45 TO SHIFT-SCAN-HIGH
                    IF ITEMENTITY-POTION(ITEMENTITY-INDEX) NOT = SPACES
                        MOVE 1 TO SHIFT-DEST-NEEDS-EMPTY
                    END-IF
                    PERFORM FindPlayerInventoryDest
                    MOVE 0 TO SHIFT-DEST-NEEDS-EMPTY
                    IF SHIFT-DEST-FOUND = 1
                        IF PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) = CLICK-ITEM-ID
                            AND PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT) > 0
                        ELSE
                            MOVE CLICK-ITEM-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            MOVE CLICK-ITEM-COUNT TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            IF ITEMENTITY-POTION(ITEMENTITY-INDEX) NOT = SPACES
                                MOVE SHIFT-DEST-SLOT TO POTION-SLOT
                                MOVE ITEMENTITY-POTION(ITEMENTITY-INDEX) TO POTION-TAG
                                PERFORM WritePotionTag
                            END-IF
                        END-IF
                        CALL "Player-ValidateInventory" USING CLIENT-PLAYER(CLIENT-ID)
                        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                        PERFORM HandleClientError
                        MOVE 1 TO ITEMENTITY-PICKED-UP
                    END-IF
    PERFORM VARYING MOB-INDEX FROM 1 BY 1 UNTIL MOB-INDEX > MAX-MOBS
        IF MOB-PRESENT(MOB-INDEX) = 1
            CALL "SendPacket-SpawnEntity" USING CLIENT-HNDL(CLIENT-ID) MOB-ENTITY-ID(MOB-INDEX) MOB-ENTITY-TYPE(MOB-INDEX) MOB-POSITION(MOB-INDEX) MOB-ROTATION(MOB-INDEX)
            IF MOB-BABY(MOB-INDEX) = 1
                CALL "SendPacket-SetEntityMetadataBaby" USING CLIENT-HNDL(CLIENT-ID) MOB-ENTITY-ID(MOB-INDEX) MOB-BABY(MOB-INDEX)
            END-IF
        END-IF
    END-PERFORM

    ELSE
        MOVE STREAM-CHUNKS-PER-TICK TO STREAM-BUDGET
    END-IF
    *> the tick after an overrun only trickles chunks out - see GameLoop
    IF STREAM-SHEDDING = 1 AND STREAM-BUDGET > C-SHED-STREAM-BUDGET
        MOVE C-SHED-STREAM-BUDGET TO STREAM-BUDGET
    END-IF
    PERFORM VARYING STREAM-RING FROM 0 BY 1 UNTIL STREAM-RING > STREAM-VIEW-DISTANCE OR STREAM-BUDGET = 0
        PERFORM VARYING STREAM-DX FROM STREAM-NEG-VIEW-DISTANCE BY 1 UNTIL STREAM-DX > STREAM-VIEW-DISTANCE OR STREAM-BUDGET = 0
            PERFORM VARYING STREAM-DZ FROM STREAM-NEG-VIEW-DISTANCE BY 1 UNTIL STREAM-DZ > STREAM-VIEW-DISTANCE OR STREAM-BUDGET = 0
                    IF CLIENT-CHUNK-SENT-FLAG(CLIENT-ID, STREAM-MAP-INDEX) = 0
                        COMPUTE STREAM-X = CLIENT-CHUNK-X(CLIENT-ID) + STREAM-DX
                        COMPUTE STREAM-Z = CLIENT-CHUNK-Z(CLIENT-ID) + STREAM-DZ
                        *> a chunk read off disk (or an evicted one saved to make
                        *> room) is chunk I/O, not streaming - see PerfStop
                        CALL "Util-SystemTimeMillis" USING PERF-IO-MARK
                        CALL "World-EnsureChunk" USING STREAM-X STREAM-Z CHUNK-INDEX
                        CALL "Util-SystemTimeMillis" USING PERF-NOW
                        COMPUTE PERF-SUB-TICK-MS(C-PERF-CHUNKIO) = PERF-SUB-TICK-MS(C-PERF-CHUNKIO) + PERF-NOW - PERF-IO-MARK
                        COMPUTE PERF-NESTED-MS = PERF-NESTED-MS + PERF-NOW - PERF-IO-MARK
                        IF CHUNK-INDEX > 0
                            CALL "SendPacket-ChunkData" USING CLIENT-HNDL(CLIENT-ID) ERRNO WORLD-CHUNK(CHUNK-INDEX)
                            PERFORM HandleClientError
            END-PERFORM
        END-PERFORM
    END-PERFORM
    *> a shed tick that used up its trickle left this player's streaming for later
    IF STREAM-SHEDDING = 1 AND STREAM-BUDGET = 0
        ADD 1 TO PERF-SUB-TICK-DEFERRED(C-PERF-STREAMING)
    END-IF

    EXIT SECTION.

    *> A connection from a banned address, or from an address opening connections
    *> faster than the rate limit allows, is closed on the spot - it never gets a
    *> CLIENTS slot, so one bad actor can't starve everyone else out of them.
    *> A trusted proxy's connection is let in unchecked: the proxy's own address
    *> says nothing about who is behind it, so the checks wait for the real
    *> client's address in its PROXY header - see ReadProxyHeader.
    MOVE SPACES TO PEER-ADDRESS
    CALL "Socket-GetPeerAddress" USING TEMP-HNDL PEER-ADDRESS PEER-ADDRESS-LEN
    CALL "Proxy-IsTrusted" USING PEER-ADDRESS PROXY-TRUSTED
    IF PROXY-TRUSTED = 0
        PERFORM CheckAddressAllowed
        IF ADDRESS-ALLOWED = 0
            CALL "Socket-Close" USING TEMP-HNDL ERRNO
            EXIT SECTION
        END-IF

    MOVE 1 TO CLIENT-PRESENT(CLIENT-ID)
    MOVE TEMP-HNDL TO CLIENT-HNDL(CLIENT-ID)
    MOVE PEER-ADDRESS TO CLIENT-ADDRESS(CLIENT-ID)
    IF CLIENT-ADDRESS(CLIENT-ID) = SPACES
        MOVE "unknown" TO CLIENT-ADDRESS(CLIENT-ID)
    END-IF
    MOVE SPACES TO CLIENT-PROXY-ADDRESS(CLIENT-ID)
    MOVE PROXY-TRUSTED TO CLIENT-PROXY-PENDING(CLIENT-ID)
    IF PROXY-TRUSTED = 1
        MOVE PEER-ADDRESS TO CLIENT-PROXY-ADDRESS(CLIENT-ID)
    END-IF
    MOVE 0 TO CLIENT-STATE(CLIENT-ID)
    MOVE 0 TO CLIENT-PLAYER(CLIENT-ID)
    MOVE 0 TO CLIENT-PROTOCOL(CLIENT-ID)
    MOVE 0 TO CLIENT-PROTOCOL-INDEX(CLIENT-ID)

    MOVE 0 TO KEEPALIVE-SENT(CLIENT-ID)
    MOVE 0 TO KEEPALIVE-RECV(CLIENT-ID)
    MOVE 0 TO PACKET-BUFFERLEN(CLIENT-ID)

    MOVE 0 TO CLIENT-JOINED(CLIENT-ID)
    MOVE SPACES TO CLIENT-SESSION-LOGIN(CLIENT-ID)
    MOVE 0 TO CLIENT-SESSION-START-MS(CLIENT-ID)
    MOVE 0 TO CLIENT-SESSION-FIRST(CLIENT-ID)
    MOVE SPACES TO CLIENT-END-REASON(CLIENT-ID)

    MOVE 0 TO CLIENT-EATING-TICKS(CLIENT-ID)

    *> occupant - see /r and /tpa
    MOVE SPACES TO CLIENT-REPLY-NAME(CLIENT-ID)
    MOVE 0 TO CLIENT-TPA-FROM(CLIENT-ID)
    *> everyone starts out talking to the whole server - see /party chat
    MOVE 0 TO CLIENT-PARTY-CHAT(CLIENT-ID)
    *> nor claim corners half-marked by them - see /claim
    MOVE 0 TO CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 1) CLIENT-CLAIM-CORNER-SET(CLIENT-ID, 2)

    *> uncompressed until HandleLogin negotiates otherwise, with fresh traffic
    *> counters - see SendPacket/ReceivePacket and the "netstat" admin command
    MOVE 0 TO CLIENT-PACKETS-OUT(CLIENT-ID)
    MOVE 0 TO CLIENT-PING-MS(CLIENT-ID)

    *> not waiting in the login queue - see CompleteLoginStart
    MOVE 0 TO CLIENT-QUEUE-TICKET(CLIENT-ID)
    MOVE 0 TO CLIENT-QUEUE-PRIORITY(CLIENT-ID)
    MOVE 0 TO CLIENT-QUEUE-NAME-LEN(CLIENT-ID)
    MOVE 0 TO CLIENT-QUEUE-UUID-SET(CLIENT-ID)

    EXIT SECTION.

CheckAddressAllowed SECTION.
    *> Sets ADDRESS-ALLOWED to 0, with a warning and an audit line, when
    *> PEER-ADDRESS is banned or has opened connections faster than the rate
    *> limit allows - see InsertClient and ReadProxyHeader, which turn it away.
    MOVE 1 TO ADDRESS-ALLOWED
    IF PEER-ADDRESS = SPACES
        EXIT SECTION
    END-IF
    CALL "AccessList-IsIpBanned" USING PEER-ADDRESS IP-CHECK-RESULT
    IF IP-CHECK-RESULT > 0
        MOVE 1 TO LOG-TEXT-POS
        STRING "Rejected connection from banned address: " FUNCTION TRIM(PEER-ADDRESS) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        MOVE 1 TO AUDIT-TEXT-POS
        STRING "rejected banned address " FUNCTION TRIM(PEER-ADDRESS) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
        COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
        CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
        MOVE 0 TO ADDRESS-ALLOWED
        EXIT SECTION
    END-IF

    *> sliding-window rate limit per source address; the table recycles its
    *> oldest window when a fresh address needs a slot
    MOVE 0 TO RATE-FOUND-INDEX
    MOVE 1 TO RATE-OLDEST-INDEX
    PERFORM VARYING RATE-TABLE-INDEX FROM 1 BY 1 UNTIL RATE-TABLE-INDEX > 20
        IF RATE-ADDRESS(RATE-TABLE-INDEX) = PEER-ADDRESS
            MOVE RATE-TABLE-INDEX TO RATE-FOUND-INDEX
        END-IF
        IF RATE-WINDOW-START(RATE-TABLE-INDEX) < RATE-WINDOW-START(RATE-OLDEST-INDEX)
            MOVE RATE-TABLE-INDEX TO RATE-OLDEST-INDEX
        END-IF
    END-PERFORM
    IF RATE-FOUND-INDEX = 0
        MOVE RATE-OLDEST-INDEX TO RATE-FOUND-INDEX
        MOVE PEER-ADDRESS TO RATE-ADDRESS(RATE-FOUND-INDEX)
        MOVE 0 TO RATE-WINDOW-START(RATE-FOUND-INDEX)
        MOVE 0 TO RATE-COUNT(RATE-FOUND-INDEX)
    END-IF
    IF CURRENT-TIME - RATE-WINDOW-START(RATE-FOUND-INDEX) > RATE-LIMIT-WINDOW-MS
        MOVE CURRENT-TIME TO RATE-WINDOW-START(RATE-FOUND-INDEX)
        MOVE 0 TO RATE-COUNT(RATE-FOUND-INDEX)
    END-IF
    ADD 1 TO RATE-COUNT(RATE-FOUND-INDEX)
    IF RATE-COUNT(RATE-FOUND-INDEX) > RATE-LIMIT-MAX
        MOVE 1 TO LOG-TEXT-POS
        STRING "Rate-limited connection from: " FUNCTION TRIM(PEER-ADDRESS) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        MOVE 1 TO AUDIT-TEXT-POS
        STRING "rejected rate-limited address " FUNCTION TRIM(PEER-ADDRESS) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
        COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
        CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
        MOVE 0 TO ADDRESS-ALLOWED
        EXIT SECTION
    END-IF

    EXIT SECTION.

RemoveClient SECTION.
    MOVE X"00000000" TO CLIENT-HNDL(CLIENT-ID)
    MOVE -1 TO CLIENT-STATE(CLIENT-ID)
    MOVE 0 TO CONFIG-FINISH(CLIENT-ID)
    *> a connection dropped while waiting leaves the login queue with it
    MOVE 0 TO CLIENT-QUEUE-TICKET(CLIENT-ID)

    *> If there is an associated player, announce their departure, save their data to disk,
    *> and remove the association
    IF CLIENT-PLAYER(CLIENT-ID) > 0
        IF CLIENT-JOINED(CLIENT-ID) > 0
            MOVE 1 TO LOG-TEXT-POS
            STRING "Player " USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) " left the game" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            MOVE "player.left" TO MSG-ID
            MOVE "{1} left the game" TO MSG-DEFAULT
            MOVE "leave" TO BRIDGE-KIND
            PERFORM BroadcastMessage
            PERFORM DespawnPlayerEntity

            *> fire the PLAYER_LEAVE event hook, if any are registered - see Hooks-Load/Hooks-Fire
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO EVENT-USERNAME
            MOVE USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID)) TO EVENT-USERNAME-LEN
            MOVE 0 TO EVENT-X EVENT-Y EVENT-Z EVENT-BLOCK-ID
            MOVE SPACES TO EVENT-DETAIL
            CALL "Hooks-Fire" USING C-HOOK-EVENT-PLAYER-LEAVE HOOK-EVENT

            *> one line in the month's session log - see Session-Record
            CALL "Session-Record" USING CLIENT-ID
        END-IF
        *> a disconnecting sleeper can't be waited on forever - drop their sleep state and
        *> re-check in case everyone still connected is now asleep
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        MOVE -1 TO CLIENT-STATE(CLIENT-ID)
        MOVE "timeout" TO CLIENT-END-REASON(CLIENT-ID)
    END-IF

    *> Send keepalive packet every second, but only in play state
        EXIT SECTION
    END-IF

    *> A trusted proxy's connection opens with its PROXY header, ahead of any packet
    IF CLIENT-PROXY-PENDING(CLIENT-ID) = 1
        PERFORM ReadProxyHeader
        EXIT SECTION
    END-IF

    *> If the packet length is not yet known, try to read more bytes one by one until the VarInt is valid
    IF PACKET-LENGTH(CLIENT-ID) < 0 THEN
        MOVE 1 TO BYTE-COUNT
        ADD BYTE-COUNT TO PACKET-BUFFERLEN(CLIENT-ID)
    END-IF

    *> the first bytes of a new connection may be a PROXY header it has no
    *> business sending - see RejectProxyHeader
    IF CLIENT-STATE(CLIENT-ID) = 0
        PERFORM RejectProxyHeader
        IF CLIENT-STATE(CLIENT-ID) < 0
            EXIT SECTION
        END-IF
    END-IF

    *> Check if we can start processing the packet now.
    IF PACKET-BUFFERLEN(CLIENT-ID) < PACKET-LENGTH(CLIENT-ID) THEN
        EXIT SECTION
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Debug" USING LOG-TEXT LOG-TEXT-LEN

    *> a client on another protocol version numbers its packets its own way -
    *> put the ID into the numbering HandleConfiguration/HandlePlay are written
    *> for (see DD-PROTOCOL); one with no counterpart comes out negative and
    *> falls through both unhandled
    EVALUATE CLIENT-STATE(CLIENT-ID)
        WHEN CLIENT-STATE-CONFIGURATION
            CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "sb-config" PACKET-ID
        WHEN CLIENT-STATE-PLAY
            CALL "Protocol-Map" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) "sb-play" PACKET-ID
    END-EVALUATE

    EVALUATE CLIENT-STATE(CLIENT-ID)
        WHEN 0
            PERFORM HandleHandshake

    EXIT SECTION.

ReadProxyHeader SECTION.
    *> Reads the PROXY protocol header a trusted proxy sends ahead of the game
    *> protocol, never more than Proxy-ParseHeader asks for, so the client's own
    *> Handshake is left for ReceivePacket. Once the header is complete the real
    *> client's address replaces the proxy's, and is held to the IP bans and the
    *> rate limit exactly as a direct connection is in InsertClient. A header
    *> that names no client (the proxy's own health check) leaves the proxy's
    *> address, which is trusted and so not checked. Anything but a valid
    *> header drops the connection.
    CALL "Proxy-ParseHeader" USING PACKET-BUFFER(CLIENT-ID) PACKET-BUFFERLEN(CLIENT-ID) PROXY-WANT PROXY-RESULT PROXY-REAL-ADDRESS PROXY-REASON
    IF PROXY-RESULT = 0
        MOVE PROXY-WANT TO BYTE-COUNT
        MOVE 1 TO TIMEOUT-MS
        CALL "Socket-Read" USING CLIENT-HNDL(CLIENT-ID) ERRNO BYTE-COUNT BUFFER TIMEOUT-MS
        PERFORM HandleClientError
        IF CLIENT-STATE(CLIENT-ID) < 0 OR BYTE-COUNT = 0
            EXIT SECTION
        END-IF
        MOVE BUFFER(1:BYTE-COUNT) TO PACKET-BUFFER(CLIENT-ID)(PACKET-BUFFERLEN(CLIENT-ID) + 1:BYTE-COUNT)
        ADD BYTE-COUNT TO PACKET-BUFFERLEN(CLIENT-ID)
        ADD BYTE-COUNT TO CLIENT-BYTES-IN(CLIENT-ID)
        CALL "Proxy-ParseHeader" USING PACKET-BUFFER(CLIENT-ID) PACKET-BUFFERLEN(CLIENT-ID) PROXY-WANT PROXY-RESULT PROXY-REAL-ADDRESS PROXY-REASON
        IF PROXY-RESULT = 0
            EXIT SECTION
        END-IF
    END-IF

    IF PROXY-RESULT = 2
        MOVE CLIENT-ID TO LOG-NUM1
        MOVE 1 TO LOG-TEXT-POS
        STRING "Client " FUNCTION TRIM(LOG-NUM1) " from proxy " FUNCTION TRIM(CLIENT-PROXY-ADDRESS(CLIENT-ID)) ": "
            FUNCTION TRIM(PROXY-REASON) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        MOVE 1 TO AUDIT-TEXT-POS
        STRING "rejected connection from proxy " FUNCTION TRIM(CLIENT-PROXY-ADDRESS(CLIENT-ID)) ": "
            FUNCTION TRIM(PROXY-REASON) INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
        COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
        CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
        MOVE -1 TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF

    *> the game protocol starts afresh after the header
    MOVE 0 TO CLIENT-PROXY-PENDING(CLIENT-ID)
    MOVE -1 TO PACKET-LENGTH(CLIENT-ID)
    MOVE 0 TO PACKET-BUFFERLEN(CLIENT-ID)
    IF PROXY-REAL-ADDRESS = SPACES
        EXIT SECTION
    END-IF

    MOVE PROXY-REAL-ADDRESS TO CLIENT-ADDRESS(CLIENT-ID)
    MOVE CLIENT-ID TO LOG-NUM1
    MOVE 1 TO LOG-TEXT-POS
    STRING "Client " FUNCTION TRIM(LOG-NUM1) " is " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID)) " via proxy "
        FUNCTION TRIM(CLIENT-PROXY-ADDRESS(CLIENT-ID)) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN

    MOVE PROXY-REAL-ADDRESS TO PEER-ADDRESS
    PERFORM CheckAddressAllowed
    IF ADDRESS-ALLOWED = 0
        MOVE -1 TO CLIENT-STATE(CLIENT-ID)
    END-IF

    EXIT SECTION.

RejectProxyHeader SECTION.
    *> A PROXY header from anywhere but a trusted proxy (see DD-PROXY) is an
    *> attempt to pass off a made-up address. Read as a packet, v1's "P" or
    *> v2's CR is a length of 80 or 13 and the rest of the signature the body;
    *> it is refused as soon as that much is in, rather than waiting for a
    *> "packet" the header need not fill.
    IF (PACKET-LENGTH(CLIENT-ID) = 80 AND PACKET-BUFFERLEN(CLIENT-ID) >= 5
                AND PACKET-BUFFER(CLIENT-ID)(1:5) = C-PROXY-V1-BODY)
            OR (PACKET-LENGTH(CLIENT-ID) = 13 AND PACKET-BUFFERLEN(CLIENT-ID) >= 11
                AND PACKET-BUFFER(CLIENT-ID)(1:11) = C-PROXY-V2-BODY)
        MOVE 1 TO LOG-TEXT-POS
        STRING "Rejected PROXY protocol header from untrusted address: " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
        MOVE 1 TO AUDIT-TEXT-POS
        STRING "rejected proxy header from untrusted address " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
            INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
        COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
        CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
        MOVE -1 TO CLIENT-STATE(CLIENT-ID)
    END-IF

    EXIT SECTION.

HandleHandshake SECTION.
    IF PACKET-ID NOT = 0 THEN
        MOVE PACKET-ID TO LOG-NUM1
        EXIT SECTION
    END-IF

    *> The payload leads with the client's protocol version - remembered, and
    *> matched against the versions this server speaks (see DD-PROTOCOL). One
    *> it does not speak may still ping for status; Login Start turns it away.
    CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION CLIENT-PROTOCOL(CLIENT-ID)
    CALL "Protocol-Find" USING CLIENT-PROTOCOL(CLIENT-ID) CLIENT-PROTOCOL-INDEX(CLIENT-ID)
    MOVE CLIENT-PROTOCOL(CLIENT-ID) TO LOG-NUM1
    MOVE 1 TO LOG-TEXT-POS
    STRING "  Protocol version: " FUNCTION TRIM(LOG-NUM1) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) = 0
        STRING " (not supported)" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    END-IF
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Debug" USING LOG-TEXT LOG-TEXT-LEN

    *> The final byte of the payload encodes the target state.
    COMPUTE CLIENT-STATE(CLIENT-ID) = FUNCTION ORD(PACKET-BUFFER(CLIENT-ID)(PACKET-LENGTH(CLIENT-ID):1)) - 1
    IF CLIENT-STATE(CLIENT-ID) NOT = 1 AND CLIENT-STATE(CLIENT-ID) NOT = 2 THEN
                    ADD 1 TO TEMP-INT32
                END-IF
            END-PERFORM
            CALL "SendPacket-StatusResponse" USING CLIENT-HNDL(CLIENT-ID) ERRNO MOTD MAX-PLAYERS TEMP-INT32
                CLIENT-PROTOCOL(CLIENT-ID) CLIENT-PROTOCOL-INDEX(CLIENT-ID)
            PERFORM HandleClientError
        WHEN 1
            *> Ping request: respond with the same payload and close the connection

    EXIT SECTION.

LoginMessagePlayer SECTION.
    *> The player slot whose language a refused login (LOGIN-USERNAME) is told
    *> why in: the slot still holding that name from an earlier visit this run,
    *> if any - the client reports its locale only after login - else 0 for
    *> English. Sets MSG-PLAYER for Messages-Format.
    MOVE 0 TO MSG-PLAYER
    PERFORM VARYING TEMP-INT32 FROM 1 BY 1 UNTIL TEMP-INT32 > MAX-PLAYERS OR MSG-PLAYER > 0
        IF USERNAME-LENGTH(TEMP-INT32) = LOGIN-USERNAME-LENGTH AND LOGIN-USERNAME-LENGTH > 0
            AND USERNAME(TEMP-INT32) = LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH)
            MOVE TEMP-INT32 TO MSG-PLAYER
        END-IF
    END-PERFORM

    EXIT SECTION.

CompleteLoginStart SECTION.
    *> The shared tail of a successful Login Start: bind LOGIN-USERNAME (already
    *> past the ban/whitelist checks) to a player slot and send Login Success.
        CALL "AccessList-IsOp" USING LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) ACCESS-CHECK-RESULT
        IF ACCESS-CHECK-RESULT = 0
            MOVE 1 TO AUDIT-TEXT-POS
            STRING "rejected login during maintenance: " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
            COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
            CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
            PERFORM LoginMessagePlayer
            MOVE SPACES TO MSG-ARGS
            CALL "Messages-Format" USING MSG-PLAYER "login.maintenance" "The server is down for maintenance - back soon!" MSG-ARGS BUFFER BYTE-COUNT
            CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
            PERFORM HandleClientError
            MOVE -1 TO CLIENT-STATE(CLIENT-ID)
    *> handler once the session server has vouched for the name - in which case
    *> AUTH-UUID-SET is 1 and AUTH-UUID carries the real account UUID, which both
    *> goes out in Login Success and keys the player's save data from now on.
    *> A player still cached from earlier in this run takes their own slot back
    *> and keeps whatever health/food/position they had - no need to hit the
    *> disk again. Anyone else gets a slot from ReclaimPlayerSlot: a never-used
    *> one, or the offline slot seen longest ago, saved and scrubbed first.
    PERFORM VARYING TEMP-INT16 FROM 1 BY 1 UNTIL TEMP-INT16 > MAX-PLAYERS
        IF PLAYER-CLIENT(TEMP-INT16) = 0 AND USERNAME-LENGTH(TEMP-INT16) > 0
            AND USERNAME(TEMP-INT16) = LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH)
            *> associate the player with the client
            MOVE CLIENT-ID TO PLAYER-CLIENT(TEMP-INT16)
            MOVE TEMP-INT16 TO CLIENT-PLAYER(CLIENT-ID)
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF CLIENT-PLAYER(CLIENT-ID) = 0
        PERFORM ReclaimPlayerSlot
        IF RECLAIM-SLOT > 0
            MOVE RECLAIM-SLOT TO TEMP-INT16
            MOVE CLIENT-ID TO PLAYER-CLIENT(TEMP-INT16)
            MOVE TEMP-INT16 TO CLIENT-PLAYER(CLIENT-ID)
            *> first time this slot is used by this player: set up survival
            *> bookkeeping from the configured default gamemode, then load any
            *> saved data from a previous session
            MOVE TEMP-INT16 TO PLAYER-ENTITY-ID(TEMP-INT16)
            MOVE GAMEMODE TO PLAYER-GAMEMODE(TEMP-INT16)
            MOVE 20 TO PLAYER-HEALTH(TEMP-INT16)
            MOVE 20 TO PLAYER-FOOD(TEMP-INT16)
            MOVE 5 TO PLAYER-SATURATION(TEMP-INT16)
            MOVE SPACES TO USERNAME(TEMP-INT16)
            MOVE LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) TO USERNAME(TEMP-INT16)
            MOVE LOGIN-USERNAME-LENGTH TO USERNAME-LENGTH(TEMP-INT16)
            IF AUTH-UUID-SET = 1
                MOVE AUTH-UUID TO PLAYER-UUID(TEMP-INT16)
                MOVE 1 TO PLAYER-UUID-SET(TEMP-INT16)
            END-IF
            CALL "Player-LoadData" USING TEMP-INT16 IO-FAILURE
            IF IO-FAILURE = 2
                *> the save file was written by a newer build (see the
                *> version gate in Player-LoadDataFromFile) - letting this
                *> login proceed on defaults would save over it, so the
                *> slot is scrubbed and the connection politely refused
                INITIALIZE PLAYERS(TEMP-INT16)
                MOVE 0 TO CLIENT-PLAYER(CLIENT-ID)
                MOVE 0 TO CLIENT-QUEUE-TICKET(CLIENT-ID)
                MOVE 1 TO AUDIT-TEXT-POS
                STRING "rejected login with newer-build save data: " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                    INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
                MOVE SPACES TO MSG-ARGS
                MOVE 0 TO MSG-PLAYER
                CALL "Messages-Format" USING MSG-PLAYER "login.newer-save" "Your save data needs a newer server build" MSG-ARGS BUFFER BYTE-COUNT
                CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                PERFORM HandleClientError
                MOVE -1 TO CLIENT-STATE(CLIENT-ID)
                EXIT SECTION
            END-IF
            IF IO-FAILURE = 3
                *> the save file is on disk but will not decode, or
                *> PlayerDataCheck has moved it to save/quarantine/ - the same
                *> refusal, so nobody is silently reset to a fresh inventory
                INITIALIZE PLAYERS(TEMP-INT16)
                MOVE 0 TO CLIENT-PLAYER(CLIENT-ID)
                MOVE 0 TO CLIENT-QUEUE-TICKET(CLIENT-ID)
                MOVE 1 TO AUDIT-TEXT-POS
                STRING "rejected login with quarantined save data: " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                    INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
                MOVE SPACES TO MSG-ARGS
                MOVE 0 TO MSG-PLAYER
                CALL "Messages-Format" USING MSG-PLAYER "login.quarantined" "Your save data is quarantined - ask staff to restore it" MSG-ARGS BUFFER BYTE-COUNT
                CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                PERFORM HandleClientError
                MOVE -1 TO CLIENT-STATE(CLIENT-ID)
                EXIT SECTION
            END-IF
        END-IF
    END-IF

    *> If no player slot was found, every slot belongs to someone online: the
    *> connection waits in the login queue instead of being turned away, and
    *> LoginQueueTick finishes this login once a slot frees up. Ops go ahead
    *> of everyone already waiting.
    IF CLIENT-PLAYER(CLIENT-ID) = 0
        IF CLIENT-QUEUE-TICKET(CLIENT-ID) = 0
            ADD 1 TO LOGIN-QUEUE-NEXT-TICKET
            MOVE LOGIN-QUEUE-NEXT-TICKET TO CLIENT-QUEUE-TICKET(CLIENT-ID)
            CALL "AccessList-IsOp" USING LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) ACCESS-CHECK-RESULT
            MOVE ACCESS-CHECK-RESULT TO CLIENT-QUEUE-PRIORITY(CLIENT-ID)
            MOVE LOGIN-USERNAME TO CLIENT-QUEUE-NAME(CLIENT-ID)
            MOVE LOGIN-USERNAME-LENGTH TO CLIENT-QUEUE-NAME-LEN(CLIENT-ID)
            MOVE AUTH-UUID TO CLIENT-QUEUE-UUID(CLIENT-ID)
            MOVE AUTH-UUID-SET TO CLIENT-QUEUE-UUID-SET(CLIENT-ID)
            *> the first position notice goes out on the next LoginQueueTick
            MOVE 0 TO CLIENT-QUEUE-NOTIFY-TIME(CLIENT-ID)
            MOVE CURRENT-TIME TO KEEPALIVE-RECV(CLIENT-ID)
            MOVE CLIENT-ID TO LOGIN-QUEUE-INDEX
            PERFORM GetLoginQueuePosition
            MOVE LOGIN-QUEUE-POSITION TO LOG-NUM1
            MOVE 1 TO LOG-TEXT-POS
            STRING "  Server is full, " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " waits in the login queue at position " FUNCTION TRIM(LOG-NUM1) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            IF CLIENT-QUEUE-PRIORITY(CLIENT-ID) > 0
                STRING " (op)" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            END-IF
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
        END-IF
        EXIT SECTION
    END-IF
    MOVE 0 TO CLIENT-QUEUE-TICKET(CLIENT-ID)

    *> Negotiate zlib packet compression before login success, the standard
    *> place in the login sequence for it - everything after the Set
    ADD 1 TO BYTE-COUNT
    MOVE FUNCTION CHAR(1) TO BUFFER(BYTE-COUNT:1)
    *> End of properties
    *> Strict error handling = false, from protocol 766 on
    IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) >= 2
        ADD 1 TO BYTE-COUNT
        MOVE X"00" TO BUFFER(BYTE-COUNT:1)
    END-IF
    *> send packet
    MOVE 2 TO PACKET-ID
    CALL "SendPacket" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO

    EXIT SECTION.

ReclaimPlayerSlot SECTION.
    *> Finds a PLAYERS slot for someone who has none cached, into RECLAIM-SLOT
    *> (0 = none to be had). A never-used slot comes first; failing that, the
    *> offline slot (PLAYER-CLIENT = 0) whose player was seen longest ago is
    *> saved through Player-SaveData one last time and handed over, so the
    *> table no longer fills up with everyone who joined since the last
    *> restart. A slot whose save fails is left alone - its player's data
    *> would otherwise be lost with it. Either way the slot comes back
    *> scrubbed to the same defaults a fresh start gives it.
    MOVE 0 TO RECLAIM-SLOT
    PERFORM VARYING RECLAIM-INDEX FROM 1 BY 1 UNTIL RECLAIM-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(RECLAIM-INDEX) = 0 AND USERNAME-LENGTH(RECLAIM-INDEX) = 0
            MOVE RECLAIM-INDEX TO RECLAIM-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF RECLAIM-SLOT = 0
        MOVE HIGH-VALUES TO RECLAIM-OLDEST-SEEN
        PERFORM VARYING RECLAIM-INDEX FROM 1 BY 1 UNTIL RECLAIM-INDEX > MAX-PLAYERS
            IF PLAYER-CLIENT(RECLAIM-INDEX) = 0 AND USERNAME-LENGTH(RECLAIM-INDEX) > 0
                AND PLAYER-LAST-SEEN(RECLAIM-INDEX) < RECLAIM-OLDEST-SEEN
                MOVE RECLAIM-INDEX TO RECLAIM-SLOT
                MOVE PLAYER-LAST-SEEN(RECLAIM-INDEX) TO RECLAIM-OLDEST-SEEN
            END-IF
        END-PERFORM
        IF RECLAIM-SLOT = 0
            EXIT SECTION
        END-IF
        CALL "Player-SaveData" USING RECLAIM-SLOT IO-FAILURE
        IF IO-FAILURE NOT = 0
            MOVE 1 TO LOG-TEXT-POS
            STRING "Could not save " USERNAME(RECLAIM-SLOT)(1:USERNAME-LENGTH(RECLAIM-SLOT)) " - player slot not reclaimed" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
            MOVE 0 TO RECLAIM-SLOT
            EXIT SECTION
        END-IF
        MOVE RECLAIM-SLOT TO LOG-NUM1
        MOVE 1 TO LOG-TEXT-POS
        STRING "Reclaimed player slot " FUNCTION TRIM(LOG-NUM1) " from offline player " USERNAME(RECLAIM-SLOT)(1:USERNAME-LENGTH(RECLAIM-SLOT)) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
    END-IF

    *> INITIALIZE zeroes everything; put back the handful of DD-PLAYERS
    *> defaults that aren't zero
    INITIALIZE PLAYERS(RECLAIM-SLOT)
    MOVE 64 TO PLAYER-Y(RECLAIM-SLOT)
    MOVE 64 TO PLAYER-FALL-START-Y(RECLAIM-SLOT)
    MOVE 64 TO PLAYER-SPAWN-Y(RECLAIM-SLOT)
    MOVE 1 TO PLAYER-ON-GROUND(RECLAIM-SLOT)
    PERFORM VARYING RECLAIM-INDEX FROM 1 BY 1 UNTIL RECLAIM-INDEX > 27
        MOVE -1 TO PLAYER-ENDER-SLOT-ID(RECLAIM-SLOT, RECLAIM-INDEX)
    END-PERFORM

    EXIT SECTION.

GetLoginQueuePosition SECTION.
    *> The 1-based place of waiting client LOGIN-QUEUE-INDEX in the login
    *> queue, into LOGIN-QUEUE-POSITION: everyone with a higher priority (ops)
    *> or the same priority and an earlier ticket is ahead of them.
    MOVE 1 TO LOGIN-QUEUE-POSITION
    PERFORM VARYING LOGIN-QUEUE-OTHER FROM 1 BY 1 UNTIL LOGIN-QUEUE-OTHER > MAX-CLIENTS
        IF LOGIN-QUEUE-OTHER NOT = LOGIN-QUEUE-INDEX
            AND CLIENT-PRESENT(LOGIN-QUEUE-OTHER) = 1 AND CLIENT-STATE(LOGIN-QUEUE-OTHER) = 2
            AND CLIENT-QUEUE-TICKET(LOGIN-QUEUE-OTHER) > 0
            IF CLIENT-QUEUE-PRIORITY(LOGIN-QUEUE-OTHER) > CLIENT-QUEUE-PRIORITY(LOGIN-QUEUE-INDEX)
                OR (CLIENT-QUEUE-PRIORITY(LOGIN-QUEUE-OTHER) = CLIENT-QUEUE-PRIORITY(LOGIN-QUEUE-INDEX)
                    AND CLIENT-QUEUE-TICKET(LOGIN-QUEUE-OTHER) < CLIENT-QUEUE-TICKET(LOGIN-QUEUE-INDEX))
                ADD 1 TO LOGIN-QUEUE-POSITION
            END-IF
        END-IF
    END-PERFORM

    EXIT SECTION.

LoginQueueTick SECTION.
    *> Called once per tick from ServerLoop. While any player slot is free
    *> or reclaimable (PLAYER-CLIENT = 0), the head of the login queue has
    *> its login finished through CompleteLoginStart - one admission per tick
    *> is plenty. Everyone still waiting is told their position every
    *> LOGIN-QUEUE-NOTIFY-MS through a Login Plugin Request, whose answer
    *> keeps the parked connection from timing out - see HandleLogin.
    MOVE 0 TO LOGIN-QUEUE-BEST
    PERFORM VARYING LOGIN-QUEUE-INDEX FROM 1 BY 1 UNTIL LOGIN-QUEUE-INDEX > MAX-CLIENTS
        IF CLIENT-PRESENT(LOGIN-QUEUE-INDEX) = 1 AND CLIENT-STATE(LOGIN-QUEUE-INDEX) = 2
            AND CLIENT-QUEUE-TICKET(LOGIN-QUEUE-INDEX) > 0
            PERFORM GetLoginQueuePosition
            IF LOGIN-QUEUE-POSITION = 1
                MOVE LOGIN-QUEUE-INDEX TO LOGIN-QUEUE-BEST
            END-IF
        END-IF
    END-PERFORM
    IF LOGIN-QUEUE-BEST = 0
        EXIT SECTION
    END-IF

    MOVE 0 TO LOGIN-QUEUE-FREE-SLOTS
    PERFORM VARYING RECLAIM-INDEX FROM 1 BY 1 UNTIL RECLAIM-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(RECLAIM-INDEX) = 0
            ADD 1 TO LOGIN-QUEUE-FREE-SLOTS
        END-IF
    END-PERFORM
    IF LOGIN-QUEUE-FREE-SLOTS > 0
        MOVE LOGIN-QUEUE-BEST TO CLIENT-ID
        MOVE CLIENT-QUEUE-NAME(CLIENT-ID) TO LOGIN-USERNAME
        MOVE CLIENT-QUEUE-NAME-LEN(CLIENT-ID) TO LOGIN-USERNAME-LENGTH
        MOVE CLIENT-QUEUE-UUID(CLIENT-ID) TO AUTH-UUID
        MOVE CLIENT-QUEUE-UUID-SET(CLIENT-ID) TO AUTH-UUID-SET
        MOVE 1 TO LOG-TEXT-POS
        STRING "  Admitting " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from the login queue" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
        *> a failed reclaim leaves the ticket in place, so they keep their turn
        PERFORM CompleteLoginStart
    END-IF

    PERFORM VARYING LOGIN-QUEUE-INDEX FROM 1 BY 1 UNTIL LOGIN-QUEUE-INDEX > MAX-CLIENTS
        IF CLIENT-PRESENT(LOGIN-QUEUE-INDEX) = 1 AND CLIENT-STATE(LOGIN-QUEUE-INDEX) = 2
            AND CLIENT-QUEUE-TICKET(LOGIN-QUEUE-INDEX) > 0
            AND CURRENT-TIME - CLIENT-QUEUE-NOTIFY-TIME(LOGIN-QUEUE-INDEX) >= LOGIN-QUEUE-NOTIFY-MS
            MOVE CURRENT-TIME TO CLIENT-QUEUE-NOTIFY-TIME(LOGIN-QUEUE-INDEX)
            PERFORM GetLoginQueuePosition
            MOVE LOGIN-QUEUE-POSITION TO LOG-NUM1
            MOVE SPACES TO LOGIN-QUEUE-TEXT
            MOVE 1 TO LOG-TEXT-POS
            STRING "Server is full - you are number " FUNCTION TRIM(LOG-NUM1) " in the queue" INTO LOGIN-QUEUE-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOGIN-QUEUE-TEXT-LEN = LOG-TEXT-POS - 1
            ADD 1 TO LOGIN-QUEUE-MESSAGE-ID
            CALL "SendPacket-LoginPluginRequest" USING CLIENT-HNDL(LOGIN-QUEUE-INDEX) LOGIN-QUEUE-MESSAGE-ID LOGIN-QUEUE-TEXT LOGIN-QUEUE-TEXT-LEN
        END-IF
    END-PERFORM

    EXIT SECTION.

HandleLogin SECTION.
    EVALUATE PACKET-ID
        *> Login start
            *> Decode username
            CALL "Decode-String" USING BY REFERENCE PACKET-BUFFER(CLIENT-ID) PACKET-POSITION BYTE-COUNT BUFFER
            MOVE 1 TO LOG-TEXT-POS
            STRING "  Login with username: " BUFFER(1:BYTE-COUNT) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID)) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN

            *> Skip the UUID (16 bytes), keeping the client's claim for a
            *> whitelist application should this login be turned away
            MOVE PACKET-BUFFER(CLIENT-ID)(PACKET-POSITION:16) TO LOGIN-CLAIMED-UUID
            ADD 16 TO PACKET-POSITION

            *> Check username against the ban list, then the whitelist (if enabled) - both
            *> periodically (see GameLoop) so editing either file does not require a restart.
            MOVE BYTE-COUNT TO LOGIN-USERNAME-LENGTH
            MOVE BUFFER(1:BYTE-COUNT) TO LOGIN-USERNAME

            *> a client on a protocol version this server does not speak would
            *> only get garbled packets from here on - tell its player which
            *> versions to use instead (see HandleHandshake)
            IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) = 0
                MOVE CLIENT-PROTOCOL(CLIENT-ID) TO LOG-NUM1
                MOVE 1 TO LOG-TEXT-POS
                STRING "  Unsupported protocol version " FUNCTION TRIM(LOG-NUM1) ": " BUFFER(1:BYTE-COUNT) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                PERFORM LoginMessagePlayer
                MOVE SPACES TO MSG-ARGS
                CALL "Protocol-Describe" USING MSG-ARG(1) PROTOCOL-TEXT-LEN
                CALL "Messages-Format" USING MSG-PLAYER "login.unsupported-version" "Unsupported client version - this server accepts Minecraft {1}" MSG-ARGS BUFFER BYTE-COUNT
                CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                PERFORM HandleClientError
                MOVE -1 TO CLIENT-STATE(CLIENT-ID)
                EXIT SECTION
            END-IF

            CALL "AccessList-GetBan" USING LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) ACCESS-CHECK-RESULT BAN-REASON BAN-REASON-LEN
            IF ACCESS-CHECK-RESULT > 0
                MOVE 1 TO LOG-TEXT-POS
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                MOVE 1 TO AUDIT-TEXT-POS
                STRING "rejected banned player " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                    INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
                *> show the banned player the recorded reason, if the entry has one
                PERFORM LoginMessagePlayer
                MOVE SPACES TO MSG-ARGS
                IF BAN-REASON-LEN > 0
                    MOVE BAN-REASON(1:BAN-REASON-LEN) TO MSG-ARG(1)
                    CALL "Messages-Format" USING MSG-PLAYER "login.banned-reason" "You are banned: {1}" MSG-ARGS BUFFER BYTE-COUNT
                ELSE
                    CALL "Messages-Format" USING MSG-PLAYER "login.banned" "You are banned!" MSG-ARGS BUFFER BYTE-COUNT
                END-IF
                CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                PERFORM HandleClientError
                    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                    CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                    MOVE 1 TO AUDIT-TEXT-POS
                    STRING "rejected non-whitelisted player " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                        INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                    COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                    CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
                    *> every attempt opens or refreshes a whitelist application for
                    *> staff to approve or deny - see AdminWhitelistCommand; a
                    *> denied name is only counted, never reopened
                    CALL "Applications-Record" USING LOGIN-USERNAME LOGIN-CLAIMED-UUID CLIENT-ADDRESS(CLIENT-ID) APPLICATION-RESULT
                    IF APPLICATION-RESULT = 0
                        MOVE 1 TO LOG-TEXT-POS
                        STRING "  New whitelist application from " LOGIN-USERNAME(1:LOGIN-USERNAME-LENGTH)
                            " - see whitelist applications" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                        COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                        CALL "Log-Info" USING LOG-TEXT LOG-TEXT-LEN
                    END-IF
                    PERFORM LoginMessagePlayer
                    MOVE SPACES TO MSG-ARGS
                    IF APPLICATION-RESULT < 2
                        CALL "Messages-Format" USING MSG-PLAYER "login.application-queued" "Not whitelisted - your request has been passed to the staff" MSG-ARGS BUFFER BYTE-COUNT
                    ELSE
                        CALL "Messages-Format" USING MSG-PLAYER "login.not-whitelisted" "Not whitelisted!" MSG-ARGS BUFFER BYTE-COUNT
                    END-IF
                    CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                    PERFORM HandleClientError
                    MOVE -1 TO CLIENT-STATE(CLIENT-ID)
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                MOVE 1 TO AUDIT-TEXT-POS
                STRING "rejected unverified session for " CLIENT-LOGIN-USERNAME(CLIENT-ID)(1:CLIENT-LOGIN-USERNAME-LEN(CLIENT-ID)) " from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
                    INTO AUDIT-TEXT WITH POINTER AUDIT-TEXT-POS
                COMPUTE AUDIT-TEXT-LEN = AUDIT-TEXT-POS - 1
                CALL "Audit-Log" USING C-AUDIT-SOURCE-LOGIN AUDIT-TEXT AUDIT-TEXT-LEN
                *> the name is unproven, so no player's language is assumed for it
                MOVE SPACES TO MSG-ARGS
                MOVE 0 TO MSG-PLAYER
                CALL "Messages-Format" USING MSG-PLAYER "login.auth-failed" "Authentication failed!" MSG-ARGS BUFFER BYTE-COUNT
                CALL "SendPacket-LoginDisconnect" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) ERRNO BUFFER BYTE-COUNT
                PERFORM HandleClientError
                MOVE -1 TO CLIENT-STATE(CLIENT-ID)
            MOVE 1 TO AUTH-UUID-SET
            PERFORM CompleteLoginStart

        *> Login Plugin Response - only ever asked for by LoginQueueTick, so the
        *> content (a vanilla client answers "not understood") doesn't matter:
        *> the answer itself is the waiting connection's keep-alive
        WHEN 2
            IF CLIENT-QUEUE-TICKET(CLIENT-ID) > 0
                MOVE CURRENT-TIME TO KEEPALIVE-RECV(CLIENT-ID)
            END-IF

        *> Login acknowledge
        WHEN 3
            *> Must not happen before login start
    EVALUATE PACKET-ID
        *> Client information
        WHEN 0
            *> Locale, then view distance (signed byte, 2-32) - remembered per
            *> client so chunk loading/streaming can follow what each player actually asked
            *> for instead of a single hardcoded value. The rest of the payload is ignored.
            *> The locale ("es_es", "pt_br", ...) picks the player's message catalog
            *> unless they chose one with /language - see Messages-Format.
            CALL "Decode-String" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION BYTE-COUNT BUFFER
            MOVE SPACES TO LANGUAGE-TAG
            IF BYTE-COUNT > 0 AND BYTE-COUNT <= 16
                MOVE FUNCTION LOWER-CASE(BUFFER(1:BYTE-COUNT)) TO LANGUAGE-TAG
            END-IF
            PERFORM CheckLanguageTag
            IF LANGUAGE-TAG-OK = 1 AND CLIENT-PLAYER(CLIENT-ID) > 0
                MOVE LANGUAGE-TAG TO PLAYER-LOCALE(CLIENT-PLAYER(CLIENT-ID))
            END-IF
            CALL "Decode-Byte" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION TEMP-INT8
            IF TEMP-INT8 > 0 AND TEMP-INT8 <= 32
                MOVE TEMP-INT8 TO CLIENT-VIEW-DISTANCE(CLIENT-ID)
            END-IF
            MOVE CLIENT-VIEW-DISTANCE(CLIENT-ID) TO LOG-NUM1
            MOVE 1 TO LOG-TEXT-POS
            STRING "  Received client information, view distance " FUNCTION TRIM(LOG-NUM1)
                ", locale " FUNCTION TRIM(LANGUAGE-TAG) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Debug" USING LOG-TEXT LOG-TEXT-LEN

            *> From protocol 766 on the client first says which data packs it
            *> shares with us, and the registries follow its answer - see WHEN 7
            IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) >= 2
                CALL "SendPacket-SelectKnownPacks" USING CLIENT-HNDL(CLIENT-ID) ERRNO
                PERFORM HandleClientError
                EXIT SECTION
            END-IF
            PERFORM SendConfiguration

        *> Acknowledge finish configuration
        WHEN 2
            PERFORM HandleClientError
            PERFORM SetActiveDimension

            *> send game event "start waiting for level chunks" - through SendPacket,
            *> like everything else, so the ID follows the client's protocol version
            MOVE 32 TO PACKET-ID
            MOVE X"0d00000000" TO BUFFER
            MOVE 5 TO BYTE-COUNT
            CALL "SendPacket" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO
            PERFORM HandleClientError

            *> set ticking state: 20 ticks per second, not frozen
            MOVE 110 TO PACKET-ID
            MOVE X"41a0000000" TO BUFFER
            MOVE 5 TO BYTE-COUNT
            CALL "SendPacket" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO
            PERFORM HandleClientError

            *> step tick: none
            MOVE 111 TO PACKET-ID
            MOVE X"00" TO BUFFER
            MOVE 1 TO BYTE-COUNT
            CALL "SendPacket" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO
            PERFORM HandleClientError

            *> send inventory
            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
            PERFORM HandleClientError

            *> send selected hotbar slot
            PERFORM SyncPlayerPosition

            *> announce the join to everyone currently in the game, including the new player
            MOVE SPACES TO MSG-ARGS
            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
            MOVE "player.joined" TO MSG-ID
            MOVE "{1} joined the game" TO MSG-DEFAULT
            MOVE "join" TO BRIDGE-KIND
            PERFORM BroadcastMessage
            MOVE 1 TO CLIENT-JOINED(CLIENT-ID)
            *> start the session the session log will account for - see Session-Record
            MOVE FUNCTION CURRENT-DATE(1:14) TO CLIENT-SESSION-LOGIN(CLIENT-ID)
            MOVE CURRENT-TIME TO CLIENT-SESSION-START-MS(CLIENT-ID)
            IF PLAYER-STAT-PLAYTIME(CLIENT-PLAYER(CLIENT-ID)) = 0
                MOVE 1 TO CLIENT-SESSION-FIRST(CLIENT-ID)
            END-IF
            PERFORM SpawnPlayerEntities
            PERFORM ScoreboardJoin
            PERFORM PartyTeamsJoin
            *> mobs only live in the overworld - a player logging back into the
            *> nether has none to see
            IF PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID)) = 0
                MOVE "clone" TO DECLARED-COMMAND-NAME(26)
                MOVE "schem" TO DECLARED-COMMAND-NAME(27)
                MOVE "rollback" TO DECLARED-COMMAND-NAME(28)
                MOVE "balance" TO DECLARED-COMMAND-NAME(29)
                MOVE "pay" TO DECLARED-COMMAND-NAME(30)
                MOVE "deposit" TO DECLARED-COMMAND-NAME(31)
                MOVE "withdraw" TO DECLARED-COMMAND-NAME(32)
                MOVE "party" TO DECLARED-COMMAND-NAME(33)
                MOVE "report" TO DECLARED-COMMAND-NAME(34)
                MOVE "ticket" TO DECLARED-COMMAND-NAME(35)
                MOVE "deaths" TO DECLARED-COMMAND-NAME(36)
                MOVE "claim" TO DECLARED-COMMAND-NAME(37)
                MOVE "claims" TO DECLARED-COMMAND-NAME(38)
                MOVE "language" TO DECLARED-COMMAND-NAME(39)
                MOVE 39 TO DECLARED-COMMAND-COUNT
            END-IF
            CALL "SendPacket-DeclareCommands" USING CLIENT-HNDL(CLIENT-ID) DECLARED-COMMAND-COUNT DECLARED-COMMAND-TABLE

            MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO EVENT-USERNAME
            MOVE USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID)) TO EVENT-USERNAME-LEN
            MOVE 0 TO EVENT-X EVENT-Y EVENT-Z EVENT-BLOCK-ID
            MOVE SPACES TO EVENT-DETAIL
            CALL "Hooks-Fire" USING C-HOOK-EVENT-PLAYER-JOIN HOOK-EVENT

            *> owed rewards and today's login reward - ahead of the mail notice,
            *> which then counts any "no room" notice this queues
            PERFORM RewardLoginCheck

            *> the owner is still about - their claims start aging afresh
            PERFORM ClaimRefreshSeen

            *> an unread-mail notice, so queued /mail messages don't sit unnoticed
            IF PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID)) > 0
                MOVE PLAYER-MAIL-COUNT(CLIENT-PLAYER(CLIENT-ID)) TO LOG-NUM1
                MOVE SPACES TO MSG-ARGS
                MOVE LOG-NUM1 TO MSG-ARG(1)
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "mail.unread"
                    "You have {1} unread mail message(s) - /mail read" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
            END-IF

            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Debug" USING LOG-TEXT LOG-TEXT-LEN

        *> Select known packs (protocol 766 on), the client's answer to ours - it
        *> only ever answers with packs from our list, so whatever it names, the
        *> rest of the configuration can follow
        WHEN 7
            IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) < 2 OR CONFIG-FINISH(CLIENT-ID) NOT = 0
                MOVE 1 TO LOG-TEXT-POS
                STRING "  Unexpected known packs" INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                EXIT SECTION
            END-IF
            CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION TEMP-INT32
            MOVE TEMP-INT32 TO LOG-NUM1
            MOVE 1 TO LOG-TEXT-POS
            STRING "  Received known packs, count " FUNCTION TRIM(LOG-NUM1) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
            COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
            CALL "Log-Debug" USING LOG-TEXT LOG-TEXT-LEN
            PERFORM SendConfiguration

        WHEN OTHER
            MOVE PACKET-ID TO LOG-NUM1
            MOVE 1 TO LOG-TEXT-POS

    EXIT SECTION.

SendConfiguration SECTION.
    *> The rest of the configuration state, once the client's information (and,
    *> from protocol 766 on, its known packs) is in: registries, feature flags,
    *> recipes, the resource pack, then Finish Configuration.

    *> Send registry data - the whole codec in one packet, or from protocol 766
    *> on one packet per registry, its entries' data left to the known packs
    IF CLIENT-PROTOCOL-INDEX(CLIENT-ID) >= 2
        CALL "SendPacket-RegistryData" USING CLIENT-HNDL(CLIENT-ID) ERRNO
    ELSE
        CALL "SendPacket-Registry" USING CLIENT-HNDL(CLIENT-ID) ERRNO
    END-IF
    PERFORM HandleClientError

    *> Send feature flags
    CALL "SendPacket-FeatureFlags" USING CLIENT-HNDL(CLIENT-ID) ERRNO
    PERFORM HandleClientError

    *> Send known crafting recipes, so the client's recipe book has entries -
    *> see MatchCraftingRecipe
    CALL "SendPacket-DeclareRecipes" USING CLIENT-HNDL(CLIENT-ID) ERRNO
    PERFORM HandleClientError

    *> Push the configured resource pack, if any, so custom block textures/sounds
    *> aren't limited to whatever's already in the player's vanilla jar
    IF RESOURCE-PACK-ENABLE = 1 AND RESOURCE-PACK-URL NOT = SPACES
        COMPUTE BYTE-COUNT = FUNCTION LENGTH(FUNCTION TRIM(RESOURCE-PACK-URL))
        CALL "SendPacket-AddResourcePack" USING CLIENT-HNDL(CLIENT-ID) RESOURCE-PACK-URL BYTE-COUNT RESOURCE-PACK-SHA1 RESOURCE-PACK-FORCE
        PERFORM HandleClientError
    END-IF

    *> Send finish configuration
    MOVE 2 TO PACKET-ID
    MOVE 0 TO BYTE-COUNT
    CALL "SendPacket" USING BY REFERENCE CLIENT-HNDL(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO
    PERFORM HandleClientError

    *> We now expect an acknowledge packet
    MOVE 1 TO CONFIG-FINISH(CLIENT-ID)

    EXIT SECTION.

HandlePlay SECTION.
    *> anything this packet does to blocks happens in the sender's own dimension
    PERFORM SetActiveDimension
            *> admin commands and AccessList-IsMuted's timed expiry
            CALL "AccessList-IsMuted" USING USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) ACCESS-CHECK-RESULT
            IF ACCESS-CHECK-RESULT = 1
                MOVE SPACES TO MSG-ARGS
                CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chat.muted" "You are muted" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                EXIT SECTION
            END-IF

            STRING "<" USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) "> " BUFFER(1:BYTE-COUNT) INTO CHAT-TEXT
            COMPUTE CHAT-TEXT-LEN = USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID)) + 3 + BYTE-COUNT
            *> in party-chat mode the line only goes to the speaker's party - see
            *> /party chat; a party gone since then drops them back to open chat
            IF CLIENT-PARTY-CHAT(CLIENT-ID) = 1
                CALL "Parties-FindMember" USING USERNAME(CLIENT-PLAYER(CLIENT-ID)) CHAT-PARTY-INDEX PARTY-RECIPIENT-MEMBER
                IF CHAT-PARTY-INDEX = 0
                    MOVE 0 TO CLIENT-PARTY-CHAT(CLIENT-ID)
                ELSE
                    MOVE SPACES TO CHAT-TEXT
                    STRING "[party] <" USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) "> " BUFFER(1:BYTE-COUNT) INTO CHAT-TEXT
                    ADD 8 TO CHAT-TEXT-LEN
                END-IF
            END-IF
            *> a player line can be /ignore'd per recipient - see BroadcastChatMessage
            MOVE CLIENT-PLAYER(CLIENT-ID) TO CHAT-SENDER-PLAYER
            PERFORM BroadcastChatMessage
        *> AttackPlayer. Interacting (types 0 and 2, whose extra hand/target
        *> fields are not decoded - nothing later in this buffer needs the
        *> cursor advanced further) opens the merchant window when the target
        *> is a villager - see HandleTradeClick - and feeds a cow or pig the
        *> wheat or carrot in hand - see FeedAnimal.
        WHEN 13
            CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION ATTACK-ENTITY-ID
            CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION ATTACK-TYPE
                    PERFORM AttackMob
                WHEN ATTACK-TYPE = 1 AND ATTACK-ENTITY-ID >= 1 AND ATTACK-ENTITY-ID <= MAX-PLAYERS
                    PERFORM AttackPlayer
                WHEN ATTACK-TYPE = 0 AND ATTACK-MOB-INDEX > 0
                    AND (MOB-ENTITY-TYPE(ATTACK-MOB-INDEX) = ENTITY-TYPE-COW OR MOB-ENTITY-TYPE(ATTACK-MOB-INDEX) = ENTITY-TYPE-PIG)
                    *> only the plain interact (type 0) of the pair one click
                    *> sends feeds, so one click costs one item
                    PERFORM FeedAnimal
                WHEN ATTACK-MOB-INDEX > 0
                    AND MOB-ENTITY-TYPE(ATTACK-MOB-INDEX) = ENTITY-TYPE-VILLAGER
                    AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 0
            CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION CLICK-MODE
            *> the remainder of the packet (changed-slot array, carried item) is not
            *> decoded - nothing later in this buffer needs the cursor advanced further
            PERFORM ContainerLogSnapshot
            EVALUATE TRUE
                WHEN CLICK-MODE = 0 AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 1 AND CLICK-SLOT >= 0 AND CLICK-SLOT < 63
                    PERFORM ClickSlotGet
                    CALL "SendPacket-SetContainerContentWindow" USING CLIENT-HNDL(CLIENT-ID) CONTAINER-WINDOW-ID(CONTAINER-INDEX) CONTAINER-SLOTS(CONTAINER-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                WHEN CLICK-MODE = 0 AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 3 AND CLICK-SLOT >= 0 AND CLICK-SLOT < 39
                    PERFORM HandleFurnaceClick
                WHEN CLICK-MODE = 0 AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 8 AND CLICK-SLOT >= 0 AND CLICK-SLOT < 41
                    PERFORM HandleBrewingClick
                WHEN CLICK-MODE = 0 AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 4 AND CLICK-SLOT >= 0 AND CLICK-SLOT < 39
                    PERFORM HandleTradeClick
                WHEN CLICK-MODE = 0 AND CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 6 AND CLICK-SLOT >= 0 AND CLICK-SLOT < 63
                        MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO FURNACE-INDEX
                        CALL "SendPacket-SetContainerContentFurnace" USING CLIENT-HNDL(CLIENT-ID) FURNACE-WINDOW-ID(FURNACE-INDEX) FURNACE-SLOTS(FURNACE-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                    END-IF
                    *> and for the brewing stand window, bottles' brews included
                    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 8 AND CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) > 0
                        MOVE CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID) TO BREWSTAND-INDEX
                        CALL "SendPacket-SetContainerContentBrewing" USING CLIENT-HNDL(CLIENT-ID) BREWSTAND-WINDOW-ID(BREWSTAND-INDEX) BREWSTAND-SLOTS(BREWSTAND-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) CLIENT-CURSOR-POTION(CLIENT-ID)
                    END-IF
                    *> same defensive resend for the merchant window, which shares
                    *> the furnace's three-slots-then-inventory layout
                    IF CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID) = 4
                        CALL "SendPacket-SetContainerContentWindow" USING CLIENT-HNDL(CLIENT-ID) 1 PLAYER-ENDER-SLOTS(CLIENT-PLAYER(CLIENT-ID)) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                    END-IF
            END-EVALUATE
            PERFORM ContainerLogChanges
        *> Craft Recipe Request (clicking a recipe in the recipe book) - assumed packet
        *> ID, same caveat as "Close container"/"Click container" above. Rather than
        *> hunting the player's whole inventory for ingredients to auto-fill the grid
                        PERFORM TakeCraftedOutput
                    END-IF
                END-IF
                CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                PERFORM HandleClientError
            END-IF
        *> KeepAlive response - the echoed payload is the send-time KeepAlive put
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), TOOL-HELD-SLOT) > 0
                    AND PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), TOOL-HELD-SLOT) >= 0
                    IF PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) < 1
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "anvil.rename-cost"
                            "Renaming costs 1 XP level" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    ELSE
                        PERFORM ReadToolDamage
                        PERFORM WriteToolDamage
                        SUBTRACT 1 FROM PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID))
                        CALL "SendPacket-SetExperience" USING CLIENT-HNDL(CLIENT-ID) PLAYER-EXPERIENCE(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-LEVEL(CLIENT-PLAYER(CLIENT-ID)) PLAYER-EXPERIENCE-TOTAL(CLIENT-PLAYER(CLIENT-ID))
                        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                        PERFORM HandleClientError
                        MOVE SPACES TO MSG-ARGS
                        MOVE TOOL-CUSTOM-NAME TO MSG-ARG(1)
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "anvil.renamed"
                            "Renamed the held item to {1}" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    END-IF
                END-IF
            *> slot ID
            CALL "Decode-Short" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION TEMP-INT16
            *> TODO: spawn item entity when slot ID is -1
            *> slot description, in the client's own slot layout
            CALL "Protocol-DecodeSlot" USING CLIENT-PROTOCOL-INDEX(CLIENT-ID) PACKET-BUFFER(CLIENT-ID) PACKET-LENGTH(CLIENT-ID) PACKET-POSITION
                CREATIVE-SLOT-ID CREATIVE-SLOT-COUNT CREATIVE-SLOT-NBT-LENGTH CREATIVE-SLOT-NBT-DATA CREATIVE-NBT-WANTED
            IF TEMP-INT16 >= 0 AND TEMP-INT16 < 46 AND PLAYER-GAMEMODE(CLIENT-PLAYER(CLIENT-ID)) = 1
                *> an item the client's version has but version 1 does not comes back
                *> as an empty slot
                MOVE CREATIVE-SLOT TO PLAYER-INVENTORY-SLOT(CLIENT-PLAYER(CLIENT-ID), TEMP-INT16 + 1)
                IF CREATIVE-NBT-WANTED > 1024
                    MOVE CREATIVE-NBT-WANTED TO LOG-NUM1
                    MOVE 1 TO LOG-TEXT-POS
                    STRING "  Item NBT data too long: " FUNCTION TRIM(LOG-NUM1) INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
                    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
                    CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
                END-IF
                *> the slot contents were client-supplied - clamp/sanity-check them
                *> the same way every other slot write is (see Player-ValidateInventory)
                    AND CONTAINER-OWNER(CONTAINER-INDEX) NOT = USERNAME(CLIENT-PLAYER(CLIENT-ID))
                    CALL "AccessList-IsOp" USING USERNAME(CLIENT-PLAYER(CLIENT-ID))(1:USERNAME-LENGTH(CLIENT-PLAYER(CLIENT-ID))) ACCESS-CHECK-RESULT
                    IF ACCESS-CHECK-RESULT = 0
                        MOVE SPACES TO MSG-ARGS
                        CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.is-locked"
                            "This chest is locked" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                        CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                        EXIT SECTION
                    END-IF
                *> exclusive to them - see CONTAINER-VIEWER-CLIENT/CloseClientContainer
                IF CONTAINER-INDEX > 0 AND CONTAINER-VIEWER-CLIENT(CONTAINER-INDEX) > 0
                    AND CONTAINER-VIEWER-CLIENT(CONTAINER-INDEX) NOT = CLIENT-ID
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "chest.in-use"
                        "This chest is already in use" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    EXIT SECTION
                END-IF
                *> stays exclusive to them, same rule as chests above
                IF FURNACE-INDEX > 0 AND FURNACE-VIEWER-CLIENT(FURNACE-INDEX) > 0
                    AND FURNACE-VIEWER-CLIENT(FURNACE-INDEX) NOT = CLIENT-ID
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "furnace.in-use"
                        "This furnace is already in use" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    EXIT SECTION
                END-IF
                END-IF
                EXIT SECTION
            END-IF
            *> a right-click on a brewing stand opens its five-slot window, backed
            *> by the BREWSTANDS-TABLE entry at that position - see
            *> World-OpenBrewingStand, HandleBrewingClick and BrewingTick
            IF CLICKED-BLOCK-NAME = "minecraft:brewing_stand"
                CALL "World-OpenBrewingStand" USING TEMP-POSITION BREWSTAND-INDEX
                IF BREWSTAND-INDEX > 0 AND BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX) > 0
                    AND BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX) NOT = CLIENT-ID
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "brewing.in-use"
                        "This brewing stand is already in use" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 0
                    EXIT SECTION
                END-IF
                IF BREWSTAND-INDEX > 0
                    MOVE 8 TO CLIENT-OPEN-WINDOW-TYPE(CLIENT-ID)
                    MOVE BREWSTAND-INDEX TO CLIENT-OPEN-CONTAINER-INDEX(CLIENT-ID)
                    MOVE CLIENT-ID TO BREWSTAND-VIEWER-CLIENT(BREWSTAND-INDEX)
                    MOVE 1 TO BREWSTAND-WINDOW-ID(BREWSTAND-INDEX)
                    MOVE "Brewing Stand" TO CONTAINER-TITLE
                    MOVE 13 TO CONTAINER-TITLE-LEN
                    *> window type 10 = the brewing stand's bottles/ingredient/fuel
                    *> layout - assumed registry ID, same caveat as the furnace's
                    CALL "SendPacket-OpenScreen" USING CLIENT-HNDL(CLIENT-ID) BREWSTAND-WINDOW-ID(BREWSTAND-INDEX) 10 CONTAINER-TITLE CONTAINER-TITLE-LEN
                    CALL "SendPacket-SetContainerContentBrewing" USING CLIENT-HNDL(CLIENT-ID) BREWSTAND-WINDOW-ID(BREWSTAND-INDEX) BREWSTAND-SLOTS(BREWSTAND-INDEX) PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID) CLIENT-CURSOR-POTION(CLIENT-ID)
                END-IF
                EXIT SECTION
            END-IF
            *> right-clicking a command block fires its stored command immediately if it
            *> is in impulse mode - there is no in-game editor for the command text (no
            *> anvil/book-style UI is implemented), so a map-maker authors it into the
                    COMPUTE PLAYER-SPAWN-X(CLIENT-PLAYER(CLIENT-ID)) = TEMP-POSITION-X + 0.5
                    COMPUTE PLAYER-SPAWN-Y(CLIENT-PLAYER(CLIENT-ID)) = TEMP-POSITION-Y + 1
                    COMPUTE PLAYER-SPAWN-Z(CLIENT-PLAYER(CLIENT-ID)) = TEMP-POSITION-Z + 0.5
                    MOVE SPACES TO MSG-ARGS
                    MOVE USERNAME(CLIENT-PLAYER(CLIENT-ID)) TO MSG-ARG(1)
                    MOVE "bed.sleeping" TO MSG-ID
                    MOVE "{1} is now sleeping in bed" TO MSG-DEFAULT
                    PERFORM BroadcastMessage
                    PERFORM WakeUpCheck
                ELSE
                    MOVE SPACES TO MSG-ARGS
                    CALL "Messages-Format" USING CLIENT-PLAYER(CLIENT-ID) "bed.not-night"
                        "You can only sleep at night" MSG-ARGS CHAT-TEXT CHAT-TEXT-LEN
                    CALL "SendPacket-SystemChatMessage" USING CLIENT-HNDL(CLIENT-ID) CHAT-TEXT CHAT-TEXT-LEN 1
                END-IF
                EXIT SECTION
        WHEN 54
            *> hand enum: 0=main hand, 1=off hand - only main-hand eating is supported
            CALL "Decode-VarInt" USING PACKET-BUFFER(CLIENT-ID) PACKET-POSITION TEMP-INT32
            *> a fishing rod casts or reels in - see UseFishingRod
            IF TEMP-INT32 = 0 AND CLIENT-PLAYER(CLIENT-ID) > 0
                COMPUTE FISHING-HELD-SLOT = 37 + PLAYER-HOTBAR(CLIENT-PLAYER(CLIENT-ID))
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), FISHING-HELD-SLOT) > 0
                    CALL "Items-Get-Id" USING C-MINECRAFT-FISHING-ROD FISHING-ROD-ID
                    IF FISHING-ROD-ID > 0 AND PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), FISHING-HELD-SLOT) = FISHING-ROD-ID
                        PERFORM UseFishingRod
                        EXIT SECTION
                    END-IF
                END-IF
            END-IF
            *> a bow looses an arrow down the player's view line, consuming one
            *> arrow item from anywhere in the inventory - see LooseArrow and
            *> ProjectileTick. No charge-up: every shot flies the same.
                                MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), SHIFT-DEST-SLOT)
                            END-IF
                            PERFORM LooseArrow
                            CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                            PERFORM HandleClientError
                        END-IF
                        EXIT SECTION
                    END-IF
                END-IF
            END-IF
            *> a glass bottle fills from water the player is looking at - see
            *> FillBottleFromWater; the water potion it makes is the base every
            *> brew starts from
            IF TEMP-INT32 = 0 AND CLIENT-PLAYER(CLIENT-ID) > 0
                COMPUTE EATING-HELD-SLOT = 37 + PLAYER-HOTBAR(CLIENT-PLAYER(CLIENT-ID))
                PERFORM InitBrewTables
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) > 0
                    AND BREW-GLASS-BOTTLE-ID > 0
                    AND PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) = BREW-GLASS-BOTTLE-ID
                    PERFORM FillBottleFromWater
                    EXIT SECTION
                END-IF
            END-IF
            *> drinking a potion grants the effect its brew names in the recipe
            *> table (see ReadPotionTag and DD-BREWING) and hands back the empty
            *> bottle. A potion with no brew NBT at all - from /give or loot, or
            *> from before brewing existed - stays the restorative regeneration
            *> one it always was; water and the base brews do nothing.
            IF TEMP-INT32 = 0 AND CLIENT-PLAYER(CLIENT-ID) > 0
                COMPUTE EATING-HELD-SLOT = 37 + PLAYER-HOTBAR(CLIENT-PLAYER(CLIENT-ID))
                IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) > 0
                    CALL "Items-Get-Id" USING C-MINECRAFT-POTION TEMP-INT32
                    IF TEMP-INT32 > 0 AND PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) = TEMP-INT32
                        MOVE EATING-HELD-SLOT TO POTION-SLOT
                        PERFORM ReadPotionTag
                        MOVE 0 TO EFFECT-ID-VALUE
                        IF POTION-TAG = SPACES
                            MOVE EFFECT-ID-REGENERATION TO EFFECT-ID-VALUE
                            MOVE 0 TO EFFECT-AMPLIFIER
                            MOVE 200 TO EFFECT-DURATION
                        ELSE
                            MOVE 0 TO BREW-RECIPE-INDEX
                            PERFORM VARYING TEMP-INT16 FROM 1 BY 1 UNTIL TEMP-INT16 > BREW-TABLE-SIZE OR BREW-RECIPE-INDEX > 0
                                IF BREW-RESULT-POTION(TEMP-INT16) = POTION-TAG
                                    MOVE TEMP-INT16 TO BREW-RECIPE-INDEX
                                END-IF
                            END-PERFORM
                            IF BREW-RECIPE-INDEX > 0
                                EVALUATE BREW-EFFECT-NAME(BREW-RECIPE-INDEX)
                                    WHEN "speed"
                                        MOVE EFFECT-ID-SPEED TO EFFECT-ID-VALUE
                                    WHEN "slowness"
                                        MOVE EFFECT-ID-SLOWNESS TO EFFECT-ID-VALUE
                                    WHEN "strength"
                                        MOVE EFFECT-ID-STRENGTH TO EFFECT-ID-VALUE
                                    WHEN "regeneration"
                                        MOVE EFFECT-ID-REGENERATION TO EFFECT-ID-VALUE
                                    WHEN "poison"
                                        MOVE EFFECT-ID-POISON TO EFFECT-ID-VALUE
                                END-EVALUATE
                                MOVE BREW-EFFECT-AMPLIFIER(BREW-RECIPE-INDEX) TO EFFECT-AMPLIFIER
                                MOVE BREW-EFFECT-TICKS(BREW-RECIPE-INDEX) TO EFFECT-DURATION
                            END-IF
                        END-IF
                        SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
                        IF PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT) = 0
                            MOVE -1 TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
                            MOVE 0 TO PLAYER-INVENTORY-SLOT-NBT-LENGTH(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
                            IF POTION-TAG NOT = SPACES AND BREW-GLASS-BOTTLE-ID > 0
                                MOVE BREW-GLASS-BOTTLE-ID TO PLAYER-INVENTORY-SLOT-ID(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
                                MOVE 1 TO PLAYER-INVENTORY-SLOT-COUNT(CLIENT-PLAYER(CLIENT-ID), EATING-HELD-SLOT)
                            END-IF
                        END-IF
                        IF EFFECT-ID-VALUE > 0
                            PERFORM ApplyPlayerEffect
                        END-IF
                        CALL "SendPacket-SetContainerContentInventory" USING CLIENT-HNDL(CLIENT-ID) ERRNO PLAYER-INVENTORY(CLIENT-PLAYER(CLIENT-ID)) CLIENT-CURSOR-ITEM-ID(CLIENT-ID) CLIENT-CURSOR-ITEM-COUNT(CLIENT-ID)
                        PERFORM HandleClientError
                        EXIT SECTION
                    END-IF
