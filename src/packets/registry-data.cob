IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-RegistryData.

DATA DIVISION.
WORKING-STORAGE SECTION.
    *> Registry Data, clientbound configuration packet, the way protocol versions
    *> from 766 (1.20.5-1.20.6) on take it: one packet per synchronized registry,
    *> each entry named but sent without data, which the client fills in from the
    *> vanilla core pack both sides agreed on in the known packs exchange (see
    *> SendPacket-SelectKnownPacks and HandleConfiguration in Server). Version 1
    *> gets the whole registry codec in one packet from SendPacket-Registry
    *> instead. Sent under version 1's number, which DD-PROTOCOL maps.
    01 PACKET-ID        BINARY-LONG             VALUE H'05'.
    *> The registries, in the order they are sent, each with its entry count, and
    *> all their entries in registry order - an entry's registry ID is its place
    *> within its own registry less 1, the IDs Server's packets already use (e.g.
    *> dimension_type in SendPacket-LoginPlay, the biomes in chunk data). Assumed
    *> vanilla 1.20.6 contents, not verified against a real client.
    01 REGISTRY-COUNT   BINARY-LONG UNSIGNED    VALUE 8.
    01 REGISTRY-LIST.
        02 FILLER                   PIC X(32)   VALUE "minecraft:dimension_type".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 4.
        02 FILLER                   PIC X(32)   VALUE "minecraft:worldgen/biome".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 64.
        02 FILLER                   PIC X(32)   VALUE "minecraft:chat_type".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 7.
        02 FILLER                   PIC X(32)   VALUE "minecraft:damage_type".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 47.
        02 FILLER                   PIC X(32)   VALUE "minecraft:trim_pattern".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 16.
        02 FILLER                   PIC X(32)   VALUE "minecraft:trim_material".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 10.
        02 FILLER                   PIC X(32)   VALUE "minecraft:banner_pattern".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 41.
        02 FILLER                   PIC X(32)   VALUE "minecraft:wolf_variant".
        02 FILLER                   BINARY-LONG UNSIGNED VALUE 9.
    01 REGISTRY-TABLE REDEFINES REGISTRY-LIST.
        02 REGISTRY OCCURS 8 TIMES.
            03 REGISTRY-NAME            PIC X(32).
            03 REGISTRY-ENTRY-COUNT     BINARY-LONG UNSIGNED.
    01 ENTRY-LIST.
        *> minecraft:dimension_type
        02 FILLER                   PIC X(32)   VALUE "overworld".
        02 FILLER                   PIC X(32)   VALUE "overworld_caves".
        02 FILLER                   PIC X(32)   VALUE "the_end".
        02 FILLER                   PIC X(32)   VALUE "the_nether".
        *> minecraft:worldgen/biome
        02 FILLER                   PIC X(32)   VALUE "badlands".
        02 FILLER                   PIC X(32)   VALUE "bamboo_jungle".
        02 FILLER                   PIC X(32)   VALUE "basalt_deltas".
        02 FILLER                   PIC X(32)   VALUE "beach".
        02 FILLER                   PIC X(32)   VALUE "birch_forest".
        02 FILLER                   PIC X(32)   VALUE "cherry_grove".
        02 FILLER                   PIC X(32)   VALUE "cold_ocean".
        02 FILLER                   PIC X(32)   VALUE "crimson_forest".
        02 FILLER                   PIC X(32)   VALUE "dark_forest".
        02 FILLER                   PIC X(32)   VALUE "deep_cold_ocean".
        02 FILLER                   PIC X(32)   VALUE "deep_dark".
        02 FILLER                   PIC X(32)   VALUE "deep_frozen_ocean".
        02 FILLER                   PIC X(32)   VALUE "deep_lukewarm_ocean".
        02 FILLER                   PIC X(32)   VALUE "deep_ocean".
        02 FILLER                   PIC X(32)   VALUE "desert".
        02 FILLER                   PIC X(32)   VALUE "dripstone_caves".
        02 FILLER                   PIC X(32)   VALUE "end_barrens".
        02 FILLER                   PIC X(32)   VALUE "end_highlands".
        02 FILLER                   PIC X(32)   VALUE "end_midlands".
        02 FILLER                   PIC X(32)   VALUE "eroded_badlands".
        02 FILLER                   PIC X(32)   VALUE "flower_forest".
        02 FILLER                   PIC X(32)   VALUE "forest".
        02 FILLER                   PIC X(32)   VALUE "frozen_ocean".
        02 FILLER                   PIC X(32)   VALUE "frozen_peaks".
        02 FILLER                   PIC X(32)   VALUE "frozen_river".
        02 FILLER                   PIC X(32)   VALUE "grove".
        02 FILLER                   PIC X(32)   VALUE "ice_spikes".
        02 FILLER                   PIC X(32)   VALUE "jagged_peaks".
        02 FILLER                   PIC X(32)   VALUE "jungle".
        02 FILLER                   PIC X(32)   VALUE "lukewarm_ocean".
        02 FILLER                   PIC X(32)   VALUE "lush_caves".
        02 FILLER                   PIC X(32)   VALUE "mangrove_swamp".
        02 FILLER                   PIC X(32)   VALUE "meadow".
        02 FILLER                   PIC X(32)   VALUE "mushroom_fields".
        02 FILLER                   PIC X(32)   VALUE "nether_wastes".
        02 FILLER                   PIC X(32)   VALUE "ocean".
        02 FILLER                   PIC X(32)   VALUE "old_growth_birch_forest".
        02 FILLER                   PIC X(32)   VALUE "old_growth_pine_taiga".
        02 FILLER                   PIC X(32)   VALUE "old_growth_spruce_taiga".
        02 FILLER                   PIC X(32)   VALUE "plains".
        02 FILLER                   PIC X(32)   VALUE "river".
        02 FILLER                   PIC X(32)   VALUE "savanna".
        02 FILLER                   PIC X(32)   VALUE "savanna_plateau".
        02 FILLER                   PIC X(32)   VALUE "small_end_islands".
        02 FILLER                   PIC X(32)   VALUE "snowy_beach".
        02 FILLER                   PIC X(32)   VALUE "snowy_plains".
        02 FILLER                   PIC X(32)   VALUE "snowy_slopes".
        02 FILLER                   PIC X(32)   VALUE "snowy_taiga".
        02 FILLER                   PIC X(32)   VALUE "soul_sand_valley".
        02 FILLER                   PIC X(32)   VALUE "sparse_jungle".
        02 FILLER                   PIC X(32)   VALUE "stony_peaks".
        02 FILLER                   PIC X(32)   VALUE "stony_shore".
        02 FILLER                   PIC X(32)   VALUE "sunflower_plains".
        02 FILLER                   PIC X(32)   VALUE "swamp".
        02 FILLER                   PIC X(32)   VALUE "taiga".
        02 FILLER                   PIC X(32)   VALUE "the_end".
        02 FILLER                   PIC X(32)   VALUE "the_void".
        02 FILLER                   PIC X(32)   VALUE "warm_ocean".
        02 FILLER                   PIC X(32)   VALUE "warped_forest".
        02 FILLER                   PIC X(32)   VALUE "windswept_forest".
        02 FILLER                   PIC X(32)   VALUE "windswept_gravelly_hills".
        02 FILLER                   PIC X(32)   VALUE "windswept_hills".
        02 FILLER                   PIC X(32)   VALUE "windswept_savanna".
        02 FILLER                   PIC X(32)   VALUE "wooded_badlands".
        *> minecraft:chat_type
        02 FILLER                   PIC X(32)   VALUE "chat".
        02 FILLER                   PIC X(32)   VALUE "emote_command".
        02 FILLER                   PIC X(32)   VALUE "msg_command_incoming".
        02 FILLER                   PIC X(32)   VALUE "msg_command_outgoing".
        02 FILLER                   PIC X(32)   VALUE "say_command".
        02 FILLER                   PIC X(32)   VALUE "team_msg_command_incoming".
        02 FILLER                   PIC X(32)   VALUE "team_msg_command_outgoing".
        *> minecraft:damage_type
        02 FILLER                   PIC X(32)   VALUE "arrow".
        02 FILLER                   PIC X(32)   VALUE "bad_respawn_point".
        02 FILLER                   PIC X(32)   VALUE "cactus".
        02 FILLER                   PIC X(32)   VALUE "campfire".
        02 FILLER                   PIC X(32)   VALUE "cramming".
        02 FILLER                   PIC X(32)   VALUE "dragon_breath".
        02 FILLER                   PIC X(32)   VALUE "drown".
        02 FILLER                   PIC X(32)   VALUE "dry_out".
        02 FILLER                   PIC X(32)   VALUE "explosion".
        02 FILLER                   PIC X(32)   VALUE "fall".
        02 FILLER                   PIC X(32)   VALUE "falling_anvil".
        02 FILLER                   PIC X(32)   VALUE "falling_block".
        02 FILLER                   PIC X(32)   VALUE "falling_stalactite".
        02 FILLER                   PIC X(32)   VALUE "fireball".
        02 FILLER                   PIC X(32)   VALUE "fireworks".
        02 FILLER                   PIC X(32)   VALUE "fly_into_wall".
        02 FILLER                   PIC X(32)   VALUE "freeze".
        02 FILLER                   PIC X(32)   VALUE "generic".
        02 FILLER                   PIC X(32)   VALUE "generic_kill".
        02 FILLER                   PIC X(32)   VALUE "hot_floor".
        02 FILLER                   PIC X(32)   VALUE "in_fire".
        02 FILLER                   PIC X(32)   VALUE "in_wall".
        02 FILLER                   PIC X(32)   VALUE "indirect_magic".
        02 FILLER                   PIC X(32)   VALUE "lava".
        02 FILLER                   PIC X(32)   VALUE "lightning_bolt".
        02 FILLER                   PIC X(32)   VALUE "magic".
        02 FILLER                   PIC X(32)   VALUE "mob_attack".
        02 FILLER                   PIC X(32)   VALUE "mob_attack_no_aggro".
        02 FILLER                   PIC X(32)   VALUE "mob_projectile".
        02 FILLER                   PIC X(32)   VALUE "on_fire".
        02 FILLER                   PIC X(32)   VALUE "out_of_world".
        02 FILLER                   PIC X(32)   VALUE "outside_border".
        02 FILLER                   PIC X(32)   VALUE "player_attack".
        02 FILLER                   PIC X(32)   VALUE "player_explosion".
        02 FILLER                   PIC X(32)   VALUE "sonic_boom".
        02 FILLER                   PIC X(32)   VALUE "spit".
        02 FILLER                   PIC X(32)   VALUE "stalagmite".
        02 FILLER                   PIC X(32)   VALUE "starve".
        02 FILLER                   PIC X(32)   VALUE "sting".
        02 FILLER                   PIC X(32)   VALUE "sweet_berry_bush".
        02 FILLER                   PIC X(32)   VALUE "thorns".
        02 FILLER                   PIC X(32)   VALUE "thrown".
        02 FILLER                   PIC X(32)   VALUE "trident".
        02 FILLER                   PIC X(32)   VALUE "unattributed_fireball".
        02 FILLER                   PIC X(32)   VALUE "wind_charge".
        02 FILLER                   PIC X(32)   VALUE "wither".
        02 FILLER                   PIC X(32)   VALUE "wither_skull".
        *> minecraft:trim_pattern
        02 FILLER                   PIC X(32)   VALUE "coast".
        02 FILLER                   PIC X(32)   VALUE "dune".
        02 FILLER                   PIC X(32)   VALUE "eye".
        02 FILLER                   PIC X(32)   VALUE "host".
        02 FILLER                   PIC X(32)   VALUE "raiser".
        02 FILLER                   PIC X(32)   VALUE "rib".
        02 FILLER                   PIC X(32)   VALUE "sentry".
        02 FILLER                   PIC X(32)   VALUE "shaper".
        02 FILLER                   PIC X(32)   VALUE "silence".
        02 FILLER                   PIC X(32)   VALUE "snout".
        02 FILLER                   PIC X(32)   VALUE "spire".
        02 FILLER                   PIC X(32)   VALUE "tide".
        02 FILLER                   PIC X(32)   VALUE "vex".
        02 FILLER                   PIC X(32)   VALUE "ward".
        02 FILLER                   PIC X(32)   VALUE "wayfinder".
        02 FILLER                   PIC X(32)   VALUE "wild".
        *> minecraft:trim_material
        02 FILLER                   PIC X(32)   VALUE "amethyst".
        02 FILLER                   PIC X(32)   VALUE "copper".
        02 FILLER                   PIC X(32)   VALUE "diamond".
        02 FILLER                   PIC X(32)   VALUE "emerald".
        02 FILLER                   PIC X(32)   VALUE "gold".
        02 FILLER                   PIC X(32)   VALUE "iron".
        02 FILLER                   PIC X(32)   VALUE "lapis".
        02 FILLER                   PIC X(32)   VALUE "netherite".
        02 FILLER                   PIC X(32)   VALUE "quartz".
        02 FILLER                   PIC X(32)   VALUE "redstone".
        *> minecraft:banner_pattern
        02 FILLER                   PIC X(32)   VALUE "base".
        02 FILLER                   PIC X(32)   VALUE "border".
        02 FILLER                   PIC X(32)   VALUE "bricks".
        02 FILLER                   PIC X(32)   VALUE "circle".
        02 FILLER                   PIC X(32)   VALUE "creeper".
        02 FILLER                   PIC X(32)   VALUE "cross".
        02 FILLER                   PIC X(32)   VALUE "curly_border".
        02 FILLER                   PIC X(32)   VALUE "diagonal_left".
        02 FILLER                   PIC X(32)   VALUE "diagonal_right".
        02 FILLER                   PIC X(32)   VALUE "diagonal_up_left".
        02 FILLER                   PIC X(32)   VALUE "diagonal_up_right".
        02 FILLER                   PIC X(32)   VALUE "flower".
        02 FILLER                   PIC X(32)   VALUE "globe".
        02 FILLER                   PIC X(32)   VALUE "gradient".
        02 FILLER                   PIC X(32)   VALUE "gradient_up".
        02 FILLER                   PIC X(32)   VALUE "half_horizontal".
        02 FILLER                   PIC X(32)   VALUE "half_horizontal_bottom".
        02 FILLER                   PIC X(32)   VALUE "half_vertical".
        02 FILLER                   PIC X(32)   VALUE "half_vertical_right".
        02 FILLER                   PIC X(32)   VALUE "mojang".
        02 FILLER                   PIC X(32)   VALUE "piglin".
        02 FILLER                   PIC X(32)   VALUE "rhombus".
        02 FILLER                   PIC X(32)   VALUE "skull".
        02 FILLER                   PIC X(32)   VALUE "small_stripes".
        02 FILLER                   PIC X(32)   VALUE "square_bottom_left".
        02 FILLER                   PIC X(32)   VALUE "square_bottom_right".
        02 FILLER                   PIC X(32)   VALUE "square_top_left".
        02 FILLER                   PIC X(32)   VALUE "square_top_right".
        02 FILLER                   PIC X(32)   VALUE "straight_cross".
        02 FILLER                   PIC X(32)   VALUE "stripe_bottom".
        02 FILLER                   PIC X(32)   VALUE "stripe_center".
        02 FILLER                   PIC X(32)   VALUE "stripe_downleft".
        02 FILLER                   PIC X(32)   VALUE "stripe_downright".
        02 FILLER                   PIC X(32)   VALUE "stripe_left".
        02 FILLER                   PIC X(32)   VALUE "stripe_middle".
        02 FILLER                   PIC X(32)   VALUE "stripe_right".
        02 FILLER                   PIC X(32)   VALUE "stripe_top".
        02 FILLER                   PIC X(32)   VALUE "triangle_bottom".
        02 FILLER                   PIC X(32)   VALUE "triangle_top".
        02 FILLER                   PIC X(32)   VALUE "triangles_bottom".
        02 FILLER                   PIC X(32)   VALUE "triangles_top".
        *> minecraft:wolf_variant
        02 FILLER                   PIC X(32)   VALUE "ashen".
        02 FILLER                   PIC X(32)   VALUE "black".
        02 FILLER                   PIC X(32)   VALUE "chestnut".
        02 FILLER                   PIC X(32)   VALUE "pale".
        02 FILLER                   PIC X(32)   VALUE "rusty".
        02 FILLER                   PIC X(32)   VALUE "snowy".
        02 FILLER                   PIC X(32)   VALUE "spotted".
        02 FILLER                   PIC X(32)   VALUE "striped".
        02 FILLER                   PIC X(32)   VALUE "woods".
    01 ENTRY-TABLE REDEFINES ENTRY-LIST.
        02 ENTRY-NAME               PIC X(32)   OCCURS 198 TIMES.
    01 REGISTRY-INDEX   BINARY-LONG UNSIGNED.
    01 ENTRY-INDEX      BINARY-LONG UNSIGNED.
    01 ENTRY-NUMBER     BINARY-LONG UNSIGNED.
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(4096).
    01 PAYLOADPOS       BINARY-LONG UNSIGNED.
    01 PAYLOADLEN       BINARY-LONG UNSIGNED.
    *> temporary
    01 NAME-LEN         BINARY-LONG.
    01 INT32            BINARY-LONG.
LINKAGE SECTION.
    01 LK-HNDL          PIC X(4).
    01 LK-ERRNO         PIC 9(3).

PROCEDURE DIVISION USING LK-HNDL LK-ERRNO.
    MOVE 0 TO ENTRY-INDEX
    PERFORM VARYING REGISTRY-INDEX FROM 1 BY 1 UNTIL REGISTRY-INDEX > REGISTRY-COUNT
        MOVE 1 TO PAYLOADPOS

        *> registry ID
        MOVE FUNCTION STORED-CHAR-LENGTH(REGISTRY-NAME(REGISTRY-INDEX)) TO NAME-LEN
        CALL "Encode-VarInt" USING NAME-LEN PAYLOAD PAYLOADPOS
        MOVE REGISTRY-NAME(REGISTRY-INDEX)(1:NAME-LEN) TO PAYLOAD(PAYLOADPOS:NAME-LEN)
        ADD NAME-LEN TO PAYLOADPOS

        *> entry count, then each entry: "minecraft:" ID, has data = false
        MOVE REGISTRY-ENTRY-COUNT(REGISTRY-INDEX) TO INT32
        CALL "Encode-VarInt" USING INT32 PAYLOAD PAYLOADPOS
        PERFORM VARYING ENTRY-NUMBER FROM 1 BY 1 UNTIL ENTRY-NUMBER > REGISTRY-ENTRY-COUNT(REGISTRY-INDEX)
            ADD 1 TO ENTRY-INDEX
            COMPUTE NAME-LEN = FUNCTION STORED-CHAR-LENGTH(ENTRY-NAME(ENTRY-INDEX)) + 10
            CALL "Encode-VarInt" USING NAME-LEN PAYLOAD PAYLOADPOS
            MOVE "minecraft:" TO PAYLOAD(PAYLOADPOS:10)
            MOVE ENTRY-NAME(ENTRY-INDEX) TO PAYLOAD(PAYLOADPOS + 10:NAME-LEN - 10)
            ADD NAME-LEN TO PAYLOADPOS
            MOVE X"00" TO PAYLOAD(PAYLOADPOS:1)
            ADD 1 TO PAYLOADPOS
        END-PERFORM

        *> send packet
        COMPUTE PAYLOADLEN = PAYLOADPOS - 1
        CALL "SendPacket" USING LK-HNDL PACKET-ID PAYLOAD PAYLOADLEN LK-ERRNO
    END-PERFORM
    GOBACK.

END PROGRAM SendPacket-RegistryData.
