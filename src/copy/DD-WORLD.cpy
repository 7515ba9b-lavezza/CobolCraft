               *> the recency World-AllocateChunk's save-and-evict uses to pick a
               *> victim once every slot is occupied.
               03 WORLD-CHUNK-LAST-USED     BINARY-DOUBLE            VALUE 0.
               *> game ticks players have spent within range of this chunk over
               *> its whole life, saved with it as "InhabitedTime" - see
               *> World-AccrueInhabited and the ChunkPrune batch program. A
               *> freshly generated (or regenerated) chunk starts at 0.
               03 WORLD-CHUNK-INHABITED     BINARY-DOUBLE            VALUE 0.
               03 WORLD-CHUNK-SECTION OCCURS 24 TIMES.
                   04 WORLD-SECTION-NON-AIR     BINARY-SHORT UNSIGNED   VALUE 0.
                   04 WORLD-BLOCK-ID OCCURS 4096 TIMES BINARY-SHORT UNSIGNED VALUE 0.
