      *> --- DD-ROLLBACK ---
      *> The block changes a rollback is about to invert, oldest first as
      *> they were logged: the position, the block each one replaced, and the
      *> dimension it landed in. Filled by Rollback-Run (one player's recent
      *> changes, straight from save/blocklog.txt) or by BlockHistory (the
      *> result of an archive query), then handed to Rollback-Apply, which
      *> walks it newest first. Declared EXTERNAL so the filler and
      *> Rollback-Apply address the same table.
       01 MAX-ROLLBACK-ENTRIES BINARY-LONG UNSIGNED    VALUE 20000.
       01 ROLLBACK-BATCH EXTERNAL.
           02 ROLLBACK-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
           02 ROLLBACK-ENTRY OCCURS 20000 TIMES.
               03 ROLLBACK-POSITION.
                   04 ROLLBACK-X           BINARY-LONG.
                   04 ROLLBACK-Y           BINARY-LONG.
                   04 ROLLBACK-Z           BINARY-LONG.
               03 ROLLBACK-PREV-ID     BINARY-LONG UNSIGNED.
               03 ROLLBACK-DIM         BINARY-CHAR UNSIGNED.
