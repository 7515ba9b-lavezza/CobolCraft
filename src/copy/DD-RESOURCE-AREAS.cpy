      *> --- DD-RESOURCE-AREAS ---
      *> Resource areas - chunk rectangles, in either dimension, that are
      *> put back to freshly generated terrain from time to time, loaded from
      *> save/resource-areas.txt (one
      *> "<name> <overworld|nether> <chunk-x1> <chunk-z1> <chunk-x2> <chunk-z2> <warp>
      *> [warn <minutes>] [days <mon,tue,...>]" line per area, blank lines and
      *> "#" comment lines ignored) - see ResourceAreas-Load. A reset is started
      *> by the "regen <name>" admin command, from the console, RCON or a
      *> save/schedule.txt entry; after the warning period everyone inside is
      *> moved to the warp and every chunk is regenerated from WORLD-SEED -
      *> see AdminRegenCommand and RegenTick in Server, and
      *> World-RegenerateChunk. Claims may not be made inside one - see
      *> Claims-CheckOverlap. Declared EXTERNAL so Server and the claim
      *> programs address the same table. Hot-reloaded alongside the access
      *> lists.
       01 MAX-RESOURCE-AREAS   BINARY-LONG UNSIGNED    VALUE 8.
      *> the most chunks one area may cover, e.g. 32 by 32
       01 MAX-RESOURCE-AREA-CHUNKS BINARY-LONG UNSIGNED VALUE 1024.
       01 RESOURCE-AREAS-TABLE EXTERNAL.
           02 RESOURCE-AREA-COUNT  BINARY-LONG UNSIGNED    VALUE 0.
           02 RESOURCE-AREA OCCURS 8 TIMES.
               03 RESOURCE-AREA-NAME   PIC X(16).
               *> 0 = overworld, 1 = nether, as WORLD-ACTIVE-DIM
               03 RESOURCE-AREA-DIM    BINARY-CHAR UNSIGNED    VALUE 0.
               *> normalized chunk bounds: MIN <= MAX on both axes
               03 RESOURCE-AREA-MIN-X  BINARY-LONG             VALUE 0.
               03 RESOURCE-AREA-MIN-Z  BINARY-LONG             VALUE 0.
               03 RESOURCE-AREA-MAX-X  BINARY-LONG             VALUE 0.
               03 RESOURCE-AREA-MAX-Z  BINARY-LONG             VALUE 0.
               *> the save/warps.txt warp anyone inside is moved to, taken in
               *> the area's own dimension - warps carry no dimension of
               *> their own, exactly as /warp uses them
               03 RESOURCE-AREA-WARP   PIC X(16).
               *> "warn", 0-60 minutes of warning before the reset (default 5)
               03 RESOURCE-AREA-WARN-MINUTES BINARY-LONG UNSIGNED VALUE 5.
               *> "days", the weekdays a scheduled reset may run on, one flag
               *> per day from Monday to Sunday ("1" = allowed); all "1"
               *> when the line names none. A reset typed at the console or
               *> over RCON runs on any day.
               03 RESOURCE-AREA-DAYS   PIC X(7).
