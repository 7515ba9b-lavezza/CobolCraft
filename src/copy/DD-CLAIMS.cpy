      *> --- DD-CLAIMS ---
      *> Player land claims - marked out with /claim pos1 and /claim pos2 and
      *> made with /claim create (see HandleClaimCommand in Server), worked by
      *> staff with the "claims" command (AdminClaimsCommand). Loaded from
      *> save/claims.txt at startup and rewritten on every change - see
      *> Claims-Load/Claims-Save. The file holds a "next|<id>" line, then one
      *> "|"-separated line per claim: id, owner, dimension, "x1 z1 x2 z2",
      *> created, seen, and a comma-separated trusted-member list. A claim
      *> covers whole columns, bedrock to sky, so only its x/z footprint is
      *> kept. Inside one only the owner and the trusted members may build -
      *> see Regions-CheckAllowed. CLAIM-SEEN is the day the owner last logged
      *> in (yyyymmdd), kept here so an owner's claims can be aged without
      *> reading their player file; the created timestamp is yyyymmddhhmmss.
      *> CLAIM-ID numbers claims from 1 and never repeats. Declared EXTERNAL so
      *> Server and the Claims-* and Regions-* programs address the same table.
       01 MAX-CLAIMS           BINARY-LONG UNSIGNED    VALUE 100.
       01 MAX-CLAIM-MEMBERS    BINARY-LONG UNSIGNED    VALUE 8.
       01 CLAIMS-TABLE EXTERNAL.
           02 CLAIM-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
           02 CLAIM-NEXT-ID        BINARY-LONG UNSIGNED    VALUE 1.
           02 CLAIM-ENTRY OCCURS 100 TIMES.
               03 CLAIM-ID             BINARY-LONG UNSIGNED    VALUE 0.
               03 CLAIM-OWNER          PIC X(16).
               03 CLAIM-DIMENSION      BINARY-CHAR UNSIGNED    VALUE 0.
               *> normalized bounds: MIN <= MAX on both axes
               03 CLAIM-MIN-X          BINARY-LONG             VALUE 0.
               03 CLAIM-MIN-Z          BINARY-LONG             VALUE 0.
               03 CLAIM-MAX-X          BINARY-LONG             VALUE 0.
               03 CLAIM-MAX-Z          BINARY-LONG             VALUE 0.
               03 CLAIM-CREATED        PIC X(14).
               03 CLAIM-SEEN           PIC X(8).
               03 CLAIM-MEMBER-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
               03 CLAIM-MEMBERS OCCURS 8 TIMES PIC X(16).
      *> Claim limits, loaded from save/claims-config.txt - one
      *> "<setting> <value>" line per setting, blank lines and "#" comment
      *> lines ignored - see ClaimsConfig-Load. A player's claim budget, in
      *> blocks of footprint, is CLAIM-BASE-BLOCKS plus CLAIM-BLOCKS-PER-HOUR
      *> for every full hour of PLAYER-STAT-PLAYTIME, capped at
      *> CLAIM-MAX-BLOCKS; the footprint of every claim they already hold comes
      *> off it. Claims whose owner has not logged in for CLAIM-REVIEW-DAYS are
      *> listed by "claims review" and counted in the server log once a day;
      *> at CLAIM-EXPIRE-DAYS they are removed. A missing file, or a setting it
      *> leaves out, keeps the default below. Hot-reloaded alongside the
      *> access lists.
       01 CLAIM-SETTINGS EXTERNAL.
           *> "base-blocks", 0-1000000 - a 32x32 plot for a newcomer
           02 CLAIM-BASE-BLOCKS    BINARY-LONG UNSIGNED    VALUE 1024.
           *> "blocks-per-hour", 0-100000
           02 CLAIM-BLOCKS-PER-HOUR BINARY-LONG UNSIGNED   VALUE 100.
           *> "max-blocks", 1-10000000
           02 CLAIM-MAX-BLOCKS     BINARY-LONG UNSIGNED    VALUE 40000.
           *> "max-claims", 1-10 claims per player
           02 CLAIM-MAX-PER-PLAYER BINARY-LONG UNSIGNED    VALUE 3.
           *> "review-days", 1-3650
           02 CLAIM-REVIEW-DAYS    BINARY-LONG UNSIGNED    VALUE 45.
           *> "expire-days", review-days+1 to 3650
           02 CLAIM-EXPIRE-DAYS    BINARY-LONG UNSIGNED    VALUE 60.
