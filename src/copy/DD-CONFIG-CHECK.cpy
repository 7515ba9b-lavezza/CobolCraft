      *> --- DD-CONFIG-CHECK ---
      *> Shared state for checking the hand-edited, hot-reloaded save/*.txt
      *> files (access lists, hooks, regions, schedule, warps, groups, chat
      *> filter, loot, the game data files, advancements, rewards, claim
      *> limits, message catalogs). Every problem a loader finds goes through
      *> ConfigCheck-Report, which counts it in CONFIG-CHECK-ERRORS; the
      *> loader zeroes the count before it parses and, if it is not zero
      *> afterwards, puts the last good copy of the file back in force (see
      *> ConfigCheck-Accepted/ConfigCheck-Rejected). With CONFIG-LINT-MODE set
      *> - only ever by the ConfigLint batch program - a loader reads
      *> CONFIG-LINT-FILE instead of its own file, problems are printed rather
      *> than logged, and no last good copy is read or written. Declared
      *> EXTERNAL so every loader and the ConfigCheck-* programs address the
      *> same fields.
       01 CONFIG-CHECK EXTERNAL.
           02 CONFIG-CHECK-ERRORS  BINARY-LONG UNSIGNED    VALUE 0.
           02 CONFIG-LINT-MODE     BINARY-CHAR UNSIGNED    VALUE 0.
           02 CONFIG-LINT-FILE     PIC X(255).
