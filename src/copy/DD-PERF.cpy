      *> --- DD-PERF ---
      *> The per-subsystem tick profile. Server times each subsystem GameLoop
      *> drives into PERF-SUB-TICK-MS (see PerfStart/PerfStop in Server), then
      *> PerfTick folds the tick into the running minute and hands the record to
      *> Perf-Incident (any tick over budget) and Perf-Rollup (once the wall-clock
      *> minute turns) - see perf.cob. Declared EXTERNAL so Server and those
      *> writers, each its own call unit, address the same record. PerfReport
      *> reads back what they wrote.
       01 PERF-SUBSYSTEM-COUNT     BINARY-LONG UNSIGNED    VALUE 10.
      *> the tick budget: one tick is 1/20th of a second
       01 PERF-TICK-BUDGET-MS      BINARY-LONG UNSIGNED    VALUE 50.
      *> subsystem names as written to the perf files - the order is the
      *> PERF-SUBSYSTEM index Server charges time to; "other" is whatever
      *> of the busy time none of the timed subsystems account for
       01 PERF-SUBSYSTEM-NAMES.
           02 FILLER                   PIC X(12)   VALUE "mobs".
           02 FILLER                   PIC X(12)   VALUE "hoppers".
           02 FILLER                   PIC X(12)   VALUE "furnaces".
           02 FILLER                   PIC X(12)   VALUE "items".
           02 FILLER                   PIC X(12)   VALUE "projectiles".
           02 FILLER                   PIC X(12)   VALUE "streaming".
           02 FILLER                   PIC X(12)   VALUE "edits".
           02 FILLER                   PIC X(12)   VALUE "blockticks".
           02 FILLER                   PIC X(12)   VALUE "chunkio".
           02 FILLER                   PIC X(12)   VALUE "other".
       01 PERF-SUBSYSTEM-NAME-TABLE REDEFINES PERF-SUBSYSTEM-NAMES.
           02 PERF-SUBSYSTEM-NAME      PIC X(12)   OCCURS 10 TIMES.
       01 PERF-PROFILE EXTERNAL.
           *> how long the tick just measured kept the loop busy - see
           *> TICK-BUSY-MS in Server
           02 PERF-TICK-MS             BINARY-DOUBLE            VALUE 0.
           02 PERF-SUBSYSTEM OCCURS 10 TIMES.
               *> this tick's time, then this minute's total and single-tick peak
               03 PERF-SUB-TICK-MS         BINARY-DOUBLE            VALUE 0.
               03 PERF-SUB-MINUTE-MS       BINARY-DOUBLE            VALUE 0.
               03 PERF-SUB-MINUTE-MAX      BINARY-DOUBLE            VALUE 0.
               *> work this subsystem put off to a later tick while GameLoop
               *> was shedding load (see PERF-SHEDDING) - this tick's count,
               *> then running totals for the minute and for MetricsTick's second
               03 PERF-SUB-TICK-DEFERRED   BINARY-LONG UNSIGNED    VALUE 0.
               03 PERF-SUB-MINUTE-DEFERRED BINARY-LONG UNSIGNED    VALUE 0.
               03 PERF-SUB-SECOND-DEFERRED BINARY-LONG UNSIGNED    VALUE 0.
           *> set when the tick just measured ran past PERF-TICK-BUDGET-MS, so
           *> the next one only does a slice of the deferrable work - mob AI,
           *> hopper transfers, scheduled block ticks, chunk streaming - and
           *> leaves the rest queued for the ticks after; player input,
           *> keep-alives and combat always run in full
           02 PERF-SHEDDING            BINARY-CHAR UNSIGNED    VALUE 0.
           02 PERF-MINUTE-SHED-TICKS   BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-SECOND-SHED-TICKS   BINARY-LONG UNSIGNED    VALUE 0.
           *> the subsystem that took the longest this tick
           02 PERF-WORST-INDEX         BINARY-LONG UNSIGNED    VALUE 0.
           *> the minute being accumulated, as yyyymmddhhmm
           02 PERF-MINUTE-STAMP        PIC X(12)               VALUE SPACES.
           02 PERF-MINUTE-TICKS        BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-MINUTE-SLOW         BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-MINUTE-BUSY-MS      BINARY-DOUBLE            VALUE 0.
           02 PERF-MINUTE-MAX-MS       BINARY-DOUBLE            VALUE 0.
           *> incident records written this minute - Perf-Incident stops at
           *> its cap, and the rollup's slow-tick count carries on alone
           02 PERF-MINUTE-INCIDENTS    BINARY-LONG UNSIGNED    VALUE 0.
           *> what was loaded when the record was last handed on - counted by
           *> PerfCountLoad in Server
           02 PERF-COUNT-PLAYERS       BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-COUNT-MOBS          BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-COUNT-ITEMS         BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-COUNT-PROJECTILES   BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-COUNT-XP-ORBS       BINARY-LONG UNSIGNED    VALUE 0.
           02 PERF-COUNT-CHUNKS        BINARY-LONG UNSIGNED    VALUE 0.
