*> --- Perf-Incident ---
*> Appends one slow-tick incident record to logs/perf-incidents-<yyyy-mm-dd>.txt:
*> when it happened, how long the tick took, which subsystem took the longest
*> and for how long, what was loaded at the time (players, mobs, dropped items,
*> arrows, XP orbs, cached chunks), and every subsystem's share of the tick.
*> Called from PerfTick in Server for any tick that ran past
*> PERF-TICK-BUDGET-MS, with PERF-PROFILE (see DD-PERF) already filled in.
*> At most C-PERF-INCIDENT-CAP records go out per minute, followed by a single
*> "cap reached" line, so a server that stays overloaded for an hour doesn't
*> also fill the disk - the minute's rollup still counts every slow tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. Perf-Incident.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PERF.
    01 C-PERF-INCIDENT-CAP  BINARY-LONG UNSIGNED    VALUE 100.
    01 TIMESTAMP-RAW        PIC X(21).
    01 INCIDENT-FILE-NAME   PIC X(64).
    01 INCIDENT-LINE        PIC X(640).
    01 INCIDENT-LINE-POS    BINARY-LONG UNSIGNED.
    01 INCIDENT-LINE-LEN    BINARY-LONG UNSIGNED.
    01 SUBSYSTEM-INDEX      BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    IF PERF-MINUTE-INCIDENTS > C-PERF-INCIDENT-CAP
        GOBACK
    END-IF
    ADD 1 TO PERF-MINUTE-INCIDENTS

    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO INCIDENT-FILE-NAME
    STRING "logs/perf-incidents-" TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) ".txt"
        INTO INCIDENT-FILE-NAME

    MOVE 1 TO INCIDENT-LINE-POS
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) " "
        TIMESTAMP-RAW(9:2) ":" TIMESTAMP-RAW(11:2) ":" TIMESTAMP-RAW(13:2)
        INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS

    IF PERF-MINUTE-INCIDENTS > C-PERF-INCIDENT-CAP
        STRING " incident cap reached - further slow ticks this minute are counted in the rollup only"
            INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
        COMPUTE INCIDENT-LINE-LEN = INCIDENT-LINE-POS - 1
        CALL "Files-AppendLine" USING INCIDENT-FILE-NAME INCIDENT-LINE(1:INCIDENT-LINE-LEN) IO-FAILURE
        GOBACK
    END-IF

    MOVE PERF-TICK-MS TO NUM-DISPLAY
    STRING " tick_ms=" FUNCTION TRIM(NUM-DISPLAY)
        " worst=" FUNCTION TRIM(PERF-SUBSYSTEM-NAME(PERF-WORST-INDEX))
        INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-SUB-TICK-MS(PERF-WORST-INDEX) TO NUM-DISPLAY
    STRING " worst_ms=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS

    MOVE PERF-COUNT-PLAYERS TO NUM-DISPLAY
    STRING " players=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-COUNT-MOBS TO NUM-DISPLAY
    STRING " mobs=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-COUNT-ITEMS TO NUM-DISPLAY
    STRING " items=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-COUNT-PROJECTILES TO NUM-DISPLAY
    STRING " projectiles=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-COUNT-XP-ORBS TO NUM-DISPLAY
    STRING " xp_orbs=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    MOVE PERF-COUNT-CHUNKS TO NUM-DISPLAY
    STRING " chunks=" FUNCTION TRIM(NUM-DISPLAY) INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS

    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
        MOVE PERF-SUB-TICK-MS(SUBSYSTEM-INDEX) TO NUM-DISPLAY
        STRING " " FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_ms=" FUNCTION TRIM(NUM-DISPLAY)
            INTO INCIDENT-LINE WITH POINTER INCIDENT-LINE-POS
    END-PERFORM
    COMPUTE INCIDENT-LINE-LEN = INCIDENT-LINE-POS - 1

    CALL "Files-AppendLine" USING INCIDENT-FILE-NAME INCIDENT-LINE(1:INCIDENT-LINE-LEN) IO-FAILURE

    GOBACK.

END PROGRAM Perf-Incident.

*> --- Perf-Rollup ---
*> Closes out the minute PERF-PROFILE has been accumulating (see DD-PERF) as
*> one line of the day's time series, logs/perf-<yyyy-mm-dd>.txt:
*>
*>     hh:mm ticks=<n> slow=<n> avg_ms=<n> max_ms=<n> players=<n> mobs=<n>
*>         items=<n> projectiles=<n> xp_orbs=<n> chunks=<n>
*>         shed_ticks=<n> <subsystem>_ms=<total> <subsystem>_max=<peak>
*>         [<subsystem>_deferred=<n>] ...
*>
*> (all on one line), where each subsystem's total is its milliseconds summed
*> over the minute and its peak the most it took in any single tick. shed_ticks
*> is how many ticks ran shedding load after an overrun (see PERF-SHEDDING),
*> and <subsystem>_deferred, written only for a subsystem that put anything
*> off, how much work it left for later ticks - mobs and hoppers skipped,
*> scheduled block ticks left queued, players whose streaming was cut short.
*> The day and minute come from PERF-MINUTE-STAMP, so the minute straddling
*> midnight lands in the day it belongs to. Resets the minute's accumulators
*> for the next one. Called from PerfTick in Server whenever the wall-clock minute
*> turns, and from ShutdownServer for the partial minute the server stops in.
*> PerfReport summarizes the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. Perf-Rollup.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PERF.
    01 ROLLUP-FILE-NAME     PIC X(64).
    01 ROLLUP-LINE          PIC X(800).
    01 ROLLUP-LINE-POS      BINARY-LONG UNSIGNED.
    01 ROLLUP-LINE-LEN      BINARY-LONG UNSIGNED.
    01 SUBSYSTEM-INDEX      BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(14)9.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    IF PERF-MINUTE-TICKS = 0 OR PERF-MINUTE-STAMP = SPACES
        GOBACK
    END-IF

    MOVE SPACES TO ROLLUP-FILE-NAME
    STRING "logs/perf-" PERF-MINUTE-STAMP(1:4) "-" PERF-MINUTE-STAMP(5:2) "-" PERF-MINUTE-STAMP(7:2) ".txt"
        INTO ROLLUP-FILE-NAME

    MOVE 1 TO ROLLUP-LINE-POS
    STRING PERF-MINUTE-STAMP(9:2) ":" PERF-MINUTE-STAMP(11:2) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-MINUTE-TICKS TO NUM-DISPLAY
    STRING " ticks=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-MINUTE-SLOW TO NUM-DISPLAY
    STRING " slow=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    COMPUTE NUM-DISPLAY = PERF-MINUTE-BUSY-MS / PERF-MINUTE-TICKS
    STRING " avg_ms=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-MINUTE-MAX-MS TO NUM-DISPLAY
    STRING " max_ms=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS

    MOVE PERF-COUNT-PLAYERS TO NUM-DISPLAY
    STRING " players=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-COUNT-MOBS TO NUM-DISPLAY
    STRING " mobs=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-COUNT-ITEMS TO NUM-DISPLAY
    STRING " items=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-COUNT-PROJECTILES TO NUM-DISPLAY
    STRING " projectiles=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-COUNT-XP-ORBS TO NUM-DISPLAY
    STRING " xp_orbs=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
    MOVE PERF-COUNT-CHUNKS TO NUM-DISPLAY
    STRING " chunks=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS

    MOVE PERF-MINUTE-SHED-TICKS TO NUM-DISPLAY
    STRING " shed_ticks=" FUNCTION TRIM(NUM-DISPLAY) INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS

    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
        MOVE PERF-SUB-MINUTE-MS(SUBSYSTEM-INDEX) TO NUM-DISPLAY
        STRING " " FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_ms=" FUNCTION TRIM(NUM-DISPLAY)
            INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
        MOVE PERF-SUB-MINUTE-MAX(SUBSYSTEM-INDEX) TO NUM-DISPLAY
        STRING " " FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_max=" FUNCTION TRIM(NUM-DISPLAY)
            INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
        IF PERF-SUB-MINUTE-DEFERRED(SUBSYSTEM-INDEX) > 0
            MOVE PERF-SUB-MINUTE-DEFERRED(SUBSYSTEM-INDEX) TO NUM-DISPLAY
            STRING " " FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_deferred=" FUNCTION TRIM(NUM-DISPLAY)
                INTO ROLLUP-LINE WITH POINTER ROLLUP-LINE-POS
        END-IF
        MOVE 0 TO PERF-SUB-MINUTE-MS(SUBSYSTEM-INDEX)
        MOVE 0 TO PERF-SUB-MINUTE-MAX(SUBSYSTEM-INDEX)
        MOVE 0 TO PERF-SUB-MINUTE-DEFERRED(SUBSYSTEM-INDEX)
    END-PERFORM
    COMPUTE ROLLUP-LINE-LEN = ROLLUP-LINE-POS - 1

    CALL "Files-AppendLine" USING ROLLUP-FILE-NAME ROLLUP-LINE(1:ROLLUP-LINE-LEN) IO-FAILURE

    MOVE 0 TO PERF-MINUTE-TICKS
    MOVE 0 TO PERF-MINUTE-SLOW
    MOVE 0 TO PERF-MINUTE-BUSY-MS
    MOVE 0 TO PERF-MINUTE-MAX-MS
    MOVE 0 TO PERF-MINUTE-INCIDENTS
    MOVE 0 TO PERF-MINUTE-SHED-TICKS

    GOBACK.

END PROGRAM Perf-Rollup.
