*> --- PerfReport ---
*> Standalone batch program: summarizes one day of the server's tick profile -
*> the per-minute time series Perf-Rollup appends to logs/perf-<yyyy-mm-dd>.txt
*> and the slow-tick incidents Perf-Incident appends to
*> logs/perf-incidents-<yyyy-mm-dd>.txt - into the morning-after answer to
*> "why was it lagging last night": the day's totals, where the time went by
*> subsystem, how much work load shedding put off, the worst minutes, and
*> which subsystem the slow ticks blamed.
*> Run it from a shell, server up or down, the same way OpsDigest is run:
*>
*>     PerfReport [<yyyy-mm-dd>]
*>
*> The date defaults to today. Output lands in report/perf-report-<date>.txt.
*> Minutes are ranked by how many of their ticks ran over budget, then by
*> their single worst tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. PerfReport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PERF.
    01 COMMAND-ARGS         PIC X(64).
    01 REPORT-DATE          PIC X(10).
    01 TIMESTAMP-RAW        PIC X(21).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> a full day is 1440 rollup lines of well under 1 KiB each; the incident
    *> file is capped per minute by Perf-Incident, but can still outgrow this,
    *> in which case only its first stretch is read and the report says so
    01 FILE-BUFFER          PIC X(4194304).
    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 4194304.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    01 SERIES-FILE-NAME     PIC X(64).
    01 INCIDENT-FILE-NAME   PIC X(64).
    01 CURRENT-LINE         PIC X(1024).
    *> one "key=value" token off the current line
    01 TOKEN                PIC X(64).
    01 TOKEN-POS            BINARY-LONG UNSIGNED.
    01 TOKEN-KEY            PIC X(32).
    01 TOKEN-VALUE          PIC X(32).
    01 TOKEN-NUMBER         BINARY-DOUBLE.
    01 SUBSYSTEM-INDEX      BINARY-LONG UNSIGNED.
    01 SUBSYSTEM-KEY        PIC X(32).
    *> the day's minutes, in file order
    01 MINUTE-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
    01 MINUTE-TABLE.
        02 MINUTE-ENTRY OCCURS 1440 TIMES.
            03 MINUTE-TIME          PIC X(5).
            03 MINUTE-TICKS         BINARY-LONG UNSIGNED.
            03 MINUTE-SLOW          BINARY-LONG UNSIGNED.
            03 MINUTE-AVG-MS        BINARY-DOUBLE.
            03 MINUTE-MAX-MS        BINARY-DOUBLE.
            03 MINUTE-PLAYERS       BINARY-LONG UNSIGNED.
            03 MINUTE-MOBS          BINARY-LONG UNSIGNED.
            03 MINUTE-CHUNKS        BINARY-LONG UNSIGNED.
            03 MINUTE-SHED          BINARY-LONG UNSIGNED.
            *> the subsystem with the most time summed over the minute
            03 MINUTE-WORST         BINARY-LONG UNSIGNED.
            03 MINUTE-WORST-MS      BINARY-DOUBLE.
            03 MINUTE-TAKEN         BINARY-CHAR UNSIGNED.
    01 MINUTE-INDEX         BINARY-LONG UNSIGNED.
    *> whole-day totals
    01 DAY-TICKS            BINARY-DOUBLE            VALUE 0.
    01 DAY-SLOW             BINARY-DOUBLE            VALUE 0.
    01 DAY-BUSY-MS          BINARY-DOUBLE            VALUE 0.
    01 DAY-MAX-MS           BINARY-DOUBLE            VALUE 0.
    01 DAY-MAX-TIME         PIC X(5)                VALUE SPACES.
    01 DAY-SHED             BINARY-DOUBLE            VALUE 0.
    01 DAY-SUBSYSTEM OCCURS 10 TIMES.
        02 DAY-SUB-MS           BINARY-DOUBLE.
        02 DAY-SUB-MAX          BINARY-DOUBLE.
        02 DAY-SUB-INCIDENTS    BINARY-LONG UNSIGNED.
        02 DAY-SUB-DEFERRED     BINARY-DOUBLE.
    *> the worst minutes, picked off the table in rank order
    01 C-WORST-MINUTES      BINARY-LONG UNSIGNED    VALUE 10.
    01 RANK                 BINARY-LONG UNSIGNED.
    01 RANK-PICK            BINARY-LONG UNSIGNED.
    *> slow-tick incidents
    01 INCIDENT-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
    01 INCIDENT-CAPPED      BINARY-LONG UNSIGNED    VALUE 0.
    01 INCIDENT-TICK-MS     BINARY-DOUBLE.
    01 INCIDENT-WORST-MS    BINARY-DOUBLE            VALUE 0.
    01 INCIDENT-WORST-LINE  PIC X(1024)             VALUE SPACES.
    01 SERIES-TRUNCATED     BINARY-CHAR UNSIGNED    VALUE 0.
    01 INCIDENTS-TRUNCATED  BINARY-CHAR UNSIGNED    VALUE 0.
    *> output building
    01 OUT-BUFFER           PIC X(64000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.

PROCEDURE DIVISION.
Mainline.
    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    IF FUNCTION TRIM(COMMAND-ARGS) NOT = SPACES
        MOVE FUNCTION TRIM(COMMAND-ARGS) TO REPORT-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
        MOVE SPACES TO REPORT-DATE
        STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    END-IF

    CALL "CBL_CREATE_DIR" USING "report"
    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
        MOVE 0 TO DAY-SUB-MS(SUBSYSTEM-INDEX)
        MOVE 0 TO DAY-SUB-MAX(SUBSYSTEM-INDEX)
        MOVE 0 TO DAY-SUB-INCIDENTS(SUBSYSTEM-INDEX)
        MOVE 0 TO DAY-SUB-DEFERRED(SUBSYSTEM-INDEX)
    END-PERFORM

    *> pass 1: the per-minute time series
    MOVE SPACES TO SERIES-FILE-NAME
    STRING "logs/perf-" REPORT-DATE ".txt" INTO SERIES-FILE-NAME
    CALL "Files-Size" USING SERIES-FILE-NAME FILE-SIZE
    IF FILE-SIZE > FILE-BUFFER-MAX
        MOVE 1 TO SERIES-TRUNCATED
    END-IF
    CALL "Files-ReadAll" USING SERIES-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        MOVE 1 TO FILE-POINTER
        PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
            MOVE SPACES TO CURRENT-LINE
            UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
                INTO CURRENT-LINE
                WITH POINTER FILE-POINTER
            IF CURRENT-LINE(3:1) = ":" AND MINUTE-COUNT < 1440
                PERFORM ParseMinuteLine
            END-IF
        END-PERFORM
    END-IF

    *> pass 2: the slow-tick incidents
    MOVE SPACES TO INCIDENT-FILE-NAME
    STRING "logs/perf-incidents-" REPORT-DATE ".txt" INTO INCIDENT-FILE-NAME
    CALL "Files-Size" USING INCIDENT-FILE-NAME FILE-SIZE
    IF FILE-SIZE > FILE-BUFFER-MAX
        MOVE 1 TO INCIDENTS-TRUNCATED
    END-IF
    CALL "Files-ReadAll" USING INCIDENT-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        MOVE 1 TO FILE-POINTER
        PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
            MOVE SPACES TO CURRENT-LINE
            UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
                INTO CURRENT-LINE
                WITH POINTER FILE-POINTER
            IF CURRENT-LINE(1:10) = REPORT-DATE
                PERFORM ParseIncidentLine
            END-IF
        END-PERFORM
    END-IF

    PERFORM WriteReport

    MOVE MINUTE-COUNT TO NUM-DISPLAY
    MOVE INCIDENT-COUNT TO NUM-DISPLAY-2
    DISPLAY "PerfReport: " FUNCTION TRIM(NUM-DISPLAY) " minute(s), " FUNCTION TRIM(NUM-DISPLAY-2)
        " incident(s), written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

ParseMinuteLine.
    *> "hh:mm key=value key=value ..." - see Perf-Rollup
    ADD 1 TO MINUTE-COUNT
    INITIALIZE MINUTE-ENTRY(MINUTE-COUNT)
    MOVE CURRENT-LINE(1:5) TO MINUTE-TIME(MINUTE-COUNT)
    MOVE 7 TO TOKEN-POS
    PERFORM UNTIL TOKEN-POS > 1024
        MOVE SPACES TO TOKEN
        UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
            INTO TOKEN
            WITH POINTER TOKEN-POS
        IF TOKEN = SPACES
            EXIT PERFORM
        END-IF
        PERFORM SplitToken
        EVALUATE TOKEN-KEY
            WHEN "ticks"
                MOVE TOKEN-NUMBER TO MINUTE-TICKS(MINUTE-COUNT)
            WHEN "slow"
                MOVE TOKEN-NUMBER TO MINUTE-SLOW(MINUTE-COUNT)
            WHEN "avg_ms"
                MOVE TOKEN-NUMBER TO MINUTE-AVG-MS(MINUTE-COUNT)
            WHEN "max_ms"
                MOVE TOKEN-NUMBER TO MINUTE-MAX-MS(MINUTE-COUNT)
            WHEN "players"
                MOVE TOKEN-NUMBER TO MINUTE-PLAYERS(MINUTE-COUNT)
            WHEN "mobs"
                MOVE TOKEN-NUMBER TO MINUTE-MOBS(MINUTE-COUNT)
            WHEN "chunks"
                MOVE TOKEN-NUMBER TO MINUTE-CHUNKS(MINUTE-COUNT)
            WHEN "shed_ticks"
                MOVE TOKEN-NUMBER TO MINUTE-SHED(MINUTE-COUNT)
            WHEN OTHER
                PERFORM ParseSubsystemToken
        END-EVALUATE
    END-PERFORM

    ADD MINUTE-TICKS(MINUTE-COUNT) TO DAY-TICKS
    ADD MINUTE-SLOW(MINUTE-COUNT) TO DAY-SLOW
    ADD MINUTE-SHED(MINUTE-COUNT) TO DAY-SHED
    COMPUTE DAY-BUSY-MS = DAY-BUSY-MS + MINUTE-AVG-MS(MINUTE-COUNT) * MINUTE-TICKS(MINUTE-COUNT)
    IF MINUTE-MAX-MS(MINUTE-COUNT) > DAY-MAX-MS
        MOVE MINUTE-MAX-MS(MINUTE-COUNT) TO DAY-MAX-MS
        MOVE MINUTE-TIME(MINUTE-COUNT) TO DAY-MAX-TIME
    END-IF
    EXIT PARAGRAPH.

ParseSubsystemToken.
    *> "<subsystem>_ms=<total>", "<subsystem>_max=<peak>", or
    *> "<subsystem>_deferred=<work put off>"
    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
        MOVE SPACES TO SUBSYSTEM-KEY
        STRING FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_ms" INTO SUBSYSTEM-KEY
        IF TOKEN-KEY = SUBSYSTEM-KEY
            ADD TOKEN-NUMBER TO DAY-SUB-MS(SUBSYSTEM-INDEX)
            IF TOKEN-NUMBER > MINUTE-WORST-MS(MINUTE-COUNT)
                MOVE TOKEN-NUMBER TO MINUTE-WORST-MS(MINUTE-COUNT)
                MOVE SUBSYSTEM-INDEX TO MINUTE-WORST(MINUTE-COUNT)
            END-IF
            EXIT PERFORM
        END-IF
        MOVE SPACES TO SUBSYSTEM-KEY
        STRING FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_max" INTO SUBSYSTEM-KEY
        IF TOKEN-KEY = SUBSYSTEM-KEY
            IF TOKEN-NUMBER > DAY-SUB-MAX(SUBSYSTEM-INDEX)
                MOVE TOKEN-NUMBER TO DAY-SUB-MAX(SUBSYSTEM-INDEX)
            END-IF
            EXIT PERFORM
        END-IF
        MOVE SPACES TO SUBSYSTEM-KEY
        STRING FUNCTION TRIM(PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)) "_deferred" INTO SUBSYSTEM-KEY
        IF TOKEN-KEY = SUBSYSTEM-KEY
            ADD TOKEN-NUMBER TO DAY-SUB-DEFERRED(SUBSYSTEM-INDEX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ParseIncidentLine.
    *> "<date> <time> tick_ms=<n> worst=<subsystem> worst_ms=<n> ..." - see
    *> Perf-Incident; the per-minute cap notice carries no worst= token
    MOVE 0 TO TOKEN-POS
    INSPECT CURRENT-LINE TALLYING TOKEN-POS FOR ALL "incident cap reached"
    IF TOKEN-POS > 0
        ADD 1 TO INCIDENT-CAPPED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO INCIDENT-COUNT
    MOVE 0 TO INCIDENT-TICK-MS
    MOVE 21 TO TOKEN-POS
    PERFORM UNTIL TOKEN-POS > 1024
        MOVE SPACES TO TOKEN
        UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
            INTO TOKEN
            WITH POINTER TOKEN-POS
        IF TOKEN = SPACES
            EXIT PERFORM
        END-IF
        PERFORM SplitToken
        EVALUATE TOKEN-KEY
            WHEN "tick_ms"
                MOVE TOKEN-NUMBER TO INCIDENT-TICK-MS
            WHEN "worst"
                PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
                    IF TOKEN-VALUE = PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX)
                        ADD 1 TO DAY-SUB-INCIDENTS(SUBSYSTEM-INDEX)
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                *> the rest of the line is per-subsystem detail
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM
    IF INCIDENT-TICK-MS > INCIDENT-WORST-MS
        MOVE INCIDENT-TICK-MS TO INCIDENT-WORST-MS
        MOVE CURRENT-LINE TO INCIDENT-WORST-LINE
    END-IF
    EXIT PARAGRAPH.

SplitToken.
    MOVE SPACES TO TOKEN-KEY
    MOVE SPACES TO TOKEN-VALUE
    UNSTRING TOKEN DELIMITED BY "="
        INTO TOKEN-KEY TOKEN-VALUE
    MOVE 0 TO TOKEN-NUMBER
    IF TOKEN-VALUE(1:1) IS NUMERIC
        MOVE FUNCTION NUMVAL(TOKEN-VALUE) TO TOKEN-NUMBER
    END-IF
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Performance report for " REPORT-DATE X"0A"
        "=================================" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    IF MINUTE-COUNT = 0
        STRING "No tick profile recorded in " FUNCTION TRIM(SERIES-FILE-NAME) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        MOVE MINUTE-COUNT TO NUM-DISPLAY
        MOVE DAY-TICKS TO NUM-DISPLAY-2
        STRING "Minutes recorded: " FUNCTION TRIM(NUM-DISPLAY) " (" FUNCTION TRIM(NUM-DISPLAY-2) " ticks)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        MOVE DAY-SLOW TO NUM-DISPLAY
        MOVE PERF-TICK-BUDGET-MS TO NUM-DISPLAY-2
        STRING "Slow ticks (over " FUNCTION TRIM(NUM-DISPLAY-2) " ms): " FUNCTION TRIM(NUM-DISPLAY) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        COMPUTE NUM-DISPLAY = DAY-BUSY-MS / DAY-TICKS
        STRING "Average tick: " FUNCTION TRIM(NUM-DISPLAY) " ms" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        MOVE DAY-MAX-MS TO NUM-DISPLAY
        STRING "Worst single tick: " FUNCTION TRIM(NUM-DISPLAY) " ms at " DAY-MAX-TIME X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER

        STRING X"0A" "Time by subsystem (day total, worst single tick)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
            MOVE DAY-SUB-MS(SUBSYSTEM-INDEX) TO NUM-DISPLAY
            MOVE DAY-SUB-MAX(SUBSYSTEM-INDEX) TO NUM-DISPLAY-2
            STRING "  " PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX) FUNCTION TRIM(NUM-DISPLAY) " ms, worst "
                FUNCTION TRIM(NUM-DISPLAY-2) " ms" X"0A"
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-PERFORM

        MOVE DAY-SHED TO NUM-DISPLAY
        STRING X"0A" "Ticks shedding load after an overrun: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
            IF DAY-SUB-DEFERRED(SUBSYSTEM-INDEX) > 0
                MOVE DAY-SUB-DEFERRED(SUBSYSTEM-INDEX) TO NUM-DISPLAY
                STRING "  " PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX) FUNCTION TRIM(NUM-DISPLAY) " deferred" X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-PERFORM

        STRING X"0A" "Worst minutes (most slow ticks, then worst single tick)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING RANK FROM 1 BY 1 UNTIL RANK > C-WORST-MINUTES OR RANK > MINUTE-COUNT
            PERFORM PickWorstMinute
            PERFORM WriteMinuteLine
        END-PERFORM
    END-IF

    MOVE INCIDENT-COUNT TO NUM-DISPLAY
    STRING X"0A" "Slow-tick incidents: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF INCIDENT-COUNT > 0
        STRING "  by worst subsystem" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1 UNTIL SUBSYSTEM-INDEX > PERF-SUBSYSTEM-COUNT
            IF DAY-SUB-INCIDENTS(SUBSYSTEM-INDEX) > 0
                MOVE DAY-SUB-INCIDENTS(SUBSYSTEM-INDEX) TO NUM-DISPLAY
                STRING "    " PERF-SUBSYSTEM-NAME(SUBSYSTEM-INDEX) FUNCTION TRIM(NUM-DISPLAY) X"0A"
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
        END-PERFORM
        STRING "  worst incident" X"0A"
            "    " FUNCTION TRIM(INCIDENT-WORST-LINE) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF INCIDENT-CAPPED > 0
        MOVE INCIDENT-CAPPED TO NUM-DISPLAY
        STRING "  the per-minute incident cap was reached in " FUNCTION TRIM(NUM-DISPLAY)
            " minute(s) - their slow ticks are counted above but not all itemized" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    IF SERIES-TRUNCATED = 1
        STRING X"0A" "Note: " FUNCTION TRIM(SERIES-FILE-NAME) " exceeded the report buffer - only its first 4 MiB were read." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF INCIDENTS-TRUNCATED = 1
        STRING X"0A" "Note: " FUNCTION TRIM(INCIDENT-FILE-NAME) " exceeded the report buffer - only its first 4 MiB were read." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/perf-report-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

PickWorstMinute.
    *> the not-yet-listed minute with the most slow ticks, ties going to the
    *> worse single tick
    MOVE 0 TO RANK-PICK
    PERFORM VARYING MINUTE-INDEX FROM 1 BY 1 UNTIL MINUTE-INDEX > MINUTE-COUNT
        IF MINUTE-TAKEN(MINUTE-INDEX) = 0
            EVALUATE TRUE
                WHEN RANK-PICK = 0
                    MOVE MINUTE-INDEX TO RANK-PICK
                WHEN MINUTE-SLOW(MINUTE-INDEX) > MINUTE-SLOW(RANK-PICK)
                    MOVE MINUTE-INDEX TO RANK-PICK
                WHEN MINUTE-SLOW(MINUTE-INDEX) = MINUTE-SLOW(RANK-PICK)
                    AND MINUTE-MAX-MS(MINUTE-INDEX) > MINUTE-MAX-MS(RANK-PICK)
                    MOVE MINUTE-INDEX TO RANK-PICK
            END-EVALUATE
        END-IF
    END-PERFORM
    MOVE 1 TO MINUTE-TAKEN(RANK-PICK)
    EXIT PARAGRAPH.

WriteMinuteLine.
    MOVE MINUTE-SLOW(RANK-PICK) TO NUM-DISPLAY
    MOVE MINUTE-MAX-MS(RANK-PICK) TO NUM-DISPLAY-2
    MOVE MINUTE-AVG-MS(RANK-PICK) TO NUM-DISPLAY-3
    STRING "  " MINUTE-TIME(RANK-PICK) "  slow " FUNCTION TRIM(NUM-DISPLAY)
        ", worst tick " FUNCTION TRIM(NUM-DISPLAY-2) " ms, average " FUNCTION TRIM(NUM-DISPLAY-3) " ms"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF MINUTE-SHED(RANK-PICK) > 0
        MOVE MINUTE-SHED(RANK-PICK) TO NUM-DISPLAY
        STRING ", shed " FUNCTION TRIM(NUM-DISPLAY) INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF MINUTE-WORST(RANK-PICK) > 0
        MOVE MINUTE-WORST-MS(RANK-PICK) TO NUM-DISPLAY
        STRING ", most time in " FUNCTION TRIM(PERF-SUBSYSTEM-NAME(MINUTE-WORST(RANK-PICK)))
            " (" FUNCTION TRIM(NUM-DISPLAY) " ms)"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    MOVE MINUTE-PLAYERS(RANK-PICK) TO NUM-DISPLAY
    MOVE MINUTE-MOBS(RANK-PICK) TO NUM-DISPLAY-2
    MOVE MINUTE-CHUNKS(RANK-PICK) TO NUM-DISPLAY-3
    STRING ", " FUNCTION TRIM(NUM-DISPLAY) " player(s), " FUNCTION TRIM(NUM-DISPLAY-2) " mob(s), "
        FUNCTION TRIM(NUM-DISPLAY-3) " chunk(s) loaded" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

END PROGRAM PerfReport.
