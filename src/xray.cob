*> --- XrayReport ---
*> Standalone batch program: reads the block-change attribution log
*> (save/blocklog.txt, and its rotated generation save/blocklog.txt.1 first,
*> the same order Rollback-Run reads them in) and ranks the players whose
*> mining looks like it was guided by an x-ray client, so moderators hear
*> about it before someone complains. Run it from a shell, server up or down,
*> the same way OpsDigest is run:
*>
*>     XrayReport [<yyyy-mm-dd>]
*>
*> With a date only that day's breaks are looked at; without one, every day
*> the log still covers is. Output lands in report/xray-<date>.txt (today's
*> date when none is given).
*>
*> Per player per day it counts the valuable ores broken (diamond, gold,
*> emerald, ancient debris - deepslate and nether variants included) against
*> the ordinary stone, deepslate and netherrack broken, and how direct the
*> way to each ore was: an ore "find" - an ore break not touching an ore the
*> same player already broke, so a vein counts once - is direct when hardly
*> any blocks around it were mined first. Honest mining opens up a lot of
*> stone for each find; a player who digs straight at diamonds does not.
*>
*> The thresholds come from save/xray-thresholds.txt, one "<key> <value>"
*> line each, blank lines and "#" comment lines ignored; a missing key keeps
*> its default:
*>
*>     min-ores 5            ore breaks a player-day needs before it is judged
*>     ore-ratio 2.00        valuable ores per 100 stone-type blocks
*>     direct-percent 50     share of finds that were direct
*>     neighbor-radius 2     how far around a find to look for earlier breaks
*>     neighbor-max 4        at most this many earlier breaks = a direct find
*>
*> A player-day with at least min-ores ore breaks that reaches either the
*> ratio or the directness threshold is a suspect. Suspects are ranked by
*> score, 100 being a player-day exactly on both thresholds.
IDENTIFICATION DIVISION.
PROGRAM-ID. XrayReport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COMMAND-ARGS         PIC X(64).
    01 REPORT-DATE          PIC X(10).
    01 FILTER-DAY           PIC X(8)    VALUE SPACES.
    01 TIMESTAMP-RAW        PIC X(21).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> thresholds - see save/xray-thresholds.txt above
    01 MIN-ORES             BINARY-LONG UNSIGNED    VALUE 5.
    01 ORE-RATIO-LIMIT      PIC 9(5)V99             VALUE 2.00.
    01 DIRECT-PERCENT-LIMIT BINARY-LONG UNSIGNED    VALUE 50.
    01 NEIGHBOR-RADIUS      BINARY-LONG UNSIGNED    VALUE 2.
    01 NEIGHBOR-MAX         BINARY-LONG UNSIGNED    VALUE 4.
    01 CONFIG-BUFFER        PIC X(4000).
    01 CONFIG-LENGTH        BINARY-LONG UNSIGNED.
    01 CONFIG-POINTER       BINARY-LONG UNSIGNED.
    01 CONFIG-LINE          PIC X(128).
    01 CONFIG-KEY           PIC X(32).
    01 CONFIG-VALUE         PIC X(16).
    *> the two blocklog generations, rotated first so each player's breaks
    *> are seen in the order they happened
    01 LOG-BUFFER           PIC X(4194304).
    01 LOG-BUFFER-LENGTH    BINARY-LONG UNSIGNED.
    01 LOG-POINTER          BINARY-LONG UNSIGNED.
    01 BLOCKLOG-NAME        PIC X(17)   VALUE "save/blocklog.txt".
    01 BLOCKLOG-ROTATED     PIC X(19)   VALUE "save/blocklog.txt.1".
    01 LOG-FILE-NAME        PIC X(19).
    01 LOG-ANY-READ         BINARY-CHAR UNSIGNED    VALUE 0.
    01 CURRENT-LINE         PIC X(128).
    01 FIELD-X              PIC X(12).
    01 FIELD-Y              PIC X(12).
    01 FIELD-Z              PIC X(12).
    01 FIELD-ID             PIC X(12).
    01 FIELD-PREV           PIC X(12).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-PLAYER         PIC X(16).
    01 FIELD-DIM            PIC X(2).
    01 BREAK-X              BINARY-LONG.
    01 BREAK-Y              BINARY-LONG.
    01 BREAK-Z              BINARY-LONG.
    01 BREAK-DIM            BINARY-CHAR UNSIGNED.
    01 BREAK-PREV-ID        BINARY-LONG UNSIGNED.
    01 BREAK-CLASS          PIC X.
    01 BREAKS-READ          BINARY-LONG UNSIGNED    VALUE 0.
    *> block state -> "o" valuable ore, "s" stone-type, "-" anything else,
    *> space = not looked up yet; the registry is only asked once per state
    01 C-CLASS-CACHE-SIZE   BINARY-LONG UNSIGNED    VALUE 40000.
    01 CLASS-CACHE          PIC X OCCURS 40000 TIMES VALUE SPACE.
    COPY DD-BLOCK-STATE REPLACING LEADING ==PREFIX== BY ==BROKEN-BLOCK==.
    *> per player per day
    01 ROW-COUNT            BINARY-LONG UNSIGNED    VALUE 0.
    01 ROW-MAX              BINARY-LONG UNSIGNED    VALUE 5000.
    01 DAY-ROW OCCURS 5000 TIMES.
        02 ROW-PLAYER           PIC X(16).
        02 ROW-DAY              PIC X(8).
        02 ROW-STONE            BINARY-LONG UNSIGNED.
        02 ROW-ORES             BINARY-LONG UNSIGNED.
        02 ROW-FINDS            BINARY-LONG UNSIGNED.
        02 ROW-DIRECT           BINARY-LONG UNSIGNED.
        02 ROW-RATIO            PIC 9(7)V99.
        02 ROW-DIRECT-PERCENT   BINARY-LONG UNSIGNED.
        02 ROW-SCORE            BINARY-LONG UNSIGNED.
        02 ROW-SUSPECT          BINARY-CHAR UNSIGNED.
    01 ROW-INDEX            BINARY-LONG UNSIGNED.
    01 LAST-ROW-INDEX       BINARY-LONG UNSIGNED    VALUE 0.
    01 TABLE-FULL-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    *> the most recent breaks of everyone, oldest overwritten first, for the
    *> "what was mined around this ore before it" look-back
    01 RECENT-MAX           BINARY-LONG UNSIGNED    VALUE 8192.
    01 RECENT-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
    01 RECENT-NEXT          BINARY-LONG UNSIGNED    VALUE 1.
    01 RECENT-BREAK OCCURS 8192 TIMES.
        02 RECENT-ROW           BINARY-LONG UNSIGNED.
        02 RECENT-X             BINARY-LONG.
        02 RECENT-Y             BINARY-LONG.
        02 RECENT-Z             BINARY-LONG.
        02 RECENT-DIM           BINARY-CHAR UNSIGNED.
        02 RECENT-CLASS         PIC X.
    01 RECENT-INDEX         BINARY-LONG UNSIGNED.
    01 NEIGHBOR-COUNT       BINARY-LONG UNSIGNED.
    01 VEIN-CONTINUES       BINARY-CHAR UNSIGNED.
    01 DELTA-X              BINARY-LONG.
    01 DELTA-Y              BINARY-LONG.
    01 DELTA-Z              BINARY-LONG.
    *> ranking
    01 SUSPECT-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 SUSPECT-ORDER        BINARY-LONG UNSIGNED OCCURS 5000 TIMES.
    01 RANK-INDEX           BINARY-LONG UNSIGNED.
    01 RANK-BEST            BINARY-LONG UNSIGNED.
    01 RANK-SCAN            BINARY-LONG UNSIGNED.
    01 RANK-SWAP            BINARY-LONG UNSIGNED.
    01 SCORE-WORK           PIC 9(9)V99.
    *> output building
    01 OUT-BUFFER           PIC X(1000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 NUM-DISPLAY-4        PIC -(14)9.
    01 NUM-DISPLAY-5        PIC -(14)9.
    01 NUM-DISPLAY-6        PIC -(14)9.
    01 RATIO-DISPLAY        PIC Z(6)9.99.
    01 DAY-DISPLAY          PIC X(10).

PROCEDURE DIVISION.
Mainline.
    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    IF FUNCTION TRIM(COMMAND-ARGS) NOT = SPACES
        MOVE FUNCTION TRIM(COMMAND-ARGS) TO REPORT-DATE
        IF REPORT-DATE(5:1) NOT = "-" OR REPORT-DATE(8:1) NOT = "-"
                OR REPORT-DATE(1:4) IS NOT NUMERIC OR REPORT-DATE(6:2) IS NOT NUMERIC
                OR REPORT-DATE(9:2) IS NOT NUMERIC
            DISPLAY "XrayReport: expected a date as yyyy-mm-dd, got " FUNCTION TRIM(COMMAND-ARGS)
            STOP RUN
        END-IF
        STRING REPORT-DATE(1:4) REPORT-DATE(6:2) REPORT-DATE(9:2) INTO FILTER-DAY
    ELSE
        MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
        MOVE SPACES TO REPORT-DATE
        STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    END-IF

    PERFORM LoadThresholds
    CALL "CBL_CREATE_DIR" USING "report"

    MOVE BLOCKLOG-ROTATED TO LOG-FILE-NAME
    PERFORM ScanBlockLog
    MOVE BLOCKLOG-NAME TO LOG-FILE-NAME
    PERFORM ScanBlockLog
    IF LOG-ANY-READ = 0
        DISPLAY "XrayReport: no block log found at save/blocklog.txt"
        STOP RUN
    END-IF

    PERFORM JudgeRows
    PERFORM RankSuspects
    PERFORM WriteReport

    MOVE BREAKS-READ TO NUM-DISPLAY
    MOVE SUSPECT-COUNT TO NUM-DISPLAY-2
    DISPLAY "XrayReport: " FUNCTION TRIM(NUM-DISPLAY) " player break(s) read, "
        FUNCTION TRIM(NUM-DISPLAY-2) " suspect player-day(s), written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

LoadThresholds.
    CALL "Files-ReadAll" USING "save/xray-thresholds.txt" CONFIG-BUFFER CONFIG-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR CONFIG-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO CONFIG-POINTER
    PERFORM UNTIL CONFIG-POINTER > CONFIG-LENGTH
        MOVE SPACES TO CONFIG-LINE
        UNSTRING CONFIG-BUFFER(1:CONFIG-LENGTH) DELIMITED BY X"0A"
            INTO CONFIG-LINE
            WITH POINTER CONFIG-POINTER
        INSPECT CONFIG-LINE REPLACING ALL X"0D" BY SPACE
        MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
        UNSTRING FUNCTION TRIM(CONFIG-LINE) DELIMITED BY ALL SPACES
            INTO CONFIG-KEY CONFIG-VALUE
        IF CONFIG-KEY(1:1) NOT = "#" AND CONFIG-VALUE NOT = SPACES
                AND FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
            EVALUATE CONFIG-KEY
                WHEN "min-ores"
                    COMPUTE MIN-ORES = FUNCTION NUMVAL(CONFIG-VALUE)
                WHEN "ore-ratio"
                    COMPUTE ORE-RATIO-LIMIT = FUNCTION NUMVAL(CONFIG-VALUE)
                WHEN "direct-percent"
                    COMPUTE DIRECT-PERCENT-LIMIT = FUNCTION NUMVAL(CONFIG-VALUE)
                WHEN "neighbor-radius"
                    COMPUTE NEIGHBOR-RADIUS = FUNCTION NUMVAL(CONFIG-VALUE)
                WHEN "neighbor-max"
                    COMPUTE NEIGHBOR-MAX = FUNCTION NUMVAL(CONFIG-VALUE)
                WHEN OTHER
                    DISPLAY "XrayReport: ignoring unknown threshold " FUNCTION TRIM(CONFIG-KEY)
            END-EVALUATE
        END-IF
    END-PERFORM
    *> a zero limit would flag everyone
    IF ORE-RATIO-LIMIT = 0
        MOVE 2.00 TO ORE-RATIO-LIMIT
    END-IF
    IF DIRECT-PERCENT-LIMIT = 0
        MOVE 50 TO DIRECT-PERCENT-LIMIT
    END-IF
    EXIT PARAGRAPH.

ScanBlockLog.
    CALL "Files-ReadAll" USING LOG-FILE-NAME LOG-BUFFER LOG-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR LOG-BUFFER-LENGTH = 0
        *> this generation doesn't exist (rotation may never have happened)
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO LOG-ANY-READ
    MOVE 1 TO LOG-POINTER
    PERFORM UNTIL LOG-POINTER > LOG-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING LOG-BUFFER(1:LOG-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER LOG-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM ReadBreakLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ReadBreakLine.
    *> "<x> <y> <z> <new id> <previous id> <stamp> <player> <dim>" - only a
    *> player turning a block into air is a break
    MOVE SPACES TO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-X FIELD-Y FIELD-Z FIELD-ID FIELD-PREV FIELD-STAMP FIELD-PLAYER FIELD-DIM
    IF FIELD-PLAYER = SPACES OR FIELD-PLAYER = "-" OR FUNCTION TRIM(FIELD-ID) NOT = "0"
        EXIT PARAGRAPH
    END-IF
    IF FILTER-DAY NOT = SPACES AND FIELD-STAMP(1:8) NOT = FILTER-DAY
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BREAKS-READ
    COMPUTE BREAK-X = FUNCTION NUMVAL(FIELD-X)
    COMPUTE BREAK-Y = FUNCTION NUMVAL(FIELD-Y)
    COMPUTE BREAK-Z = FUNCTION NUMVAL(FIELD-Z)
    COMPUTE BREAK-PREV-ID = FUNCTION NUMVAL(FIELD-PREV)
    IF FIELD-DIM = "1"
        MOVE 1 TO BREAK-DIM
    ELSE
        MOVE 0 TO BREAK-DIM
    END-IF

    PERFORM ClassifyBrokenBlock
    PERFORM FindDayRow
    IF ROW-INDEX = 0
        EXIT PARAGRAPH
    END-IF

    EVALUATE BREAK-CLASS
        WHEN "s"
            ADD 1 TO ROW-STONE(ROW-INDEX)
        WHEN "o"
            ADD 1 TO ROW-ORES(ROW-INDEX)
            PERFORM LookBackAroundOre
            IF VEIN-CONTINUES = 0
                ADD 1 TO ROW-FINDS(ROW-INDEX)
                IF NEIGHBOR-COUNT <= NEIGHBOR-MAX
                    ADD 1 TO ROW-DIRECT(ROW-INDEX)
                END-IF
            END-IF
    END-EVALUATE

    *> remember the break for later look-backs
    MOVE ROW-INDEX TO RECENT-ROW(RECENT-NEXT)
    MOVE BREAK-X TO RECENT-X(RECENT-NEXT)
    MOVE BREAK-Y TO RECENT-Y(RECENT-NEXT)
    MOVE BREAK-Z TO RECENT-Z(RECENT-NEXT)
    MOVE BREAK-DIM TO RECENT-DIM(RECENT-NEXT)
    MOVE BREAK-CLASS TO RECENT-CLASS(RECENT-NEXT)
    IF RECENT-COUNT < RECENT-MAX
        ADD 1 TO RECENT-COUNT
    END-IF
    ADD 1 TO RECENT-NEXT
    IF RECENT-NEXT > RECENT-MAX
        MOVE 1 TO RECENT-NEXT
    END-IF
    EXIT PARAGRAPH.

ClassifyBrokenBlock.
    IF BREAK-PREV-ID < C-CLASS-CACHE-SIZE
        IF CLASS-CACHE(BREAK-PREV-ID + 1) NOT = SPACE
            MOVE CLASS-CACHE(BREAK-PREV-ID + 1) TO BREAK-CLASS
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO BROKEN-BLOCK-NAME
    CALL "Blocks-Get-StateDescription" USING BREAK-PREV-ID BROKEN-BLOCK-DESCRIPTION
    EVALUATE BROKEN-BLOCK-NAME
        WHEN "minecraft:diamond_ore"
        WHEN "minecraft:deepslate_diamond_ore"
        WHEN "minecraft:gold_ore"
        WHEN "minecraft:deepslate_gold_ore"
        WHEN "minecraft:nether_gold_ore"
        WHEN "minecraft:emerald_ore"
        WHEN "minecraft:deepslate_emerald_ore"
        WHEN "minecraft:ancient_debris"
            MOVE "o" TO BREAK-CLASS
        WHEN "minecraft:stone"
        WHEN "minecraft:deepslate"
        WHEN "minecraft:netherrack"
            MOVE "s" TO BREAK-CLASS
        WHEN OTHER
            MOVE "-" TO BREAK-CLASS
    END-EVALUATE
    IF BREAK-PREV-ID < C-CLASS-CACHE-SIZE
        MOVE BREAK-CLASS TO CLASS-CACHE(BREAK-PREV-ID + 1)
    END-IF
    EXIT PARAGRAPH.

FindDayRow.
    *> the row for this player and day, added on first sight; 0 when full.
    *> Breaks come in runs from one player, so the last row found is tried first
    IF LAST-ROW-INDEX > 0
        IF ROW-PLAYER(LAST-ROW-INDEX) = FIELD-PLAYER AND ROW-DAY(LAST-ROW-INDEX) = FIELD-STAMP(1:8)
            MOVE LAST-ROW-INDEX TO ROW-INDEX
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > ROW-COUNT
        IF ROW-PLAYER(ROW-INDEX) = FIELD-PLAYER AND ROW-DAY(ROW-INDEX) = FIELD-STAMP(1:8)
            MOVE ROW-INDEX TO LAST-ROW-INDEX
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF ROW-COUNT >= ROW-MAX
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO ROW-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ROW-COUNT
    MOVE ROW-COUNT TO ROW-INDEX
    MOVE ROW-INDEX TO LAST-ROW-INDEX
    MOVE FIELD-PLAYER TO ROW-PLAYER(ROW-INDEX)
    MOVE FIELD-STAMP(1:8) TO ROW-DAY(ROW-INDEX)
    MOVE 0 TO ROW-STONE(ROW-INDEX) ROW-ORES(ROW-INDEX) ROW-FINDS(ROW-INDEX) ROW-DIRECT(ROW-INDEX)
        ROW-RATIO(ROW-INDEX) ROW-DIRECT-PERCENT(ROW-INDEX) ROW-SCORE(ROW-INDEX) ROW-SUSPECT(ROW-INDEX)
    EXIT PARAGRAPH.

LookBackAroundOre.
    *> how many blocks this player had already mined within NEIGHBOR-RADIUS of
    *> the ore, and whether one of them was an ore right next to it (the same
    *> vein, which makes this break a continuation rather than a find)
    MOVE 0 TO NEIGHBOR-COUNT
    MOVE 0 TO VEIN-CONTINUES
    PERFORM VARYING RECENT-INDEX FROM 1 BY 1 UNTIL RECENT-INDEX > RECENT-COUNT
        IF RECENT-ROW(RECENT-INDEX) = ROW-INDEX AND RECENT-DIM(RECENT-INDEX) = BREAK-DIM
            COMPUTE DELTA-X = FUNCTION ABS(RECENT-X(RECENT-INDEX) - BREAK-X)
            COMPUTE DELTA-Y = FUNCTION ABS(RECENT-Y(RECENT-INDEX) - BREAK-Y)
            COMPUTE DELTA-Z = FUNCTION ABS(RECENT-Z(RECENT-INDEX) - BREAK-Z)
            IF DELTA-X <= NEIGHBOR-RADIUS AND DELTA-Y <= NEIGHBOR-RADIUS AND DELTA-Z <= NEIGHBOR-RADIUS
                ADD 1 TO NEIGHBOR-COUNT
                IF RECENT-CLASS(RECENT-INDEX) = "o" AND DELTA-X <= 1 AND DELTA-Y <= 1 AND DELTA-Z <= 1
                    MOVE 1 TO VEIN-CONTINUES
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

JudgeRows.
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > ROW-COUNT
        IF ROW-STONE(ROW-INDEX) > 0
            COMPUTE ROW-RATIO(ROW-INDEX) ROUNDED = ROW-ORES(ROW-INDEX) * 100 / ROW-STONE(ROW-INDEX)
        ELSE
            *> ore without any stone around it at all - as direct as it gets
            COMPUTE ROW-RATIO(ROW-INDEX) = ROW-ORES(ROW-INDEX) * 100
        END-IF
        IF ROW-FINDS(ROW-INDEX) > 0
            COMPUTE ROW-DIRECT-PERCENT(ROW-INDEX) = ROW-DIRECT(ROW-INDEX) * 100 / ROW-FINDS(ROW-INDEX)
        END-IF
        COMPUTE SCORE-WORK ROUNDED = ROW-RATIO(ROW-INDEX) * 50 / ORE-RATIO-LIMIT
            + ROW-DIRECT-PERCENT(ROW-INDEX) * 50 / DIRECT-PERCENT-LIMIT
        MOVE SCORE-WORK TO ROW-SCORE(ROW-INDEX)
        IF ROW-ORES(ROW-INDEX) >= MIN-ORES
            IF ROW-RATIO(ROW-INDEX) >= ORE-RATIO-LIMIT OR ROW-DIRECT-PERCENT(ROW-INDEX) >= DIRECT-PERCENT-LIMIT
                MOVE 1 TO ROW-SUSPECT(ROW-INDEX)
                ADD 1 TO SUSPECT-COUNT
                MOVE ROW-INDEX TO SUSPECT-ORDER(SUSPECT-COUNT)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

RankSuspects.
    *> highest score first - a plain selection sort, the list is short
    PERFORM VARYING RANK-INDEX FROM 1 BY 1 UNTIL RANK-INDEX >= SUSPECT-COUNT
        MOVE RANK-INDEX TO RANK-BEST
        PERFORM VARYING RANK-SCAN FROM RANK-INDEX BY 1 UNTIL RANK-SCAN > SUSPECT-COUNT
            IF ROW-SCORE(SUSPECT-ORDER(RANK-SCAN)) > ROW-SCORE(SUSPECT-ORDER(RANK-BEST))
                MOVE RANK-SCAN TO RANK-BEST
            END-IF
        END-PERFORM
        IF RANK-BEST NOT = RANK-INDEX
            MOVE SUSPECT-ORDER(RANK-INDEX) TO RANK-SWAP
            MOVE SUSPECT-ORDER(RANK-BEST) TO SUSPECT-ORDER(RANK-INDEX)
            MOVE RANK-SWAP TO SUSPECT-ORDER(RANK-BEST)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    IF FILTER-DAY NOT = SPACES
        STRING "X-ray suspicion report for " REPORT-DATE X"0A"
            "=====================================" X"0A" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        STRING "X-ray suspicion report, every day in the block log (run " REPORT-DATE ")" X"0A"
            "==========================================================================" X"0A" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    MOVE MIN-ORES TO NUM-DISPLAY
    MOVE ORE-RATIO-LIMIT TO RATIO-DISPLAY
    MOVE DIRECT-PERCENT-LIMIT TO NUM-DISPLAY-2
    MOVE NEIGHBOR-RADIUS TO NUM-DISPLAY-3
    MOVE NEIGHBOR-MAX TO NUM-DISPLAY-4
    STRING "Thresholds: at least " FUNCTION TRIM(NUM-DISPLAY) " ore break(s), and either "
        FUNCTION TRIM(RATIO-DISPLAY) " ore(s) per 100 stone or " FUNCTION TRIM(NUM-DISPLAY-2)
        "% direct finds" X"0A"
        "A find is direct with at most " FUNCTION TRIM(NUM-DISPLAY-4) " block(s) mined first within "
        FUNCTION TRIM(NUM-DISPLAY-3) " block(s) of it" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING "Suspects, most suspicious first (score, player, day, ores, stone, ores per 100 stone, finds, direct finds)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF SUSPECT-COUNT = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING RANK-INDEX FROM 1 BY 1 UNTIL RANK-INDEX > SUSPECT-COUNT
        MOVE SUSPECT-ORDER(RANK-INDEX) TO ROW-INDEX
        PERFORM WriteRowLine
    END-PERFORM

    STRING X"0A" "Other player-days with valuable ore breaks" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE 0 TO RANK-SWAP
    PERFORM VARYING ROW-INDEX FROM 1 BY 1 UNTIL ROW-INDEX > ROW-COUNT
        IF ROW-SUSPECT(ROW-INDEX) = 0 AND ROW-ORES(ROW-INDEX) > 0
            ADD 1 TO RANK-SWAP
            PERFORM WriteRowLine
        END-IF
    END-PERFORM
    IF RANK-SWAP = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    IF TABLE-FULL-NOTE = 1
        STRING X"0A" "Note: more player-days than the report tracks - later ones were left out." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/xray-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

WriteRowLine.
    MOVE ROW-SCORE(ROW-INDEX) TO NUM-DISPLAY
    MOVE ROW-ORES(ROW-INDEX) TO NUM-DISPLAY-2
    MOVE ROW-STONE(ROW-INDEX) TO NUM-DISPLAY-3
    MOVE ROW-FINDS(ROW-INDEX) TO NUM-DISPLAY-4
    MOVE ROW-DIRECT(ROW-INDEX) TO NUM-DISPLAY-5
    MOVE ROW-DIRECT-PERCENT(ROW-INDEX) TO NUM-DISPLAY-6
    MOVE ROW-RATIO(ROW-INDEX) TO RATIO-DISPLAY
    MOVE SPACES TO DAY-DISPLAY
    STRING ROW-DAY(ROW-INDEX)(1:4) "-" ROW-DAY(ROW-INDEX)(5:2) "-" ROW-DAY(ROW-INDEX)(7:2) INTO DAY-DISPLAY
    STRING "  " NUM-DISPLAY(11:5) " " ROW-PLAYER(ROW-INDEX) " " DAY-DISPLAY " "
        FUNCTION TRIM(NUM-DISPLAY-2) " ore(s), " FUNCTION TRIM(NUM-DISPLAY-3) " stone, "
        FUNCTION TRIM(RATIO-DISPLAY) " per 100, " FUNCTION TRIM(NUM-DISPLAY-4) " find(s), "
        FUNCTION TRIM(NUM-DISPLAY-5) " direct (" FUNCTION TRIM(NUM-DISPLAY-6) "%)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

END PROGRAM XrayReport.
