*> --- ConfigCheck-Report ---
*> Reports one problem a loader found in a hand-edited save/*.txt file, as
*> "<file> line <n>: <reason>" (just "<file>: <reason>" for line 0, a problem
*> with the file as a whole). Every report is counted in CONFIG-CHECK-ERRORS -
*> see DD-CONFIG-CHECK - whether or not it is shown. ConfigLint prints it; in
*> the server it is logged as a warning only when LK-WARN is set, i.e. when
*> the file has changed since the last reload, so a standing typo is reported
*> once rather than once a minute.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigCheck-Report.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 LOG-TEXT             PIC X(384).
    01 LOG-TEXT-POS         BINARY-LONG UNSIGNED.
    01 LOG-TEXT-LEN         BINARY-LONG UNSIGNED.
    01 LOG-NUM1             PIC -(9)9.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FILE-NAME         PIC X(255).
    01 LK-LINE-NUMBER       BINARY-LONG UNSIGNED.
    01 LK-REASON            PIC X ANY LENGTH.
    01 LK-WARN              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-NAME LK-LINE-NUMBER LK-REASON LK-WARN.
    ADD 1 TO CONFIG-CHECK-ERRORS
    IF CONFIG-LINT-MODE = 0 AND LK-WARN = 0
        GOBACK
    END-IF
    MOVE SPACES TO LOG-TEXT
    MOVE 1 TO LOG-TEXT-POS
    IF LK-LINE-NUMBER > 0
        MOVE LK-LINE-NUMBER TO LOG-NUM1
        STRING FUNCTION TRIM(LK-FILE-NAME) " line " FUNCTION TRIM(LOG-NUM1) ": " FUNCTION TRIM(LK-REASON)
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    ELSE
        STRING FUNCTION TRIM(LK-FILE-NAME) ": " FUNCTION TRIM(LK-REASON)
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    END-IF
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    IF CONFIG-LINT-MODE NOT = 0
        DISPLAY LOG-TEXT(1:LOG-TEXT-LEN)
    ELSE
        CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    END-IF
    GOBACK.

END PROGRAM ConfigCheck-Report.

*> --- ConfigCheck-Accepted ---
*> Called by a loader once a changed file has loaded without a single
*> problem: keeps a copy of it as "<file>.good" (e.g. save/regions.txt.good),
*> the last good copy ConfigCheck-Rejected falls back to. The copy is only
*> rewritten when it differs, so a restart doesn't touch it. Nothing is
*> written for a ConfigLint run.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigCheck-Accepted.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 GOOD-NAME            PIC X(255).
    01 GOOD-BUFFER          PIC X(64000).
    01 GOOD-LENGTH          BINARY-LONG UNSIGNED.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FILE-NAME         PIC X(255).
    01 LK-BUFFER            PIC X(64000).
    01 LK-LENGTH            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-NAME LK-BUFFER LK-LENGTH.
    IF CONFIG-LINT-MODE NOT = 0 OR LK-LENGTH = 0
        GOBACK
    END-IF
    MOVE SPACES TO GOOD-NAME
    STRING FUNCTION TRIM(LK-FILE-NAME) ".good" INTO GOOD-NAME
    MOVE 0 TO GOOD-LENGTH
    CALL "Files-ReadAll" USING GOOD-NAME GOOD-BUFFER GOOD-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND GOOD-LENGTH = LK-LENGTH
        IF GOOD-BUFFER(1:GOOD-LENGTH) = LK-BUFFER(1:LK-LENGTH)
            GOBACK
        END-IF
    END-IF
    CALL "Files-WriteAll" USING GOOD-NAME LK-BUFFER LK-LENGTH IO-FAILURE
    GOBACK.

END PROGRAM ConfigCheck-Accepted.

*> --- ConfigCheck-Rejected ---
*> Called by a loader whose file had problems (CONFIG-CHECK-ERRORS not zero):
*> hands back the last good copy ConfigCheck-Accepted kept, in LK-BUFFER, for
*> the loader to parse again in its place - so a typo keeps the table that was
*> in force instead of applying half of the edit. LK-LENGTH comes back 0 when
*> there is no good copy yet (a file that has never loaded cleanly since it was
*> first checked, e.g. on the first start after an upgrade); the loader then
*> keeps the lines that were valid, since an empty table would be worse - no
*> regions means no protected spawn. Logs a one-line summary when LK-WARN is
*> set. A ConfigLint run always gets LK-LENGTH 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigCheck-Rejected.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 GOOD-NAME            PIC X(255).
    01 LOG-TEXT             PIC X(384).
    01 LOG-TEXT-POS         BINARY-LONG UNSIGNED.
    01 LOG-TEXT-LEN         BINARY-LONG UNSIGNED.
    01 LOG-NUM1             PIC -(9)9.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FILE-NAME         PIC X(255).
    01 LK-WARN              BINARY-CHAR UNSIGNED.
    01 LK-BUFFER            PIC X(64000).
    01 LK-LENGTH            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-NAME LK-WARN LK-BUFFER LK-LENGTH.
    MOVE 0 TO LK-LENGTH
    IF CONFIG-LINT-MODE NOT = 0
        GOBACK
    END-IF
    MOVE SPACES TO GOOD-NAME
    STRING FUNCTION TRIM(LK-FILE-NAME) ".good" INTO GOOD-NAME
    CALL "Files-ReadAll" USING GOOD-NAME LK-BUFFER LK-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        MOVE 0 TO LK-LENGTH
    END-IF
    IF LK-WARN = 0
        GOBACK
    END-IF

    MOVE CONFIG-CHECK-ERRORS TO LOG-NUM1
    MOVE 1 TO LOG-TEXT-POS
    IF LK-LENGTH > 0
        STRING FUNCTION TRIM(LK-FILE-NAME) ": " FUNCTION TRIM(LOG-NUM1) " problem(s) - not applied, the last good copy ("
            FUNCTION TRIM(GOOD-NAME) ") stays in force until the file is fixed"
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    ELSE
        STRING FUNCTION TRIM(LK-FILE-NAME) ": " FUNCTION TRIM(LOG-NUM1) " problem(s) and no last good copy yet"
            " - only the valid lines were loaded"
            INTO LOG-TEXT WITH POINTER LOG-TEXT-POS
    END-IF
    COMPUTE LOG-TEXT-LEN = LOG-TEXT-POS - 1
    CALL "Log-Warn" USING LOG-TEXT LOG-TEXT-LEN
    GOBACK.

END PROGRAM ConfigCheck-Rejected.

*> --- ConfigCheck-IsName ---
*> Sets LK-VALID to 1 when LK-NAME is a plausible player name: 1-16 letters,
*> digits and underscores. Used by the loaders that read player names from a
*> hand-edited file (access lists, regions, groups), where a stray character or
*> a name run together with the next field would otherwise match nobody.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigCheck-IsName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NAME-LEN             BINARY-LONG UNSIGNED.
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 NAME-CHAR            PIC X.
LINKAGE SECTION.
    01 LK-NAME              PIC X(64).
    01 LK-VALID             BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-VALID.
    MOVE 0 TO LK-VALID
    IF LK-NAME = SPACES
        GOBACK
    END-IF
    COMPUTE NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(LK-NAME TRAILING))
    IF NAME-LEN > 16
        GOBACK
    END-IF
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > NAME-LEN
        MOVE LK-NAME(CHAR-INDEX:1) TO NAME-CHAR
        IF NOT ((NAME-CHAR >= "a" AND NAME-CHAR <= "z") OR (NAME-CHAR >= "A" AND NAME-CHAR <= "Z")
                OR (NAME-CHAR >= "0" AND NAME-CHAR <= "9") OR NAME-CHAR = "_")
            GOBACK
        END-IF
    END-PERFORM
    MOVE 1 TO LK-VALID
    GOBACK.

END PROGRAM ConfigCheck-IsName.

*> --- ConfigLint ---
*> Standalone batch program: checks an edited copy of one of the hot-reloaded
*> save/*.txt files before it is put in place, by running it through the very
*> loader the server uses, so it finds exactly what the server would refuse:
*>
*>     ConfigLint <file> [<kind>]
*>
*> <kind> is the file the copy stands in for - whitelist, ops, banned-players,
*> banned-ips, muted-players, hooks, regions, schedule, warps, groups,
*> chatfilter, loot, trades, smelting, fuel, brewing, food, animals,
*> advancements, rewards, claims-config, proxy, resource-areas or messages (a
*> message catalog) - and
*> defaults to the file's own name up to its first ".", or to messages for a
*> file in a messages/ directory, so "ConfigLint save/regions.txt.new",
*> "ConfigLint /tmp/loot.txt" or "ConfigLint save/messages/es.txt" need no kind. Every problem is printed as
*> "<file> line <n>: <reason>", followed by a count. The exit status is 0 for a
*> clean file, 1 when there are problems (the server would keep its last good
*> copy rather than load it), 2 for a usage error or an unreadable file. The
*> running server is not touched; it can be up or down.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfigLint.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 COMMAND-ARGS         PIC X(255).
    01 ARG-FILE             PIC X(255).
    01 ARG-KIND             PIC X(32).
    01 ARG-POINTER          BINARY-LONG UNSIGNED.
    01 FILE-KIND            PIC X(32).
    01 BASE-NAME            PIC X(255).
    01 NAME-LEN             BINARY-LONG UNSIGNED.
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    *> a loader reads at most this much of its file
    01 C-MAX-FILE-SIZE      BINARY-LONG UNSIGNED    VALUE 64000.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-CONFIG-CHECK.
    COPY DD-ACCESSLIST.

PROCEDURE DIVISION.
Mainline.
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE SPACES TO ARG-FILE ARG-KIND
    MOVE 1 TO ARG-POINTER
    UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACES
        INTO ARG-FILE ARG-KIND
        WITH POINTER ARG-POINTER
    IF ARG-FILE = SPACES
        DISPLAY "Usage: ConfigLint <file> [<kind>]"
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ARG-KIND TO FILE-KIND
    IF FILE-KIND = SPACES
        PERFORM KindFromName
    END-IF

    MOVE 0 TO FILE-BUFFER-LENGTH
    CALL "Files-ReadAll" USING ARG-FILE FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0
        DISPLAY FUNCTION TRIM(ARG-FILE) ": cannot be read"
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE 1 TO CONFIG-LINT-MODE
    MOVE ARG-FILE TO CONFIG-LINT-FILE
    MOVE 0 TO CONFIG-CHECK-ERRORS
    CALL "Files-Size" USING ARG-FILE FILE-SIZE
    IF FILE-SIZE > C-MAX-FILE-SIZE
        MOVE C-MAX-FILE-SIZE TO NUM-DISPLAY
        DISPLAY FUNCTION TRIM(ARG-FILE) ": longer than the " FUNCTION TRIM(NUM-DISPLAY)
            " bytes the server reads - the rest would be ignored"
        ADD 1 TO CONFIG-CHECK-ERRORS
    END-IF

    EVALUATE FILE-KIND
        WHEN "whitelist"
            CALL "AccessList-LoadFile" USING ARG-FILE MAX-ACCESSLIST-NAMES WHITELIST-TABLE LOAD-FAILURE
        WHEN "ops"
            CALL "AccessList-LoadFile" USING ARG-FILE MAX-ACCESSLIST-NAMES OPS-TABLE LOAD-FAILURE
        WHEN "banned-players"
            CALL "AccessList-LoadBans" USING LOAD-FAILURE
        WHEN "banned-ips"
            CALL "AccessList-LoadIpBans" USING LOAD-FAILURE
        WHEN "muted-players"
            CALL "AccessList-LoadMutes" USING LOAD-FAILURE
        WHEN "hooks"
            CALL "Hooks-Load" USING LOAD-FAILURE
        WHEN "regions"
            CALL "Regions-Load" USING LOAD-FAILURE
        WHEN "schedule"
            CALL "Schedule-Load" USING LOAD-FAILURE
        WHEN "warps"
            CALL "Warps-Load" USING LOAD-FAILURE
        WHEN "groups"
            CALL "Groups-Load" USING LOAD-FAILURE
        WHEN "chatfilter"
            CALL "ChatFilter-Load" USING LOAD-FAILURE
        WHEN "loot"
            CALL "Loot-Load" USING LOAD-FAILURE
        WHEN "trades"
            CALL "Trades-Load" USING LOAD-FAILURE
        WHEN "smelting"
            CALL "Smelting-Load" USING LOAD-FAILURE
        WHEN "fuel"
            CALL "Fuel-Load" USING LOAD-FAILURE
        WHEN "brewing"
            CALL "Brewing-Load" USING LOAD-FAILURE
        WHEN "food"
            CALL "Food-Load" USING LOAD-FAILURE
        WHEN "animals"
            CALL "Animals-Load" USING LOAD-FAILURE
        WHEN "advancements"
            CALL "Advancements-Load" USING LOAD-FAILURE
        WHEN "rewards"
            CALL "Rewards-Load" USING LOAD-FAILURE
        WHEN "claims-config"
            CALL "ClaimsConfig-Load" USING LOAD-FAILURE
        WHEN "messages"
            CALL "Messages-Load" USING LOAD-FAILURE
        WHEN "proxy"
            CALL "Proxy-Load" USING LOAD-FAILURE
        WHEN "resource-areas"
            CALL "ResourceAreas-Load" USING LOAD-FAILURE
        WHEN OTHER
            DISPLAY "ConfigLint: don't know how to check a """ FUNCTION TRIM(FILE-KIND) """ file - name the kind:"
            DISPLAY "  whitelist ops banned-players banned-ips muted-players hooks regions schedule"
            DISPLAY "  warps groups chatfilter loot trades smelting fuel brewing food animals"
            DISPLAY "  advancements rewards claims-config proxy resource-areas messages"
            MOVE 2 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    IF CONFIG-CHECK-ERRORS = 0
        IF FILE-BUFFER-LENGTH = 0
            DISPLAY FUNCTION TRIM(ARG-FILE) " (" FUNCTION TRIM(FILE-KIND) "): empty - loading it would clear the table"
        ELSE
            DISPLAY FUNCTION TRIM(ARG-FILE) " (" FUNCTION TRIM(FILE-KIND) "): no problems"
        END-IF
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE CONFIG-CHECK-ERRORS TO NUM-DISPLAY
        DISPLAY FUNCTION TRIM(ARG-FILE) " (" FUNCTION TRIM(FILE-KIND) "): " FUNCTION TRIM(NUM-DISPLAY)
            " problem(s) - the server would keep its last good copy"
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

KindFromName.
    *> the last path component, up to its first "."
    COMPUTE NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(ARG-FILE))
    MOVE NAME-LEN TO CHAR-INDEX
    PERFORM UNTIL CHAR-INDEX = 0
        IF ARG-FILE(CHAR-INDEX:1) = "/"
            EXIT PERFORM
        END-IF
        SUBTRACT 1 FROM CHAR-INDEX
    END-PERFORM
    *> any file kept in a messages/ directory is a message catalog, whatever
    *> language it is named after
    IF CHAR-INDEX >= 9
        IF ARG-FILE(CHAR-INDEX - 8:9) = "messages/"
            MOVE "messages" TO FILE-KIND
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO BASE-NAME
    IF CHAR-INDEX < NAME-LEN
        MOVE ARG-FILE(CHAR-INDEX + 1:NAME-LEN - CHAR-INDEX) TO BASE-NAME
    END-IF
    UNSTRING BASE-NAME DELIMITED BY "." INTO FILE-KIND
    EXIT PARAGRAPH.

END PROGRAM ConfigLint.
