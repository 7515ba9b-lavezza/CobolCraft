*> --- Messages-Load ---
*> (Re-)loads every message catalog in DD-MESSAGES from its
*> save/messages/<language>.txt - "en" always, plus each language a player has
*> needed so far (Messages-Format opens those on first use). Safe to call
*> repeatedly, e.g. periodically from Server's GameLoop alongside the other
*> hot-reloaded files. LK-FAILURE is 1 when any catalog had problems; see
*> Messages-LoadCatalog for what is checked. Under ConfigLint the one file
*> being checked is loaded into slot 1 instead.
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CATALOG-INDEX        BINARY-LONG UNSIGNED.
    01 CATALOG-FAILURE      BINARY-CHAR UNSIGNED.
    COPY DD-MESSAGES.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    IF CONFIG-LINT-MODE NOT = 0
        MOVE 1 TO MSG-CATALOG-COUNT
        MOVE "en" TO MSG-CATALOG-LANGUAGE(1)
        MOVE 1 TO CATALOG-INDEX
        CALL "Messages-LoadCatalog" USING CATALOG-INDEX LK-FAILURE
        GOBACK
    END-IF
    IF MSG-CATALOG-COUNT = 0
        MOVE 1 TO MSG-CATALOG-COUNT
        MOVE "en" TO MSG-CATALOG-LANGUAGE(1)
    END-IF
    PERFORM VARYING CATALOG-INDEX FROM 1 BY 1 UNTIL CATALOG-INDEX > MSG-CATALOG-COUNT
        CALL "Messages-LoadCatalog" USING CATALOG-INDEX CATALOG-FAILURE
        IF CATALOG-FAILURE NOT = 0
            MOVE 1 TO LK-FAILURE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Messages-Load.

*> --- Messages-LoadCatalog ---
*> Loads one catalog slot from save/messages/<language>.txt: one
*> "<message-id> <text>" line per message, blank lines and "#" comment lines
*> ignored, e.g.
*>
*>     home.set        Casa guardada: {1}
*>
*> A missing or empty file leaves the slot empty, so every message in that
*> language falls back (see Messages-Format). An id longer than 32 characters
*> or with anything but lower-case letters, digits, ".", "-" and "_" in it, a
*> message with no text or more than 192 characters of it, a placeholder other
*> than {1} to {4}, an id given twice, or one message too many is reported with
*> its line number, and the file is then not applied - the last good copy stays
*> in force, as Regions-Load describes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-LoadCatalog.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FILE-NAME            PIC X(255).
    01 FAILURE              BINARY-CHAR UNSIGNED.
    01 FILE-BUFFER          PIC X(64000).
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    *> one change-detection copy per catalog slot
    01 PREVIOUS-FILES.
        02 PREVIOUS-FILE OCCURS 12 TIMES.
            03 PREVIOUS-BUFFER      PIC X(64000).
            03 PREVIOUS-LENGTH      BINARY-LONG UNSIGNED    VALUE 0.
    01 WARN-ENABLED         BINARY-CHAR UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 LINE-NUMBER          BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(256).
    01 TRIMMED-LINE         PIC X(256).
    01 TRIMMED-LEN          BINARY-LONG UNSIGNED.
    01 LINE-POINTER         BINARY-LONG UNSIGNED.
    01 FIELD-ID             PIC X(64).
    01 ID-LEN               BINARY-LONG UNSIGNED.
    01 MESSAGE-TEXT         PIC X(256).
    01 MESSAGE-LEN          BINARY-LONG UNSIGNED.
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 ID-CHAR              PIC X.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 REASON               PIC X(128).
    01 NUM-DISPLAY          PIC -(9)9.
    COPY DD-MESSAGES.
    COPY DD-CONFIG-CHECK.
LINKAGE SECTION.
    01 LK-SLOT               BINARY-LONG UNSIGNED.
    01 LK-FAILURE            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-SLOT LK-FAILURE.
    MOVE 0 TO LK-FAILURE
    MOVE SPACES TO FILE-NAME
    STRING "save/messages/" FUNCTION TRIM(MSG-CATALOG-LANGUAGE(LK-SLOT)) ".txt" INTO FILE-NAME
    IF CONFIG-LINT-MODE NOT = 0
        MOVE CONFIG-LINT-FILE TO FILE-NAME
    END-IF
    PERFORM ResetTable
    MOVE 0 TO MSG-CATALOG-FOUND(LK-SLOT)
    CALL "Files-ReadAll" USING FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH FAILURE
    IF FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        MOVE 0 TO PREVIOUS-LENGTH(LK-SLOT)
        GOBACK
    END-IF
    MOVE 1 TO MSG-CATALOG-FOUND(LK-SLOT)
    MOVE 1 TO WARN-ENABLED
    IF FILE-BUFFER-LENGTH = PREVIOUS-LENGTH(LK-SLOT)
        IF FILE-BUFFER(1:FILE-BUFFER-LENGTH) = PREVIOUS-BUFFER(LK-SLOT)(1:PREVIOUS-LENGTH(LK-SLOT))
            MOVE 0 TO WARN-ENABLED
        END-IF
    END-IF
    MOVE FILE-BUFFER(1:FILE-BUFFER-LENGTH) TO PREVIOUS-BUFFER(LK-SLOT)
    MOVE FILE-BUFFER-LENGTH TO PREVIOUS-LENGTH(LK-SLOT)

    MOVE 0 TO CONFIG-CHECK-ERRORS
    PERFORM ParseBuffer
    IF CONFIG-CHECK-ERRORS = 0
        IF WARN-ENABLED = 1
            CALL "ConfigCheck-Accepted" USING FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH
        END-IF
    ELSE
        *> put the last good copy back rather than apply part of the edit
        MOVE 1 TO LK-FAILURE
        CALL "ConfigCheck-Rejected" USING FILE-NAME WARN-ENABLED FILE-BUFFER FILE-BUFFER-LENGTH
        IF FILE-BUFFER-LENGTH > 0
            MOVE 0 TO WARN-ENABLED
            PERFORM ParseBuffer
        END-IF
    END-IF
    GOBACK.

ParseBuffer.
    PERFORM ResetTable
    MOVE 1 TO FILE-POINTER
    MOVE 0 TO LINE-NUMBER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        ADD 1 TO LINE-NUMBER
        *> tolerate Windows-style CRLF line endings
        INSPECT CURRENT-LINE REPLACING ALL X"0D" BY SPACE
        MOVE FUNCTION TRIM(CURRENT-LINE) TO TRIMMED-LINE
        COMPUTE TRIMMED-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF TRIMMED-LEN > 0 AND TRIMMED-LINE(1:1) NOT = "#"
            PERFORM ParseLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ResetTable.
    MOVE 0 TO MSG-ENTRY-COUNT(LK-SLOT)
    EXIT PARAGRAPH.

ParseLine.
    MOVE SPACES TO FIELD-ID MESSAGE-TEXT
    MOVE 0 TO MESSAGE-LEN
    MOVE 1 TO LINE-POINTER
    UNSTRING TRIMMED-LINE(1:TRIMMED-LEN) DELIMITED BY ALL SPACES
        INTO FIELD-ID
        WITH POINTER LINE-POINTER
    COMPUTE ID-LEN = FUNCTION LENGTH(FUNCTION TRIM(FIELD-ID))
    IF LINE-POINTER <= TRIMMED-LEN
        MOVE TRIMMED-LINE(LINE-POINTER:TRIMMED-LEN - LINE-POINTER + 1) TO MESSAGE-TEXT
        COMPUTE MESSAGE-LEN = TRIMMED-LEN - LINE-POINTER + 1
    END-IF
    IF MESSAGE-LEN = 0
        MOVE SPACES TO REASON
        STRING "message " FUNCTION TRIM(FIELD-ID) " has no text - expected <message-id> <text>" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    IF ID-LEN > 32
        MOVE SPACES TO REASON
        STRING "message id " FUNCTION TRIM(FIELD-ID) " is longer than 32 characters" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > ID-LEN
        MOVE FIELD-ID(CHAR-INDEX:1) TO ID-CHAR
        IF NOT ((ID-CHAR >= "a" AND ID-CHAR <= "z") OR (ID-CHAR >= "0" AND ID-CHAR <= "9")
                OR ID-CHAR = "." OR ID-CHAR = "-" OR ID-CHAR = "_")
            MOVE SPACES TO REASON
            STRING "bad message id " FUNCTION TRIM(FIELD-ID) " - lower-case letters, digits, . - and _ only" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF MESSAGE-LEN > 192
        MOVE SPACES TO REASON
        STRING "message " FUNCTION TRIM(FIELD-ID) " is longer than 192 characters" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CHAR-INDEX FROM 1 BY 1 UNTIL CHAR-INDEX > MESSAGE-LEN
        IF MESSAGE-TEXT(CHAR-INDEX:1) = "{"
            IF CHAR-INDEX + 2 > MESSAGE-LEN
                OR MESSAGE-TEXT(CHAR-INDEX + 1:1) < "1" OR MESSAGE-TEXT(CHAR-INDEX + 1:1) > "4"
                OR MESSAGE-TEXT(CHAR-INDEX + 2:1) NOT = "}"
                MOVE SPACES TO REASON
                STRING "message " FUNCTION TRIM(FIELD-ID) " has a placeholder other than {1} to {4}" INTO REASON
                PERFORM ReportProblem
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MSG-ENTRY-COUNT(LK-SLOT)
        IF MSG-ENTRY-ID(LK-SLOT, ENTRY-INDEX) = FIELD-ID
            MOVE SPACES TO REASON
            STRING "message " FUNCTION TRIM(FIELD-ID) " is given twice" INTO REASON
            PERFORM ReportProblem
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF MSG-ENTRY-COUNT(LK-SLOT) >= MAX-MSG-ENTRIES
        MOVE MAX-MSG-ENTRIES TO NUM-DISPLAY
        MOVE SPACES TO REASON
        STRING "more than " FUNCTION TRIM(NUM-DISPLAY) " messages" INTO REASON
        PERFORM ReportProblem
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO MSG-ENTRY-COUNT(LK-SLOT)
    MOVE MSG-ENTRY-COUNT(LK-SLOT) TO ENTRY-INDEX
    MOVE FIELD-ID TO MSG-ENTRY-ID(LK-SLOT, ENTRY-INDEX)
    MOVE MESSAGE-TEXT TO MSG-ENTRY-TEXT(LK-SLOT, ENTRY-INDEX)
    MOVE MESSAGE-LEN TO MSG-ENTRY-LEN(LK-SLOT, ENTRY-INDEX)
    EXIT PARAGRAPH.

ReportProblem.
    CALL "ConfigCheck-Report" USING FILE-NAME LINE-NUMBER REASON WARN-ENABLED
    EXIT PARAGRAPH.

END PROGRAM Messages-LoadCatalog.

*> --- Messages-Format ---
*> Builds the player-facing message LK-ID for player slot LK-PLAYER into
*> LK-OUT/LK-OUT-LEN, with {1} to {4} in it replaced by the (trimmed) values in
*> LK-ARGS. The player's language is their /language choice, else the locale
*> their game client reported, else "en"; LK-PLAYER 0 (no player yet, e.g. a
*> refused login) means "en". The text is taken from the first catalog that has
*> the message: the language itself ("pt_br"), the language without its region
*> ("pt"), then "en" - and when none has it, LK-DEFAULT, the built-in English
*> the caller passes, so a server with no save/messages/ at all reads exactly as
*> before. A catalog is loaded the first time it is needed; see Messages-Load.
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-Format.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WANT-LANGUAGE        PIC X(16).
    01 BASE-LANGUAGE        PIC X(16).
    01 TRY-LANGUAGE         PIC X(16).
    01 TRIED-EN             BINARY-CHAR UNSIGNED.
    01 CATALOG-SLOT         BINARY-LONG UNSIGNED.
    01 CATALOG-INDEX        BINARY-LONG UNSIGNED.
    01 CATALOG-FAILURE      BINARY-CHAR UNSIGNED.
    01 ENTRY-INDEX          BINARY-LONG UNSIGNED.
    01 TEMPLATE-FOUND       BINARY-CHAR UNSIGNED.
    01 TEMPLATE             PIC X(256).
    01 TEMPLATE-LEN         BINARY-LONG UNSIGNED.
    01 CHAR-INDEX           BINARY-LONG UNSIGNED.
    01 ARG-NUMBER           BINARY-LONG UNSIGNED.
    01 OUT-POS              BINARY-LONG UNSIGNED.
    01 OUT-SIZE             BINARY-LONG UNSIGNED.
    COPY DD-PLAYERS.
    COPY DD-MESSAGES.
LINKAGE SECTION.
    01 LK-PLAYER            BINARY-LONG UNSIGNED.
    01 LK-ID                PIC X ANY LENGTH.
    01 LK-DEFAULT           PIC X ANY LENGTH.
    01 LK-ARGS.
        02 LK-ARG               PIC X(64) OCCURS 4 TIMES.
    01 LK-OUT               PIC X ANY LENGTH.
    01 LK-OUT-LEN           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER LK-ID LK-DEFAULT LK-ARGS LK-OUT LK-OUT-LEN.
    MOVE "en" TO WANT-LANGUAGE
    IF LK-PLAYER > 0 AND LK-PLAYER <= MAX-PLAYERS
        IF PLAYER-LANGUAGE(LK-PLAYER) NOT = SPACES
            MOVE PLAYER-LANGUAGE(LK-PLAYER) TO WANT-LANGUAGE
        ELSE
            IF PLAYER-LOCALE(LK-PLAYER) NOT = SPACES
                MOVE PLAYER-LOCALE(LK-PLAYER) TO WANT-LANGUAGE
            END-IF
        END-IF
    END-IF
    MOVE SPACES TO BASE-LANGUAGE
    UNSTRING WANT-LANGUAGE DELIMITED BY "_" INTO BASE-LANGUAGE

    MOVE 0 TO TEMPLATE-FOUND
    MOVE 0 TO TRIED-EN
    MOVE WANT-LANGUAGE TO TRY-LANGUAGE
    PERFORM LookUp
    IF TEMPLATE-FOUND = 0 AND BASE-LANGUAGE NOT = WANT-LANGUAGE
        MOVE BASE-LANGUAGE TO TRY-LANGUAGE
        PERFORM LookUp
    END-IF
    IF TEMPLATE-FOUND = 0 AND TRIED-EN = 0
        MOVE "en" TO TRY-LANGUAGE
        PERFORM LookUp
    END-IF
    IF TEMPLATE-FOUND = 0
        MOVE LK-DEFAULT TO TEMPLATE
        COMPUTE TEMPLATE-LEN = FUNCTION LENGTH(FUNCTION TRIM(LK-DEFAULT TRAILING))
        IF TEMPLATE-LEN > 256
            MOVE 256 TO TEMPLATE-LEN
        END-IF
    END-IF

    *> substitute the values
    MOVE SPACES TO LK-OUT
    MOVE FUNCTION LENGTH(LK-OUT) TO OUT-SIZE
    MOVE 1 TO OUT-POS
    MOVE 1 TO CHAR-INDEX
    PERFORM UNTIL CHAR-INDEX > TEMPLATE-LEN OR OUT-POS > OUT-SIZE
        IF TEMPLATE(CHAR-INDEX:1) = "{" AND CHAR-INDEX + 2 <= TEMPLATE-LEN
            AND TEMPLATE(CHAR-INDEX + 1:1) >= "1" AND TEMPLATE(CHAR-INDEX + 1:1) <= "4"
            AND TEMPLATE(CHAR-INDEX + 2:1) = "}"
            MOVE TEMPLATE(CHAR-INDEX + 1:1) TO ARG-NUMBER
            IF LK-ARG(ARG-NUMBER) NOT = SPACES
                STRING FUNCTION TRIM(LK-ARG(ARG-NUMBER)) INTO LK-OUT WITH POINTER OUT-POS
            END-IF
            ADD 3 TO CHAR-INDEX
        ELSE
            MOVE TEMPLATE(CHAR-INDEX:1) TO LK-OUT(OUT-POS:1)
            ADD 1 TO OUT-POS
            ADD 1 TO CHAR-INDEX
        END-IF
    END-PERFORM
    COMPUTE LK-OUT-LEN = OUT-POS - 1
    GOBACK.

LookUp.
    *> TRY-LANGUAGE's catalog, opened now if this is its first use
    IF TRY-LANGUAGE = "en"
        MOVE 1 TO TRIED-EN
    END-IF
    MOVE 0 TO CATALOG-SLOT
    PERFORM VARYING CATALOG-INDEX FROM 1 BY 1 UNTIL CATALOG-INDEX > MSG-CATALOG-COUNT
        IF MSG-CATALOG-LANGUAGE(CATALOG-INDEX) = TRY-LANGUAGE
            MOVE CATALOG-INDEX TO CATALOG-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CATALOG-SLOT = 0
        PERFORM OpenCatalog
    END-IF
    IF CATALOG-SLOT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MSG-ENTRY-COUNT(CATALOG-SLOT)
        IF MSG-ENTRY-ID(CATALOG-SLOT, ENTRY-INDEX) = LK-ID
            MOVE MSG-ENTRY-TEXT(CATALOG-SLOT, ENTRY-INDEX) TO TEMPLATE
            MOVE MSG-ENTRY-LEN(CATALOG-SLOT, ENTRY-INDEX) TO TEMPLATE-LEN
            MOVE 1 TO TEMPLATE-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

OpenCatalog.
    *> a free slot, else one held by a language that has no file - that
    *> language just gets looked for again next time it is wanted
    IF MSG-CATALOG-COUNT < MAX-MSG-CATALOGS
        ADD 1 TO MSG-CATALOG-COUNT
        MOVE MSG-CATALOG-COUNT TO CATALOG-SLOT
    ELSE
        PERFORM VARYING CATALOG-INDEX FROM 2 BY 1 UNTIL CATALOG-INDEX > MSG-CATALOG-COUNT
            IF MSG-CATALOG-FOUND(CATALOG-INDEX) = 0
                MOVE CATALOG-INDEX TO CATALOG-SLOT
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF CATALOG-SLOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE TRY-LANGUAGE TO MSG-CATALOG-LANGUAGE(CATALOG-SLOT)
    MOVE 0 TO MSG-ENTRY-COUNT(CATALOG-SLOT)
    CALL "Messages-LoadCatalog" USING CATALOG-SLOT CATALOG-FAILURE
    EXIT PARAGRAPH.

END PROGRAM Messages-Format.
