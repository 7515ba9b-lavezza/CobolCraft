*> weekly admin meeting wants - logins and unique players, kicks/bans/mutes/
*> pardons and who issued them, backups taken, login rejections, and admin
*> commands per source (console vs rcon vs schedule vs command blocks vs
*> in-game players), plus the /report ticket queue from save/tickets.txt -
*> tickets filed and closed that day, those still open at its end, and how
*> many of those have been waiting TICKET-AGING-DAYS or longer - and the
*> whitelist application queue from save/whitelist-applications.txt, as it
*> stands when the digest is run: applications pending, how many of those were
*> opened on the digest day, and names denied. Run it from a shell, server up
*> or down, the same way PlayerReport is run:
*>
*>     OpsDigest [<yyyy-mm-dd>]
*>
*> The date defaults to today. Output lands in report/ops-digest-<date>.txt.
*> A date in a month Audit-Archive has already closed is read from that
*> month's archive, logs/audit-archive/audit-<yyyy-mm>.log, instead of the
*> live trail.
IDENTIFICATION DIVISION.
PROGRAM-ID. OpsDigest.

    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 4194304.
    01 AUDIT-FILE-SIZE      BINARY-LONG UNSIGNED.
    01 AUDIT-TAIL-NAME      PIC X(21)   VALUE "report/audit-tail.txt".
    *> the live trail, or the closed month's archive holding DIGEST-DATE
    01 AUDIT-SOURCE-NAME    PIC X(64)   VALUE "logs/audit.log".
    01 CURRENT-MONTH        PIC X(7).
    01 SHELL-COMMAND        PIC X(255).
    01 SHELL-STATUS         BINARY-LONG.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 COUNT-REJECTIONS     BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-CENSORED       BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-LOGINS         BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-REPORTS        BINARY-LONG UNSIGNED    VALUE 0.
    *> ticket queue state at the end of the digest day - see DigestTicketLine
    01 TICKET-AGING-DAYS    BINARY-LONG UNSIGNED    VALUE 3.
    01 COUNT-TICKETS-OPEN   BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-TICKETS-CLOSED BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-TICKETS-AGING  BINARY-LONG UNSIGNED    VALUE 0.
    01 DIGEST-YMD           PIC 9(8).
    01 TICKET-FIELDS.
        02 TICKET-FIELD-ID      PIC X(16).
        02 TICKET-FIELD-STATUS  PIC X(16).
        02 TICKET-FIELD-CREATED PIC X(16).
        02 TICKET-FIELD-SKIP    PIC X(48).
        02 TICKET-FIELD-CLOSED  PIC X(16).
    01 TICKET-CREATED-YMD   PIC 9(8).
    01 TICKET-CLOSED-YMD    PIC 9(8).
    *> whitelist application queue - see DigestApplicationLine
    01 COUNT-APPS-PENDING   BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-APPS-NEW       BINARY-LONG UNSIGNED    VALUE 0.
    01 COUNT-APPS-DENIED    BINARY-LONG UNSIGNED    VALUE 0.
    01 APPLICATION-FIELDS.
        02 APP-FIELD-NAME       PIC X(16).
        02 APP-FIELD-STATUS     PIC X(16).
        02 APP-FIELD-SKIP       PIC X(48).
        02 APP-FIELD-FIRST      PIC X(16).
    *> moderation actions listed verbatim, so "who issued what" reads straight
    *> off the report
    01 ACTION-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
    *> Once the log outgrows the buffer, the part that matters is its newest
    *> end, so carve the tail off into a scratch file and read that instead of
    *> letting Files-ReadAll hand back only the oldest stretch
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO CURRENT-MONTH
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) INTO CURRENT-MONTH
    IF DIGEST-DATE(1:7) < CURRENT-MONTH
        MOVE SPACES TO AUDIT-SOURCE-NAME
        STRING "logs/audit-archive/audit-" DIGEST-DATE(1:7) ".log" INTO AUDIT-SOURCE-NAME
        CALL "Files-Size" USING AUDIT-SOURCE-NAME AUDIT-FILE-SIZE
        IF AUDIT-FILE-SIZE = 0
            *> not archived yet (the server has not run since the month
            *> closed) - the lines are still in the live trail
            MOVE "logs/audit.log" TO AUDIT-SOURCE-NAME
        END-IF
    END-IF
    CALL "Files-Size" USING AUDIT-SOURCE-NAME AUDIT-FILE-SIZE
    EVALUATE TRUE
        WHEN AUDIT-FILE-SIZE <= FILE-BUFFER-MAX
            CALL "Files-ReadAll" USING AUDIT-SOURCE-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
        WHEN AUDIT-SOURCE-NAME NOT = "logs/audit.log"
            *> a big archive: the day wanted can sit anywhere in the month, so
            *> pull just its lines out rather than the tail
            MOVE SPACES TO SHELL-COMMAND
            STRING "grep -a '^" DIGEST-DATE "' " FUNCTION TRIM(AUDIT-SOURCE-NAME) " > " FUNCTION TRIM(AUDIT-TAIL-NAME)
                INTO SHELL-COMMAND
            CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
            CALL "Files-ReadAll" USING AUDIT-TAIL-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
        WHEN OTHER
            MOVE 1 TO TRUNCATED-NOTE
            MOVE SPACES TO SHELL-COMMAND
            STRING "tail -c 4194304 logs/audit.log > " FUNCTION TRIM(AUDIT-TAIL-NAME) INTO SHELL-COMMAND
            CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
            CALL "Files-ReadAll" USING AUDIT-TAIL-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    END-EVALUATE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        MOVE 1 TO FILE-POINTER
        PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        END-PERFORM
    END-IF

    *> pass 3: the ticket queue - its open/closed state is reconstructed as of
    *> the end of the digest day from each ticket's created/closed stamps
    MOVE SPACES TO TICKET-FIELDS
    STRING DIGEST-DATE(1:4) DIGEST-DATE(6:2) DIGEST-DATE(9:2) INTO TICKET-FIELD-ID
    MOVE TICKET-FIELD-ID(1:8) TO DIGEST-YMD
    CALL "Files-ReadAll" USING "save/tickets.txt" FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        MOVE 1 TO FILE-POINTER
        PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
            MOVE SPACES TO CURRENT-LINE
            UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
                INTO CURRENT-LINE
                WITH POINTER FILE-POINTER
            IF CURRENT-LINE(1:1) NOT = "#" AND CURRENT-LINE(1:5) NOT = "next|" AND CURRENT-LINE NOT = SPACES
                PERFORM DigestTicketLine
            END-IF
        END-PERFORM
    END-IF

    *> pass 4: the whitelist application queue, as it stands now
    CALL "Files-ReadAll" USING "save/whitelist-applications.txt" FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        MOVE 1 TO FILE-POINTER
        PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
            MOVE SPACES TO CURRENT-LINE
            UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
                INTO CURRENT-LINE
                WITH POINTER FILE-POINTER
            IF CURRENT-LINE(1:1) NOT = "#" AND CURRENT-LINE NOT = SPACES
                PERFORM DigestApplicationLine
            END-IF
        END-PERFORM
    END-IF

    PERFORM WriteDigest

    MOVE SPACES TO OUT-FILE-NAME
            ADD 1 TO COUNT-REJECTIONS
        WHEN "chat"
            ADD 1 TO COUNT-CENSORED
        WHEN "report"
            *> a player filing a /report ticket, not a command
            ADD 1 TO COUNT-REPORTS
        WHEN "deaths"
            *> the outcome of a staff death restore, listed with the
            *> moderation actions
            PERFORM RecordActionLine
        WHEN "archive"
        WHEN "restore"
        WHEN "claims"
            *> housekeeping lines, not commands - "claims" is land claims
            *> made, abandoned, removed or expired
            CONTINUE
        WHEN OTHER
            ADD 1 TO COUNT-PLAYERS
    END-EVALUATE
    END-IF
    EXIT PARAGRAPH.

DigestTicketLine.
    *> "<id>|<status>|<created>|<reporter>|<dim>|<pos>|<target>|<seen>|<dim>|<pos>|
    *> <claimed-by>|<closed>|..." - see DD-TICKETS. Only the stamps matter here.
    MOVE SPACES TO TICKET-FIELDS
    UNSTRING CURRENT-LINE DELIMITED BY "|"
        INTO TICKET-FIELD-ID TICKET-FIELD-STATUS TICKET-FIELD-CREATED
            TICKET-FIELD-SKIP TICKET-FIELD-SKIP TICKET-FIELD-SKIP TICKET-FIELD-SKIP
            TICKET-FIELD-SKIP TICKET-FIELD-SKIP TICKET-FIELD-SKIP TICKET-FIELD-SKIP
            TICKET-FIELD-CLOSED
    IF TICKET-FIELD-CREATED(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE TICKET-FIELD-CREATED(1:8) TO TICKET-CREATED-YMD
    IF TICKET-CREATED-YMD > DIGEST-YMD
        EXIT PARAGRAPH
    END-IF
    MOVE 99999999 TO TICKET-CLOSED-YMD
    IF TICKET-FIELD-STATUS = "closed" AND TICKET-FIELD-CLOSED(1:8) IS NUMERIC
        MOVE TICKET-FIELD-CLOSED(1:8) TO TICKET-CLOSED-YMD
    END-IF
    IF TICKET-CLOSED-YMD = DIGEST-YMD
        ADD 1 TO COUNT-TICKETS-CLOSED
    END-IF
    IF TICKET-CLOSED-YMD > DIGEST-YMD
        ADD 1 TO COUNT-TICKETS-OPEN
        IF FUNCTION INTEGER-OF-DATE(DIGEST-YMD) - FUNCTION INTEGER-OF-DATE(TICKET-CREATED-YMD) >= TICKET-AGING-DAYS
            ADD 1 TO COUNT-TICKETS-AGING
        END-IF
    END-IF
    EXIT PARAGRAPH.

DigestApplicationLine.
    *> "<name>|<status>|<uuid>|<address>|<first>|<last>|..." - see
    *> DD-APPLICATIONS
    MOVE SPACES TO APPLICATION-FIELDS
    UNSTRING CURRENT-LINE DELIMITED BY "|"
        INTO APP-FIELD-NAME APP-FIELD-STATUS APP-FIELD-SKIP APP-FIELD-SKIP APP-FIELD-FIRST
    IF APP-FIELD-STATUS = "denied"
        ADD 1 TO COUNT-APPS-DENIED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO COUNT-APPS-PENDING
    IF APP-FIELD-FIRST(1:8) = DIGEST-YMD
        ADD 1 TO COUNT-APPS-NEW
    END-IF
    EXIT PARAGRAPH.

DigestLogLine.
    *> "  Login with username: <name> from <address>" is the one server.log line this digest
    *> needs - one count per occurrence, one slot per distinct name
    MOVE 0 TO SOURCE-POS
    INSPECT CURRENT-LINE TALLYING SOURCE-POS FOR ALL "Login with username: "
    MOVE SPACES TO LOGIN-NAME
    UNSTRING CURRENT-LINE DELIMITED BY "Login with username: "
        INTO LINE-TEXT LOGIN-NAME
    *> the name is followed by " from <address>"
    INSPECT LOGIN-NAME REPLACING CHARACTERS BY SPACE AFTER INITIAL SPACE
    MOVE FUNCTION TRIM(LOGIN-NAME) TO LOGIN-NAME
    IF LOGIN-NAME = SPACES
        EXIT PARAGRAPH
    STRING "Operations digest for " DIGEST-DATE X"0A"
        "================================" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF AUDIT-SOURCE-NAME NOT = "logs/audit.log"
        STRING "Audit lines from the closed archive " FUNCTION TRIM(AUDIT-SOURCE-NAME) X"0A" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    MOVE COUNT-LOGINS TO NUM-DISPLAY
    MOVE UNIQUE-COUNT TO NUM-DISPLAY-2
        STRING "    " FUNCTION TRIM(ACTION-LINES(UNIQUE-INDEX)) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM

    MOVE COUNT-REPORTS TO NUM-DISPLAY
    STRING X"0A" "Report tickets" X"0A"
        "  filed: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-TICKETS-CLOSED TO NUM-DISPLAY
    STRING "  closed: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-TICKETS-OPEN TO NUM-DISPLAY
    STRING "  open at end of day: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-TICKETS-AGING TO NUM-DISPLAY
    MOVE TICKET-AGING-DAYS TO NUM-DISPLAY-2
    STRING "  open " FUNCTION TRIM(NUM-DISPLAY-2) "+ days: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE COUNT-APPS-PENDING TO NUM-DISPLAY
    STRING X"0A" "Whitelist applications (as of this run)" X"0A"
        "  pending: " FUNCTION TRIM(NUM-DISPLAY) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-APPS-NEW TO NUM-DISPLAY
    STRING "  pending, opened this day: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-APPS-DENIED TO NUM-DISPLAY
    STRING "  denied names on file: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING X"0A" "Admin commands by source" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE COUNT-CONSOLE TO NUM-DISPLAY
    STRING "  console: " FUNCTION TRIM(NUM-DISPLAY) X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
