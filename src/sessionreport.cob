*> --- SessionReport ---
*> Standalone batch program: summarizes one month of the session log
*> Session-Record appends to logs/sessions-<yyyy-mm>.txt into the answer to
*> "when are people actually on": how many players are online, on average and
*> at peak, for each hour of the day and each day of the week, with a day-by-hour
*> grid of the peaks and the quietest hours for maintenance; how long sessions
*> run; how many of the month's players were new and how many came back; and
*> how sessions ended.
*> Run it from a shell, server up or down, the same way PerfReport is run:
*>
*>     SessionReport [<yyyy-mm>]
*>
*> The month defaults to the current one. Output lands in
*> report/session-report-<yyyy-mm>.txt. A session is filed under the month it
*> ended in, so the following month's log is read too, for the concurrency of
*> sessions that ran past midnight at the month's end; a session that began in
*> the month before counts from the first minute of this one. Concurrency is
*> taken minute by minute over the minutes of the month that have passed.
IDENTIFICATION DIVISION.
PROGRAM-ID. SessionReport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COMMAND-ARGS         PIC X(64).
    01 REPORT-MONTH         PIC X(7).
    01 NEXT-MONTH           PIC X(7).
    01 TIMESTAMP-RAW        PIC X(21).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> a session line runs to about 200 bytes, so this holds some 20000
    *> sessions; a busier month is read only as far as this goes, and the
    *> report says so
    01 FILE-BUFFER          PIC X(4194304).
    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 4194304.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 FILE-SIZE            BINARY-LONG UNSIGNED.
    01 SESSION-FILE-NAME    PIC X(64).
    01 NEXT-FILE-NAME       PIC X(64).
    01 SESSION-TRUNCATED    BINARY-CHAR UNSIGNED    VALUE 0.
    *> 1 while reading the report month's own log, 0 for the following
    *> month's, which only adds to the concurrency
    01 READING-OWN-MONTH    BINARY-CHAR UNSIGNED.
    01 CURRENT-LINE         PIC X(1024).
    *> one "key=value" token off the current line
    01 TOKEN                PIC X(96).
    01 TOKEN-POS            BINARY-LONG UNSIGNED.
    01 TOKEN-KEY            PIC X(32).
    01 TOKEN-VALUE          PIC X(64).
    01 TOKEN-NUMBER         BINARY-DOUBLE.
    *> the current line's fields
    01 LINE-LOGIN           PIC X(19).
    01 LINE-LOGOUT          PIC X(19).
    01 LINE-PLAYER          PIC X(16).
    01 LINE-DURATION        BINARY-DOUBLE.
    01 LINE-END             PIC X(8).
    01 LINE-FIRST           BINARY-CHAR UNSIGNED.
    01 SKIPPED-LINES        BINARY-LONG UNSIGNED    VALUE 0.
    *> a "yyyy-mm-ddThh:mm:ss" stamp turned into minutes from the start of
    *> the report month (negative for the month before)
    01 STAMP                PIC X(19).
    01 STAMP-OK             BINARY-CHAR UNSIGNED.
    01 STAMP-DATE           BINARY-LONG UNSIGNED.
    01 DATE-DISPLAY         PIC 9(8).
    01 STAMP-MINUTE         BINARY-LONG.
    01 MONTH-START-DAY      BINARY-LONG.
    01 MONTH-DAYS           BINARY-LONG UNSIGNED.
    *> how many of the month's minutes have passed - all of them for a month
    *> gone by, up to now for the current one
    01 MONTH-MINUTES        BINARY-LONG UNSIGNED.
    01 SPAN-FIRST           BINARY-LONG.
    01 SPAN-LAST            BINARY-LONG.
    *> players online in each minute of the month
    01 CONCURRENCY-TABLE.
        02 CONCURRENT           BINARY-SHORT UNSIGNED OCCURS 44640 TIMES.
    01 MINUTE-INDEX         BINARY-LONG.
    01 HOUR-INDEX           BINARY-LONG UNSIGNED.
    01 WEEKDAY-INDEX        BINARY-LONG UNSIGNED.
    01 HOUR-STATS.
        02 HOUR-ENTRY OCCURS 24 TIMES.
            03 HOUR-SUM             BINARY-DOUBLE.
            03 HOUR-MINUTES         BINARY-LONG UNSIGNED.
            03 HOUR-PEAK            BINARY-LONG UNSIGNED.
            03 HOUR-MILLIS          BINARY-LONG UNSIGNED.
            03 HOUR-TAKEN           BINARY-CHAR UNSIGNED.
    01 WEEKDAY-STATS.
        02 WEEKDAY-ENTRY OCCURS 7 TIMES.
            03 WEEKDAY-SUM          BINARY-DOUBLE.
            03 WEEKDAY-MINUTES      BINARY-LONG UNSIGNED.
            03 WEEKDAY-PEAK         BINARY-LONG UNSIGNED.
            03 WEEKDAY-MILLIS       BINARY-LONG UNSIGNED.
            *> the peak for each hour of this day of the week
            03 GRID-PEAK            BINARY-LONG UNSIGNED OCCURS 24 TIMES.
    *> weekdays in INTEGER-OF-DATE order: day 1 (1601-01-01) was a Monday
    01 WEEKDAY-NAMES.
        02 FILLER               PIC X(9)    VALUE "Monday".
        02 FILLER               PIC X(9)    VALUE "Tuesday".
        02 FILLER               PIC X(9)    VALUE "Wednesday".
        02 FILLER               PIC X(9)    VALUE "Thursday".
        02 FILLER               PIC X(9)    VALUE "Friday".
        02 FILLER               PIC X(9)    VALUE "Saturday".
        02 FILLER               PIC X(9)    VALUE "Sunday".
    01 WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAMES.
        02 WEEKDAY-NAME         PIC X(9)    OCCURS 7 TIMES.
    01 MONTH-PEAK           BINARY-LONG UNSIGNED    VALUE 0.
    01 MONTH-PEAK-MINUTE    BINARY-LONG             VALUE 0.
    01 MONTH-SUM            BINARY-DOUBLE           VALUE 0.
    01 MAX-MILLIS           BINARY-LONG UNSIGNED.
    01 BAR-FULL             PIC X(40)   VALUE ALL "#".
    01 BAR-LENGTH           BINARY-LONG UNSIGNED.
    01 C-QUIET-HOURS        BINARY-LONG UNSIGNED    VALUE 3.
    01 RANK                 BINARY-LONG UNSIGNED.
    01 RANK-PICK            BINARY-LONG UNSIGNED.
    01 GRID-CELL            PIC X(3).
    *> session lengths, in minutes: under 5, 5-15, 15-30, 30-60, 1-2 hours,
    *> 2-4 hours, 4 hours and over
    01 LENGTH-LIMITS.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 300.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 900.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 1800.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 3600.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 7200.
        02 FILLER               BINARY-LONG UNSIGNED VALUE 14400.
    01 LENGTH-LIMIT-TABLE REDEFINES LENGTH-LIMITS.
        02 LENGTH-LIMIT         BINARY-LONG UNSIGNED OCCURS 6 TIMES.
    01 LENGTH-LABELS.
        02 FILLER               PIC X(16)   VALUE "under 5 minutes".
        02 FILLER               PIC X(16)   VALUE "5-15 minutes".
        02 FILLER               PIC X(16)   VALUE "15-30 minutes".
        02 FILLER               PIC X(16)   VALUE "30-60 minutes".
        02 FILLER               PIC X(16)   VALUE "1-2 hours".
        02 FILLER               PIC X(16)   VALUE "2-4 hours".
        02 FILLER               PIC X(16)   VALUE "4 hours or more".
    01 LENGTH-LABEL-TABLE REDEFINES LENGTH-LABELS.
        02 LENGTH-LABEL         PIC X(16)   OCCURS 7 TIMES.
    01 LENGTH-COUNT         BINARY-LONG UNSIGNED OCCURS 7 TIMES.
    01 LENGTH-INDEX         BINARY-LONG UNSIGNED.
    *> end reasons as Session-Record writes them
    01 END-NAMES.
        02 FILLER               PIC X(8)    VALUE "quit".
        02 FILLER               PIC X(8)    VALUE "kick".
        02 FILLER               PIC X(8)    VALUE "timeout".
        02 FILLER               PIC X(8)    VALUE "afk".
        02 FILLER               PIC X(8)    VALUE "ban".
        02 FILLER               PIC X(8)    VALUE "shutdown".
    01 END-NAME-TABLE REDEFINES END-NAMES.
        02 END-NAME             PIC X(8)    OCCURS 6 TIMES.
    01 END-COUNT            BINARY-LONG UNSIGNED OCCURS 6 TIMES.
    01 END-OTHER            BINARY-LONG UNSIGNED    VALUE 0.
    01 END-INDEX            BINARY-LONG UNSIGNED.
    *> the month's sessions
    01 SESSION-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 SESSION-SECONDS      BINARY-DOUBLE           VALUE 0.
    01 SESSION-LONGEST      BINARY-DOUBLE           VALUE 0.
    01 SESSION-LONGEST-WHO  PIC X(16)               VALUE SPACES.
    *> the month's distinct players; new if any of their sessions was their
    *> first on the server
    01 MAX-MONTH-PLAYERS    BINARY-LONG UNSIGNED    VALUE 5000.
    01 MONTH-PLAYER-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
    01 MONTH-PLAYER-TABLE.
        02 MONTH-PLAYER OCCURS 5000 TIMES.
            03 MONTH-PLAYER-NAME    PIC X(16).
            03 MONTH-PLAYER-NEW     BINARY-CHAR UNSIGNED.
            03 MONTH-PLAYER-SESSIONS BINARY-LONG UNSIGNED.
    01 MONTH-PLAYER-INDEX   BINARY-LONG UNSIGNED.
    01 MONTH-PLAYERS-FULL   BINARY-CHAR UNSIGNED    VALUE 0.
    01 NEW-PLAYERS          BINARY-LONG UNSIGNED.
    01 RETURNING-PLAYERS    BINARY-LONG UNSIGNED.
    01 RETURNING-SESSIONS   BINARY-LONG UNSIGNED.
    *> output building
    01 OUT-BUFFER           PIC X(64000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 AVG-DISPLAY          PIC Z(5)9.99.
    01 HOUR-DISPLAY         PIC 99.
    01 DAY-DISPLAY          PIC 99.

PROCEDURE DIVISION.
Mainline.
    MOVE SPACES TO COMMAND-ARGS
    ACCEPT COMMAND-ARGS FROM COMMAND-LINE
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    IF FUNCTION TRIM(COMMAND-ARGS) NOT = SPACES
        MOVE FUNCTION TRIM(COMMAND-ARGS) TO REPORT-MONTH
    ELSE
        MOVE SPACES TO REPORT-MONTH
        STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) INTO REPORT-MONTH
    END-IF
    IF REPORT-MONTH(1:4) IS NOT NUMERIC OR REPORT-MONTH(5:1) NOT = "-"
            OR REPORT-MONTH(6:2) IS NOT NUMERIC
            OR REPORT-MONTH(6:2) < "01" OR REPORT-MONTH(6:2) > "12"
        DISPLAY "Usage: SessionReport [<yyyy-mm>]"
        STOP RUN
    END-IF

    CALL "CBL_CREATE_DIR" USING "report"
    PERFORM SetUpMonth

    *> pass 1: the month's own sessions
    MOVE SPACES TO SESSION-FILE-NAME
    STRING "logs/sessions-" REPORT-MONTH ".txt" INTO SESSION-FILE-NAME
    MOVE 1 TO READING-OWN-MONTH
    CALL "Files-Size" USING SESSION-FILE-NAME FILE-SIZE
    IF FILE-SIZE > FILE-BUFFER-MAX
        MOVE 1 TO SESSION-TRUNCATED
    END-IF
    CALL "Files-ReadAll" USING SESSION-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        PERFORM ReadSessionBuffer
    END-IF

    *> pass 2: sessions that began this month but ended in the next
    MOVE SPACES TO NEXT-FILE-NAME
    STRING "logs/sessions-" NEXT-MONTH ".txt" INTO NEXT-FILE-NAME
    MOVE 0 TO READING-OWN-MONTH
    CALL "Files-ReadAll" USING NEXT-FILE-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE = 0 AND FILE-BUFFER-LENGTH > 0
        PERFORM ReadSessionBuffer
    END-IF

    PERFORM TallyConcurrency
    PERFORM WriteReport

    MOVE SESSION-COUNT TO NUM-DISPLAY
    MOVE MONTH-PLAYER-COUNT TO NUM-DISPLAY-2
    DISPLAY "SessionReport: " FUNCTION TRIM(NUM-DISPLAY) " session(s), " FUNCTION TRIM(NUM-DISPLAY-2)
        " player(s), written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

SetUpMonth.
    *> the month's first day, its length, the month after it, and how much of
    *> it has gone by
    COMPUTE STAMP-DATE = FUNCTION NUMVAL(REPORT-MONTH(1:4)) * 10000
        + FUNCTION NUMVAL(REPORT-MONTH(6:2)) * 100 + 1
    COMPUTE MONTH-START-DAY = FUNCTION INTEGER-OF-DATE(STAMP-DATE)
    MOVE SPACES TO NEXT-MONTH
    IF REPORT-MONTH(6:2) = "12"
        COMPUTE STAMP-DATE = (FUNCTION NUMVAL(REPORT-MONTH(1:4)) + 1) * 10000 + 101
    ELSE
        COMPUTE STAMP-DATE = STAMP-DATE + 100
    END-IF
    MOVE STAMP-DATE TO DATE-DISPLAY
    STRING DATE-DISPLAY(1:4) "-" DATE-DISPLAY(5:2) INTO NEXT-MONTH
    COMPUTE MONTH-DAYS = FUNCTION INTEGER-OF-DATE(STAMP-DATE) - MONTH-START-DAY
    COMPUTE MONTH-MINUTES = MONTH-DAYS * 1440

    MOVE SPACES TO STAMP
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) "T"
        TIMESTAMP-RAW(9:2) ":" TIMESTAMP-RAW(11:2) ":" TIMESTAMP-RAW(13:2)
        INTO STAMP
    PERFORM StampToMinute
    EVALUATE TRUE
        WHEN STAMP-MINUTE < 0
            MOVE 0 TO MONTH-MINUTES
        WHEN STAMP-MINUTE < MONTH-MINUTES
            COMPUTE MONTH-MINUTES = STAMP-MINUTE + 1
    END-EVALUATE

    INITIALIZE CONCURRENCY-TABLE
    INITIALIZE HOUR-STATS
    INITIALIZE WEEKDAY-STATS
    PERFORM VARYING LENGTH-INDEX FROM 1 BY 1 UNTIL LENGTH-INDEX > 7
        MOVE 0 TO LENGTH-COUNT(LENGTH-INDEX)
    END-PERFORM
    PERFORM VARYING END-INDEX FROM 1 BY 1 UNTIL END-INDEX > 6
        MOVE 0 TO END-COUNT(END-INDEX)
    END-PERFORM
    EXIT PARAGRAPH.

ReadSessionBuffer.
    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        IF CURRENT-LINE(1:6) = "login="
            PERFORM ParseSessionLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ParseSessionLine.
    *> "login=... logout=... player=... uuid=... address=... duration=...
    *> dimension=... end=... first=..." - see Session-Record
    MOVE SPACES TO LINE-LOGIN LINE-LOGOUT LINE-PLAYER LINE-END
    MOVE 0 TO LINE-DURATION
    MOVE 0 TO LINE-FIRST
    MOVE 1 TO TOKEN-POS
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
            WHEN "login"
                MOVE TOKEN-VALUE TO LINE-LOGIN
            WHEN "logout"
                MOVE TOKEN-VALUE TO LINE-LOGOUT
            WHEN "player"
                MOVE TOKEN-VALUE TO LINE-PLAYER
            WHEN "duration"
                MOVE TOKEN-NUMBER TO LINE-DURATION
            WHEN "end"
                MOVE TOKEN-VALUE TO LINE-END
            WHEN "first"
                MOVE TOKEN-NUMBER TO LINE-FIRST
        END-EVALUATE
    END-PERFORM

    *> the minutes the session covered, clipped to the month
    MOVE LINE-LOGIN TO STAMP
    PERFORM StampToMinute
    IF STAMP-OK = 0 OR LINE-PLAYER = SPACES
        ADD 1 TO SKIPPED-LINES
        EXIT PARAGRAPH
    END-IF
    MOVE STAMP-MINUTE TO SPAN-FIRST
    MOVE LINE-LOGOUT TO STAMP
    PERFORM StampToMinute
    IF STAMP-OK = 0
        ADD 1 TO SKIPPED-LINES
        EXIT PARAGRAPH
    END-IF
    *> online up to, not through, the minute they left; a session inside a
    *> single minute still counts in it
    COMPUTE SPAN-LAST = STAMP-MINUTE - 1
    IF SPAN-LAST < SPAN-FIRST
        MOVE SPAN-FIRST TO SPAN-LAST
    END-IF
    IF SPAN-FIRST < 0
        MOVE 0 TO SPAN-FIRST
    END-IF
    IF SPAN-LAST >= MONTH-MINUTES
        COMPUTE SPAN-LAST = MONTH-MINUTES - 1
    END-IF
    PERFORM VARYING MINUTE-INDEX FROM SPAN-FIRST BY 1 UNTIL MINUTE-INDEX > SPAN-LAST
        ADD 1 TO CONCURRENT(MINUTE-INDEX + 1)
    END-PERFORM

    IF READING-OWN-MONTH = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SESSION-COUNT
    ADD LINE-DURATION TO SESSION-SECONDS
    IF LINE-DURATION > SESSION-LONGEST
        MOVE LINE-DURATION TO SESSION-LONGEST
        MOVE LINE-PLAYER TO SESSION-LONGEST-WHO
    END-IF

    MOVE 7 TO LENGTH-INDEX
    PERFORM VARYING RANK FROM 6 BY -1 UNTIL RANK < 1
        IF LINE-DURATION < LENGTH-LIMIT(RANK)
            MOVE RANK TO LENGTH-INDEX
        END-IF
    END-PERFORM
    ADD 1 TO LENGTH-COUNT(LENGTH-INDEX)

    PERFORM VARYING END-INDEX FROM 1 BY 1 UNTIL END-INDEX > 6
        IF LINE-END = END-NAME(END-INDEX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF END-INDEX > 6
        ADD 1 TO END-OTHER
    ELSE
        ADD 1 TO END-COUNT(END-INDEX)
    END-IF

    PERFORM VARYING MONTH-PLAYER-INDEX FROM 1 BY 1 UNTIL MONTH-PLAYER-INDEX > MONTH-PLAYER-COUNT
        IF MONTH-PLAYER-NAME(MONTH-PLAYER-INDEX) = LINE-PLAYER
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF MONTH-PLAYER-INDEX > MONTH-PLAYER-COUNT
        IF MONTH-PLAYER-COUNT >= MAX-MONTH-PLAYERS
            MOVE 1 TO MONTH-PLAYERS-FULL
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO MONTH-PLAYER-COUNT
        MOVE MONTH-PLAYER-COUNT TO MONTH-PLAYER-INDEX
        MOVE LINE-PLAYER TO MONTH-PLAYER-NAME(MONTH-PLAYER-INDEX)
        MOVE 0 TO MONTH-PLAYER-NEW(MONTH-PLAYER-INDEX)
        MOVE 0 TO MONTH-PLAYER-SESSIONS(MONTH-PLAYER-INDEX)
    END-IF
    ADD 1 TO MONTH-PLAYER-SESSIONS(MONTH-PLAYER-INDEX)
    IF LINE-FIRST = 1
        MOVE 1 TO MONTH-PLAYER-NEW(MONTH-PLAYER-INDEX)
    END-IF
    EXIT PARAGRAPH.

StampToMinute.
    *> "yyyy-mm-ddThh:mm:ss" to minutes from the start of the report month
    MOVE 0 TO STAMP-OK
    MOVE 0 TO STAMP-MINUTE
    IF STAMP(1:4) IS NOT NUMERIC OR STAMP(6:2) IS NOT NUMERIC OR STAMP(9:2) IS NOT NUMERIC
            OR STAMP(12:2) IS NOT NUMERIC OR STAMP(15:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    COMPUTE STAMP-DATE = FUNCTION NUMVAL(STAMP(1:4)) * 10000
        + FUNCTION NUMVAL(STAMP(6:2)) * 100 + FUNCTION NUMVAL(STAMP(9:2))
    IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE) NOT = 0
            OR STAMP(12:2) > "23" OR STAMP(15:2) > "59"
        EXIT PARAGRAPH
    END-IF
    COMPUTE STAMP-MINUTE = (FUNCTION INTEGER-OF-DATE(STAMP-DATE) - MONTH-START-DAY) * 1440
        + FUNCTION NUMVAL(STAMP(12:2)) * 60 + FUNCTION NUMVAL(STAMP(15:2))
    MOVE 1 TO STAMP-OK
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

TallyConcurrency.
    *> fold every passed minute into its hour of the day and day of the week
    PERFORM VARYING MINUTE-INDEX FROM 0 BY 1 UNTIL MINUTE-INDEX >= MONTH-MINUTES
        COMPUTE HOUR-INDEX = FUNCTION MOD(MINUTE-INDEX / 60, 24) + 1
        COMPUTE WEEKDAY-INDEX = FUNCTION MOD(MONTH-START-DAY - 1 + MINUTE-INDEX / 1440, 7) + 1
        ADD CONCURRENT(MINUTE-INDEX + 1) TO MONTH-SUM
        ADD CONCURRENT(MINUTE-INDEX + 1) TO HOUR-SUM(HOUR-INDEX)
        ADD 1 TO HOUR-MINUTES(HOUR-INDEX)
        ADD CONCURRENT(MINUTE-INDEX + 1) TO WEEKDAY-SUM(WEEKDAY-INDEX)
        ADD 1 TO WEEKDAY-MINUTES(WEEKDAY-INDEX)
        IF CONCURRENT(MINUTE-INDEX + 1) > HOUR-PEAK(HOUR-INDEX)
            MOVE CONCURRENT(MINUTE-INDEX + 1) TO HOUR-PEAK(HOUR-INDEX)
        END-IF
        IF CONCURRENT(MINUTE-INDEX + 1) > WEEKDAY-PEAK(WEEKDAY-INDEX)
            MOVE CONCURRENT(MINUTE-INDEX + 1) TO WEEKDAY-PEAK(WEEKDAY-INDEX)
        END-IF
        IF CONCURRENT(MINUTE-INDEX + 1) > GRID-PEAK(WEEKDAY-INDEX, HOUR-INDEX)
            MOVE CONCURRENT(MINUTE-INDEX + 1) TO GRID-PEAK(WEEKDAY-INDEX, HOUR-INDEX)
        END-IF
        IF CONCURRENT(MINUTE-INDEX + 1) > MONTH-PEAK
            MOVE CONCURRENT(MINUTE-INDEX + 1) TO MONTH-PEAK
            MOVE MINUTE-INDEX TO MONTH-PEAK-MINUTE
        END-IF
    END-PERFORM

    *> averages in thousandths of a player, for the bar charts
    PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
        IF HOUR-MINUTES(HOUR-INDEX) > 0
            COMPUTE HOUR-MILLIS(HOUR-INDEX) = HOUR-SUM(HOUR-INDEX) * 1000 / HOUR-MINUTES(HOUR-INDEX)
        END-IF
    END-PERFORM
    PERFORM VARYING WEEKDAY-INDEX FROM 1 BY 1 UNTIL WEEKDAY-INDEX > 7
        IF WEEKDAY-MINUTES(WEEKDAY-INDEX) > 0
            COMPUTE WEEKDAY-MILLIS(WEEKDAY-INDEX) = WEEKDAY-SUM(WEEKDAY-INDEX) * 1000 / WEEKDAY-MINUTES(WEEKDAY-INDEX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Session report for " REPORT-MONTH X"0A"
        "==========================" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    IF SESSION-COUNT = 0 AND MONTH-SUM = 0
        STRING "No sessions recorded in " FUNCTION TRIM(SESSION-FILE-NAME) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    ELSE
        PERFORM WriteTotals
        PERFORM WriteHourChart
        PERFORM WriteWeekdayChart
        PERFORM WriteGrid
        PERFORM WriteLengths
        PERFORM WritePlayers
        PERFORM WriteEndReasons
    END-IF

    IF SKIPPED-LINES > 0
        MOVE SKIPPED-LINES TO NUM-DISPLAY
        STRING X"0A" "Note: " FUNCTION TRIM(NUM-DISPLAY) " line(s) without a readable login/logout time or player were skipped." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF MONTH-PLAYERS-FULL = 1
        MOVE MAX-MONTH-PLAYERS TO NUM-DISPLAY
        STRING X"0A" "Note: more than " FUNCTION TRIM(NUM-DISPLAY) " distinct players - the rest are not in the player counts." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF SESSION-TRUNCATED = 1
        STRING X"0A" "Note: " FUNCTION TRIM(SESSION-FILE-NAME) " exceeded the report buffer - only its first 4 MiB were read." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/session-report-" REPORT-MONTH ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

WriteTotals.
    MOVE SESSION-COUNT TO NUM-DISPLAY
    MOVE MONTH-PLAYER-COUNT TO NUM-DISPLAY-2
    STRING "Sessions ended this month: " FUNCTION TRIM(NUM-DISPLAY) " by "
        FUNCTION TRIM(NUM-DISPLAY-2) " player(s)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    COMPUTE AVG-DISPLAY ROUNDED = SESSION-SECONDS / 3600
    STRING "Time played: " FUNCTION TRIM(AVG-DISPLAY) " hours" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF SESSION-COUNT > 0
        COMPUTE AVG-DISPLAY ROUNDED = SESSION-SECONDS / 60 / SESSION-COUNT
        COMPUTE NUM-DISPLAY = SESSION-LONGEST / 60
        STRING "Average session: " FUNCTION TRIM(AVG-DISPLAY) " minutes, longest "
            FUNCTION TRIM(NUM-DISPLAY) " minutes (" FUNCTION TRIM(SESSION-LONGEST-WHO) ")" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF MONTH-MINUTES > 0
        COMPUTE AVG-DISPLAY ROUNDED = MONTH-SUM / MONTH-MINUTES
        STRING "Average players online: " FUNCTION TRIM(AVG-DISPLAY) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    MOVE MONTH-PEAK TO NUM-DISPLAY
    COMPUTE DAY-DISPLAY = MONTH-PEAK-MINUTE / 1440 + 1
    COMPUTE HOUR-DISPLAY = FUNCTION MOD(MONTH-PEAK-MINUTE / 60, 24)
    STRING "Peak players online: " FUNCTION TRIM(NUM-DISPLAY) ", first reached "
        REPORT-MONTH "-" DAY-DISPLAY " " HOUR-DISPLAY ":"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    COMPUTE HOUR-DISPLAY = FUNCTION MOD(MONTH-PEAK-MINUTE, 60)
    STRING HOUR-DISPLAY X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

WriteHourChart.
    MOVE 0 TO MAX-MILLIS
    PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
        IF HOUR-MILLIS(HOUR-INDEX) > MAX-MILLIS
            MOVE HOUR-MILLIS(HOUR-INDEX) TO MAX-MILLIS
        END-IF
    END-PERFORM
    STRING X"0A" "Players online by hour of day (average, peak)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
        COMPUTE HOUR-DISPLAY = HOUR-INDEX - 1
        MOVE 0 TO AVG-DISPLAY
        IF HOUR-MINUTES(HOUR-INDEX) > 0
            COMPUTE AVG-DISPLAY ROUNDED = HOUR-SUM(HOUR-INDEX) / HOUR-MINUTES(HOUR-INDEX)
        END-IF
        MOVE HOUR-PEAK(HOUR-INDEX) TO NUM-DISPLAY
        STRING "  " HOUR-DISPLAY ":00 " AVG-DISPLAY " " NUM-DISPLAY(12:4) "  "
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        MOVE HOUR-MILLIS(HOUR-INDEX) TO BAR-LENGTH
        PERFORM WriteBar
    END-PERFORM

    *> the hours fewest people are on, for planning restarts and maintenance
    STRING X"0A" "Quietest hours" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING RANK FROM 1 BY 1 UNTIL RANK > C-QUIET-HOURS
        MOVE 0 TO RANK-PICK
        PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
            IF HOUR-TAKEN(HOUR-INDEX) = 0 AND HOUR-MINUTES(HOUR-INDEX) > 0
                IF RANK-PICK = 0
                    MOVE HOUR-INDEX TO RANK-PICK
                ELSE
                    IF HOUR-SUM(HOUR-INDEX) * HOUR-MINUTES(RANK-PICK)
                            < HOUR-SUM(RANK-PICK) * HOUR-MINUTES(HOUR-INDEX)
                        MOVE HOUR-INDEX TO RANK-PICK
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF RANK-PICK = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO HOUR-TAKEN(RANK-PICK)
        COMPUTE HOUR-DISPLAY = RANK-PICK - 1
        COMPUTE AVG-DISPLAY ROUNDED = HOUR-SUM(RANK-PICK) / HOUR-MINUTES(RANK-PICK)
        MOVE HOUR-PEAK(RANK-PICK) TO NUM-DISPLAY
        STRING "  " HOUR-DISPLAY ":00-" HOUR-DISPLAY ":59  average " FUNCTION TRIM(AVG-DISPLAY)
            ", peak " FUNCTION TRIM(NUM-DISPLAY) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

WriteWeekdayChart.
    MOVE 0 TO MAX-MILLIS
    PERFORM VARYING WEEKDAY-INDEX FROM 1 BY 1 UNTIL WEEKDAY-INDEX > 7
        IF WEEKDAY-MILLIS(WEEKDAY-INDEX) > MAX-MILLIS
            MOVE WEEKDAY-MILLIS(WEEKDAY-INDEX) TO MAX-MILLIS
        END-IF
    END-PERFORM
    STRING X"0A" "Players online by day of week (average, peak)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING WEEKDAY-INDEX FROM 1 BY 1 UNTIL WEEKDAY-INDEX > 7
        MOVE 0 TO AVG-DISPLAY
        IF WEEKDAY-MINUTES(WEEKDAY-INDEX) > 0
            COMPUTE AVG-DISPLAY ROUNDED = WEEKDAY-SUM(WEEKDAY-INDEX) / WEEKDAY-MINUTES(WEEKDAY-INDEX)
        END-IF
        MOVE WEEKDAY-PEAK(WEEKDAY-INDEX) TO NUM-DISPLAY
        STRING "  " WEEKDAY-NAME(WEEKDAY-INDEX) AVG-DISPLAY " " NUM-DISPLAY(12:4) "  "
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
        MOVE WEEKDAY-MILLIS(WEEKDAY-INDEX) TO BAR-LENGTH
        PERFORM WriteBar
    END-PERFORM
    EXIT PARAGRAPH.

WriteBar.
    *> BAR-LENGTH comes in as an average in thousandths and goes out as that
    *> average's share of the 40-column bar the busiest one gets
    IF MAX-MILLIS > 0
        COMPUTE BAR-LENGTH = BAR-LENGTH * 40 / MAX-MILLIS
    ELSE
        MOVE 0 TO BAR-LENGTH
    END-IF
    IF BAR-LENGTH > 0
        STRING BAR-FULL(1:BAR-LENGTH) INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

WriteGrid.
    STRING X"0A" "Peak players online, day of week by hour" X"0A"
        "           00 01 02 03 04 05 06 07 08 09 10 11 12 13 14 15 16 17 18 19 20 21 22 23" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING WEEKDAY-INDEX FROM 1 BY 1 UNTIL WEEKDAY-INDEX > 7
        STRING "  " WEEKDAY-NAME(WEEKDAY-INDEX) INTO OUT-BUFFER WITH POINTER OUT-POINTER
        PERFORM VARYING HOUR-INDEX FROM 1 BY 1 UNTIL HOUR-INDEX > 24
            MOVE GRID-PEAK(WEEKDAY-INDEX, HOUR-INDEX) TO NUM-DISPLAY
            MOVE NUM-DISPLAY(13:3) TO GRID-CELL
            IF GRID-PEAK(WEEKDAY-INDEX, HOUR-INDEX) = 0
                MOVE "  ." TO GRID-CELL
            END-IF
            STRING GRID-CELL INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-PERFORM
        STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

WriteLengths.
    STRING X"0A" "Session length" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING LENGTH-INDEX FROM 1 BY 1 UNTIL LENGTH-INDEX > 7
        MOVE LENGTH-COUNT(LENGTH-INDEX) TO NUM-DISPLAY
        STRING "  " LENGTH-LABEL(LENGTH-INDEX) NUM-DISPLAY(9:7) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

WritePlayers.
    MOVE 0 TO NEW-PLAYERS
    MOVE 0 TO RETURNING-PLAYERS
    MOVE 0 TO RETURNING-SESSIONS
    PERFORM VARYING MONTH-PLAYER-INDEX FROM 1 BY 1 UNTIL MONTH-PLAYER-INDEX > MONTH-PLAYER-COUNT
        IF MONTH-PLAYER-NEW(MONTH-PLAYER-INDEX) = 1
            ADD 1 TO NEW-PLAYERS
        ELSE
            ADD 1 TO RETURNING-PLAYERS
            ADD MONTH-PLAYER-SESSIONS(MONTH-PLAYER-INDEX) TO RETURNING-SESSIONS
        END-IF
    END-PERFORM
    MOVE NEW-PLAYERS TO NUM-DISPLAY
    STRING X"0A" "New versus returning players" X"0A"
        "  new (first session this month)  " NUM-DISPLAY(9:7) X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE RETURNING-PLAYERS TO NUM-DISPLAY
    MOVE RETURNING-SESSIONS TO NUM-DISPLAY-2
    STRING "  returning                       " NUM-DISPLAY(9:7) "  (" FUNCTION TRIM(NUM-DISPLAY-2) " sessions)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    EXIT PARAGRAPH.

WriteEndReasons.
    STRING X"0A" "How sessions ended" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING END-INDEX FROM 1 BY 1 UNTIL END-INDEX > 6
        MOVE END-COUNT(END-INDEX) TO NUM-DISPLAY
        STRING "  " END-NAME(END-INDEX) "  " NUM-DISPLAY(9:7) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM
    IF END-OTHER > 0
        MOVE END-OTHER TO NUM-DISPLAY
        STRING "  other     " NUM-DISPLAY(9:7) X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    EXIT PARAGRAPH.

END PROGRAM SessionReport.
