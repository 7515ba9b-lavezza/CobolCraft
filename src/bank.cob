*> --- BankReconcile ---
*> Standalone batch program: the nightly check that the bank still adds up.
*> It replays the append-only bank ledger (save/bank-ledger.txt, written by the
*> bank sections in Server) account by account, decodes every
*> save/playerdata/*.dat file with Player-LoadDataFromFile (as PlayerReport
*> does) for the saved balances, and writes report/bank-reconcile-<date>.txt.
*> Run it from a shell each night, server up or down, the same way OpsDigest
*> is run:
*>
*>     BankReconcile
*>
*> Ledger lines are "<yyyymmddhhmmss> <kind> <account> <+/-amount> <balance
*> after> <counterparty>". An account ties out when every one of its lines
*> follows on from the one before (previous balance + amount = balance after),
*> its ledger balance - the opening balance plus every movement - equals the
*> balance in its save file, and it had nothing before its first ledger line.
*> The server saves both sides of every movement straight away, so a running
*> server is no excuse for a difference. The report also checks the totals:
*> the sum of all saved balances against the ledger, deposits less
*> withdrawals against the money in the bank, and the two legs of every
*> payment and bank-settled shop sale against each other.
*>
*> A ledger bigger than the read buffer is tail-read; accounts then open at
*> the balance their first surviving line implies, and the report says so.
IDENTIFICATION DIVISION.
PROGRAM-ID. BankReconcile.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    01 TIMESTAMP-RAW        PIC X(21).
    01 REPORT-DATE          PIC X(10).
    01 LEDGER-NAME          PIC X(20)   VALUE "save/bank-ledger.txt".
    01 LEDGER-TAIL-NAME     PIC X(27)   VALUE "report/bank-ledger-tail.txt".
    01 FILE-BUFFER          PIC X(4194304).
    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 4194304.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 LEDGER-FILE-SIZE     BINARY-LONG UNSIGNED.
    01 TRUNCATED-NOTE       BINARY-CHAR UNSIGNED    VALUE 0.
    01 SHELL-COMMAND        PIC X(255).
    01 SHELL-STATUS         BINARY-LONG.
    01 CURRENT-LINE         PIC X(200).
    01 FIELD-STAMP          PIC X(14).
    01 FIELD-KIND           PIC X(8).
    01 FIELD-ACCOUNT        PIC X(16).
    01 FIELD-DELTA          PIC X(12).
    01 FIELD-BALANCE        PIC X(12).
    01 FIELD-OTHER          PIC X(16).
    01 LINE-DELTA           BINARY-DOUBLE.
    01 LINE-BALANCE         BINARY-DOUBLE.
    01 LEDGER-LINES         BINARY-LONG UNSIGNED    VALUE 0.
    01 BAD-LINES            BINARY-LONG UNSIGNED    VALUE 0.
    *> ledger totals by kind
    01 TOTAL-DEPOSIT        BINARY-DOUBLE           VALUE 0.
    01 TOTAL-WITHDRAW       BINARY-DOUBLE           VALUE 0.
    01 TOTAL-PAY-IN         BINARY-DOUBLE           VALUE 0.
    01 TOTAL-PAY-OUT        BINARY-DOUBLE           VALUE 0.
    01 TOTAL-SHOP-IN        BINARY-DOUBLE           VALUE 0.
    01 TOTAL-SHOP-OUT       BINARY-DOUBLE           VALUE 0.
    01 TOTAL-OPENING        BINARY-DOUBLE           VALUE 0.
    01 TOTAL-LEDGER         BINARY-DOUBLE           VALUE 0.
    01 TOTAL-SAVED          BINARY-DOUBLE           VALUE 0.
    01 MONEY-SUPPLY         BINARY-DOUBLE.
    *> playerdata enumeration - one "ls" into a scratch index file, as in
    *> PlayerReport
    01 INDEX-BUFFER         PIC X(64000).
    01 INDEX-BUFFER-LENGTH  BINARY-LONG UNSIGNED.
    01 INDEX-POINTER        BINARY-LONG UNSIGNED.
    01 FILE-STEM            PIC X(64).
    01 FILE-STEM-LEN        BINARY-LONG UNSIGNED.
    01 DATA-FILE-NAME       PIC X(255).
    01 LOAD-FAILURE         BINARY-CHAR UNSIGNED.
    01 PLAYER-SLOT          BINARY-LONG UNSIGNED    VALUE 1.
    01 PLAYERS-SCANNED      BINARY-LONG UNSIGNED    VALUE 0.
    COPY DD-PLAYERS.
    *> one row per account, from either side
    01 ACCOUNT-COUNT        BINARY-LONG UNSIGNED    VALUE 0.
    01 ACCOUNT-MAX          BINARY-LONG UNSIGNED    VALUE 2000.
    01 ACCOUNT OCCURS 2000 TIMES.
        02 ACCOUNT-NAME         PIC X(16).
        02 ACCOUNT-LINES        BINARY-LONG UNSIGNED.
        02 ACCOUNT-OPENING      BINARY-DOUBLE.
        02 ACCOUNT-MOVED        BINARY-DOUBLE.
        02 ACCOUNT-LAST-BALANCE BINARY-DOUBLE.
        02 ACCOUNT-BREAKS       BINARY-LONG UNSIGNED.
        02 ACCOUNT-FIRST-BREAK  PIC X(14).
        02 ACCOUNT-SAVED-SEEN   BINARY-CHAR UNSIGNED.
        02 ACCOUNT-SAVED        BINARY-DOUBLE.
    01 ACCOUNT-INDEX        BINARY-LONG UNSIGNED.
    01 LOOKUP-NAME          PIC X(16).
    01 TABLE-FULL-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    01 EXPECTED-BALANCE     BINARY-DOUBLE.
    01 MISMATCH-COUNT       BINARY-LONG UNSIGNED    VALUE 0.
    *> output building
    01 OUT-BUFFER           PIC X(1000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 NUM-DISPLAY-4        PIC -(14)9.

PROCEDURE DIVISION.
Mainline.
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-RAW
    MOVE SPACES TO REPORT-DATE
    STRING TIMESTAMP-RAW(1:4) "-" TIMESTAMP-RAW(5:2) "-" TIMESTAMP-RAW(7:2) INTO REPORT-DATE
    CALL "CBL_CREATE_DIR" USING "report"

    PERFORM ReadLedger
    PERFORM ReadSavedBalances
    PERFORM WriteReport

    MOVE ACCOUNT-COUNT TO NUM-DISPLAY
    MOVE MISMATCH-COUNT TO NUM-DISPLAY-2
    DISPLAY "BankReconcile: " FUNCTION TRIM(NUM-DISPLAY) " account(s), "
        FUNCTION TRIM(NUM-DISPLAY-2) " not tying out, written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

ReadLedger.
    *> once the ledger outgrows the buffer, carve the newest end off into a
    *> scratch file, as OpsDigest does for the audit trail
    CALL "Files-Size" USING LEDGER-NAME LEDGER-FILE-SIZE
    IF LEDGER-FILE-SIZE > FILE-BUFFER-MAX
        MOVE 1 TO TRUNCATED-NOTE
        MOVE SPACES TO SHELL-COMMAND
        STRING "tail -c 4194304 " FUNCTION TRIM(LEDGER-NAME) " > " FUNCTION TRIM(LEDGER-TAIL-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        CALL "Files-ReadAll" USING LEDGER-TAIL-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    ELSE
        CALL "Files-ReadAll" USING LEDGER-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    END-IF
    IF IO-FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        *> no ledger yet - every saved balance must then be zero
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO FILE-POINTER
    IF TRUNCATED-NOTE = 1
        *> the tail almost always starts mid-line - drop the fragment
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
    END-IF
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        IF CURRENT-LINE NOT = SPACES
            PERFORM ReadLedgerLine
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ReadLedgerLine.
    MOVE SPACES TO FIELD-STAMP FIELD-KIND FIELD-ACCOUNT FIELD-DELTA FIELD-BALANCE FIELD-OTHER
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO FIELD-STAMP FIELD-KIND FIELD-ACCOUNT FIELD-DELTA FIELD-BALANCE FIELD-OTHER
    IF FIELD-ACCOUNT = SPACES OR FIELD-BALANCE = SPACES
            OR FUNCTION TEST-NUMVAL(FIELD-DELTA) NOT = 0 OR FUNCTION TEST-NUMVAL(FIELD-BALANCE) NOT = 0
        ADD 1 TO BAD-LINES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LEDGER-LINES
    COMPUTE LINE-DELTA = FUNCTION NUMVAL(FIELD-DELTA)
    COMPUTE LINE-BALANCE = FUNCTION NUMVAL(FIELD-BALANCE)

    EVALUATE FIELD-KIND
        WHEN "deposit"
            ADD LINE-DELTA TO TOTAL-DEPOSIT
        WHEN "withdraw"
            SUBTRACT LINE-DELTA FROM TOTAL-WITHDRAW
        WHEN "pay-in"
            ADD LINE-DELTA TO TOTAL-PAY-IN
        WHEN "pay-out"
            SUBTRACT LINE-DELTA FROM TOTAL-PAY-OUT
        WHEN "shop-in"
            ADD LINE-DELTA TO TOTAL-SHOP-IN
        WHEN "shop-out"
            SUBTRACT LINE-DELTA FROM TOTAL-SHOP-OUT
    END-EVALUATE

    MOVE FIELD-ACCOUNT TO LOOKUP-NAME
    PERFORM FindAccount
    IF ACCOUNT-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    IF ACCOUNT-LINES(ACCOUNT-INDEX) = 0
        COMPUTE ACCOUNT-OPENING(ACCOUNT-INDEX) = LINE-BALANCE - LINE-DELTA
        *> with the whole ledger read, every account starts from nothing
        IF TRUNCATED-NOTE = 0 AND ACCOUNT-OPENING(ACCOUNT-INDEX) NOT = 0
            PERFORM NoteChainBreak
        END-IF
    ELSE
        IF ACCOUNT-LAST-BALANCE(ACCOUNT-INDEX) + LINE-DELTA NOT = LINE-BALANCE
            PERFORM NoteChainBreak
        END-IF
    END-IF
    ADD 1 TO ACCOUNT-LINES(ACCOUNT-INDEX)
    ADD LINE-DELTA TO ACCOUNT-MOVED(ACCOUNT-INDEX)
    MOVE LINE-BALANCE TO ACCOUNT-LAST-BALANCE(ACCOUNT-INDEX)
    EXIT PARAGRAPH.

NoteChainBreak.
    ADD 1 TO ACCOUNT-BREAKS(ACCOUNT-INDEX)
    IF ACCOUNT-FIRST-BREAK(ACCOUNT-INDEX) = SPACES
        MOVE FIELD-STAMP TO ACCOUNT-FIRST-BREAK(ACCOUNT-INDEX)
    END-IF
    EXIT PARAGRAPH.

FindAccount.
    *> the row for LOOKUP-NAME, added on first sight; 0 when the table is full
    PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1 UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
        IF ACCOUNT-NAME(ACCOUNT-INDEX) = LOOKUP-NAME
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF ACCOUNT-COUNT >= ACCOUNT-MAX
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO ACCOUNT-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ACCOUNT-COUNT
    MOVE ACCOUNT-COUNT TO ACCOUNT-INDEX
    MOVE LOOKUP-NAME TO ACCOUNT-NAME(ACCOUNT-INDEX)
    MOVE 0 TO ACCOUNT-LINES(ACCOUNT-INDEX) ACCOUNT-OPENING(ACCOUNT-INDEX) ACCOUNT-MOVED(ACCOUNT-INDEX)
        ACCOUNT-LAST-BALANCE(ACCOUNT-INDEX) ACCOUNT-BREAKS(ACCOUNT-INDEX) ACCOUNT-SAVED-SEEN(ACCOUNT-INDEX)
        ACCOUNT-SAVED(ACCOUNT-INDEX)
    MOVE SPACES TO ACCOUNT-FIRST-BREAK(ACCOUNT-INDEX)
    EXIT PARAGRAPH.

ReadSavedBalances.
    MOVE SPACES TO SHELL-COMMAND
    STRING "ls save/playerdata > report/playerdata-index.txt" INTO SHELL-COMMAND
    CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
    CALL "Files-ReadAll" USING "report/playerdata-index.txt" INDEX-BUFFER INDEX-BUFFER-LENGTH IO-FAILURE
    IF IO-FAILURE NOT = 0 OR INDEX-BUFFER-LENGTH = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO INDEX-POINTER
    PERFORM UNTIL INDEX-POINTER > INDEX-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING INDEX-BUFFER(1:INDEX-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER INDEX-POINTER
        MOVE FUNCTION TRIM(CURRENT-LINE) TO CURRENT-LINE
        COMPUTE FILE-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(CURRENT-LINE))
        IF FILE-STEM-LEN > 4 AND CURRENT-LINE(FILE-STEM-LEN - 3:4) = ".dat"
            MOVE SPACES TO FILE-STEM
            COMPUTE FILE-STEM-LEN = FILE-STEM-LEN - 4
            MOVE CURRENT-LINE(1:FILE-STEM-LEN) TO FILE-STEM
            PERFORM ReadOneBalance
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ReadOneBalance.
    *> decode into player slot 1, scrubbed between files; a UUID-keyed file
    *> names its player through lastKnownName
    INITIALIZE PLAYERS(1)
    MOVE SPACES TO USERNAME(1)
    MOVE FILE-STEM(1:FUNCTION MIN(FILE-STEM-LEN, 16)) TO USERNAME(1)
    COMPUTE USERNAME-LENGTH(1) = FUNCTION MIN(FILE-STEM-LEN, 16)
    MOVE SPACES TO DATA-FILE-NAME
    STRING "save/playerdata/" FILE-STEM(1:FILE-STEM-LEN) ".dat" INTO DATA-FILE-NAME
    CALL "Player-LoadDataFromFile" USING DATA-FILE-NAME PLAYER-SLOT LOAD-FAILURE
    IF LOAD-FAILURE NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYERS-SCANNED
    ADD PLAYER-BALANCE(1) TO TOTAL-SAVED
    *> a never-used account that the ledger never mentions is not worth a row
    IF PLAYER-BALANCE(1) = 0
        PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1 UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
            IF ACCOUNT-NAME(ACCOUNT-INDEX) = USERNAME(1)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF ACCOUNT-INDEX > ACCOUNT-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE USERNAME(1) TO LOOKUP-NAME
    PERFORM FindAccount
    IF ACCOUNT-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO ACCOUNT-SAVED-SEEN(ACCOUNT-INDEX)
    MOVE PLAYER-BALANCE(1) TO ACCOUNT-SAVED(ACCOUNT-INDEX)
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Bank reconciliation for " REPORT-DATE X"0A"
        "==================================" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    *> accounts that don't tie out
    STRING "Accounts that do not tie out" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1 UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
        COMPUTE EXPECTED-BALANCE = ACCOUNT-OPENING(ACCOUNT-INDEX) + ACCOUNT-MOVED(ACCOUNT-INDEX)
        ADD ACCOUNT-OPENING(ACCOUNT-INDEX) TO TOTAL-OPENING
        ADD EXPECTED-BALANCE TO TOTAL-LEDGER
        IF EXPECTED-BALANCE NOT = ACCOUNT-SAVED(ACCOUNT-INDEX) OR ACCOUNT-BREAKS(ACCOUNT-INDEX) > 0
                OR ACCOUNT-SAVED-SEEN(ACCOUNT-INDEX) = 0
            ADD 1 TO MISMATCH-COUNT
            MOVE EXPECTED-BALANCE TO NUM-DISPLAY
            MOVE ACCOUNT-SAVED(ACCOUNT-INDEX) TO NUM-DISPLAY-2
            COMPUTE NUM-DISPLAY-3 = ACCOUNT-SAVED(ACCOUNT-INDEX) - EXPECTED-BALANCE
            STRING "  " ACCOUNT-NAME(ACCOUNT-INDEX) " ledger " FUNCTION TRIM(NUM-DISPLAY)
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
            IF ACCOUNT-SAVED-SEEN(ACCOUNT-INDEX) = 1
                STRING ", saved " FUNCTION TRIM(NUM-DISPLAY-2) ", difference " FUNCTION TRIM(NUM-DISPLAY-3)
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            ELSE
                STRING ", no readable player data" INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
            IF ACCOUNT-BREAKS(ACCOUNT-INDEX) > 0
                MOVE ACCOUNT-BREAKS(ACCOUNT-INDEX) TO NUM-DISPLAY-4
                STRING ", " FUNCTION TRIM(NUM-DISPLAY-4) " ledger line(s) out of sequence, first at "
                    ACCOUNT-FIRST-BREAK(ACCOUNT-INDEX)
                    INTO OUT-BUFFER WITH POINTER OUT-POINTER
            END-IF
            STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
    END-PERFORM
    IF MISMATCH-COUNT = 0
        STRING "  none - every account ties out" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    *> totals
    STRING X"0A" "Totals (emeralds)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    MOVE TOTAL-SAVED TO NUM-DISPLAY
    MOVE TOTAL-LEDGER TO NUM-DISPLAY-2
    STRING "  Sum of saved balances:   " NUM-DISPLAY X"0A"
        "  Sum of ledger balances:  " NUM-DISPLAY-2
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF TOTAL-SAVED NOT = TOTAL-LEDGER
        STRING "   <- does not tie out" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE TOTAL-DEPOSIT TO NUM-DISPLAY
    MOVE TOTAL-WITHDRAW TO NUM-DISPLAY-2
    COMPUTE MONEY-SUPPLY = TOTAL-OPENING + TOTAL-DEPOSIT - TOTAL-WITHDRAW
    MOVE MONEY-SUPPLY TO NUM-DISPLAY-3
    STRING "  Deposited:               " NUM-DISPLAY X"0A"
        "  Withdrawn:               " NUM-DISPLAY-2 X"0A"
        "  Money in the bank:       " NUM-DISPLAY-3
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF MONEY-SUPPLY NOT = TOTAL-SAVED
        STRING "   <- does not match the saved balances" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE TOTAL-PAY-OUT TO NUM-DISPLAY
    MOVE TOTAL-PAY-IN TO NUM-DISPLAY-2
    STRING "  Payments sent:           " NUM-DISPLAY X"0A"
        "  Payments received:       " NUM-DISPLAY-2
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF TOTAL-PAY-OUT NOT = TOTAL-PAY-IN
        STRING "   <- legs do not match" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE TOTAL-SHOP-OUT TO NUM-DISPLAY
    MOVE TOTAL-SHOP-IN TO NUM-DISPLAY-2
    STRING "  Shop purchases paid:     " NUM-DISPLAY X"0A"
        "  Shop takings received:   " NUM-DISPLAY-2
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF TOTAL-SHOP-OUT NOT = TOTAL-SHOP-IN
        STRING "   <- legs do not match" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    STRING X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER

    MOVE LEDGER-LINES TO NUM-DISPLAY
    MOVE PLAYERS-SCANNED TO NUM-DISPLAY-2
    STRING X"0A" "Read " FUNCTION TRIM(NUM-DISPLAY) " ledger line(s) and "
        FUNCTION TRIM(NUM-DISPLAY-2) " player data file(s)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF BAD-LINES > 0
        MOVE BAD-LINES TO NUM-DISPLAY
        STRING "Note: " FUNCTION TRIM(NUM-DISPLAY) " malformed ledger line(s) were skipped." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF TRUNCATED-NOTE = 1
        STRING "Note: the ledger is larger than the read buffer - only its newest 4 MB were replayed;"
            " accounts open at the balance their first surviving line implies." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF TABLE-FULL-NOTE = 1
        STRING "Note: more accounts than the report tracks - later ones were left out." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/bank-reconcile-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

END PROGRAM BankReconcile.
