*> --- ShopReport ---
*> Standalone batch program: turns the chest-shop sales ledger
*> (save/shop-ledger.txt, appended by the server's ShopBuyClick) into the weekly
*> sales report shop owners ask about - per owner and per owner/item the units
*> sold, the emeralds taken and how many distinct buyers there were, plus the
*> shops whose chests stayed empty all week. Run it from a shell, server up or
*> down, the same way OpsDigest is run:
*>
*>     ShopReport [<yyyy-mm-dd>]
*>
*> The week is the seven days ending on the given date, which defaults to
*> today. Output lands in report/shop-sales-<date>.txt.
*>
*> Ledger lines are "<yyyymmddhhmmss> <kind> <buyer> <owner> <x> <y> <z> <dim>
*> <item> <count> <price> <stock>", kind being "sale", "empty" (a purchase
*> refused for want of stock) or "stock" (the owner closing the shop chest),
*> and stock the units left in the chest afterwards - missing from lines
*> written before the server recorded it. A shop "stayed empty" when it made
*> no sale and its owner never left it stocked with at least one sale's
*> worth during the week, and it was already short of that going in - as
*> its last line before the week shows - or a buyer found it so during the
*> week. That is why the whole ledger up to the report date is read, not
*> just the week itself.
IDENTIFICATION DIVISION.
PROGRAM-ID. ShopReport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COMMAND-ARGS         PIC X(64).
    01 REPORT-DATE          PIC X(10).
    01 TIMESTAMP-RAW        PIC X(21).
    01 IO-FAILURE           BINARY-CHAR UNSIGNED.
    *> the week as yyyymmdd bounds, compared against the ledger's timestamps
    01 WEEK-END-NUM         PIC 9(8).
    01 WEEK-START-NUM       PIC 9(8).
    01 WEEK-END-TEXT        PIC X(8).
    01 WEEK-START-TEXT      PIC X(8).
    01 WEEK-START-DISPLAY   PIC X(10).
    01 DAY-NUMBER           BINARY-LONG.
    *> the ledger is never rotated; a file bigger than the buffer is tail-read,
    *> which is where the latest week lives, and the report notes it
    01 FILE-BUFFER          PIC X(4194304).
    01 FILE-BUFFER-MAX      BINARY-LONG UNSIGNED    VALUE 4194304.
    01 LEDGER-FILE-SIZE     BINARY-LONG UNSIGNED.
    01 LEDGER-TAIL-NAME     PIC X(27)   VALUE "report/shop-ledger-tail.txt".
    01 SHELL-COMMAND        PIC X(255).
    01 SHELL-STATUS         BINARY-LONG.
    01 FILE-BUFFER-LENGTH   BINARY-LONG UNSIGNED.
    01 FILE-POINTER         BINARY-LONG UNSIGNED.
    01 CURRENT-LINE         PIC X(400).
    01 TRUNCATED-NOTE       BINARY-CHAR UNSIGNED    VALUE 0.
    *> one ledger line, split into its fields
    01 LINE-STAMP           PIC X(14).
    01 LINE-KIND            PIC X(8).
    01 LINE-BUYER           PIC X(16).
    01 LINE-OWNER           PIC X(16).
    01 LINE-X-TEXT          PIC X(12).
    01 LINE-Y-TEXT          PIC X(12).
    01 LINE-Z-TEXT          PIC X(12).
    01 LINE-DIM-TEXT        PIC X(4).
    01 LINE-ITEM            PIC X(64).
    01 LINE-COUNT-TEXT      PIC X(12).
    01 LINE-PRICE-TEXT      PIC X(12).
    01 LINE-STOCK-TEXT      PIC X(12).
    01 LINE-X               BINARY-LONG.
    01 LINE-Y               BINARY-LONG.
    01 LINE-Z               BINARY-LONG.
    01 LINE-DIM             BINARY-LONG.
    01 LINE-COUNT           BINARY-LONG.
    01 LINE-PRICE           BINARY-LONG.
    01 LINE-STOCK           BINARY-LONG.
    *> 1 when the line falls in the report week rather than before it
    01 LINE-IN-WEEK         BINARY-CHAR UNSIGNED.
    *> how the line leaves the chest: 1 short of one sale's worth, 0 not,
    *> -1 unknown (a sale line with no stock field)
    01 LINE-EMPTY           BINARY-CHAR.
    01 LINES-READ           BINARY-LONG UNSIGNED    VALUE 0.
    *> per-owner totals
    01 OWNER-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
    01 OWNER-ROW OCCURS 200 TIMES.
        02 OWNER-NAME           PIC X(16).
        02 OWNER-SALES          BINARY-LONG UNSIGNED.
        02 OWNER-UNITS          BINARY-DOUBLE.
        02 OWNER-REVENUE        BINARY-DOUBLE.
        02 OWNER-BUYERS         BINARY-LONG UNSIGNED.
    01 OWNER-INDEX          BINARY-LONG UNSIGNED.
    *> per-owner/item totals
    01 ITEM-COUNT           BINARY-LONG UNSIGNED    VALUE 0.
    01 ITEM-ROW OCCURS 500 TIMES.
        02 ITEM-OWNER           PIC X(16).
        02 ITEM-NAME            PIC X(64).
        02 ITEM-SALES           BINARY-LONG UNSIGNED.
        02 ITEM-UNITS           BINARY-DOUBLE.
        02 ITEM-REVENUE         BINARY-DOUBLE.
        02 ITEM-BUYERS          BINARY-LONG UNSIGNED.
    01 ITEM-INDEX           BINARY-LONG UNSIGNED.
    *> buyers already counted, so each is counted once per owner and once per
    *> owner/item
    01 OWNER-BUYER-COUNT    BINARY-LONG UNSIGNED    VALUE 0.
    01 OWNER-BUYER-ROW OCCURS 2000 TIMES.
        02 OWNER-BUYER-OWNER    PIC X(16).
        02 OWNER-BUYER-NAME     PIC X(16).
    01 ITEM-BUYER-COUNT     BINARY-LONG UNSIGNED    VALUE 0.
    01 ITEM-BUYER-ROW OCCURS 4000 TIMES.
        02 ITEM-BUYER-ITEM      BINARY-LONG UNSIGNED.
        02 ITEM-BUYER-NAME      PIC X(16).
    01 BUYER-INDEX          BINARY-LONG UNSIGNED.
    01 BUYER-FOUND          BINARY-CHAR UNSIGNED.
    *> per shop chest: sales, out-of-stock refusals and visits by the owner
    *> that left it stocked in the week, and whether its last line before the
    *> week left it empty (LINE-EMPTY's values)
    01 SHOP-COUNT           BINARY-LONG UNSIGNED    VALUE 0.
    01 SHOP-ROW OCCURS 1000 TIMES.
        02 SHOP-OWNER           PIC X(16).
        02 SHOP-X               BINARY-LONG.
        02 SHOP-Y               BINARY-LONG.
        02 SHOP-Z               BINARY-LONG.
        02 SHOP-DIM             BINARY-LONG.
        02 SHOP-ITEM            PIC X(64).
        02 SHOP-SALES           BINARY-LONG UNSIGNED.
        02 SHOP-EMPTIES         BINARY-LONG UNSIGNED.
        02 SHOP-RESTOCKS        BINARY-LONG UNSIGNED.
        02 SHOP-START-EMPTY     BINARY-CHAR.
    01 SHOP-INDEX           BINARY-LONG UNSIGNED.
    01 EMPTY-SHOP-COUNT     BINARY-LONG UNSIGNED    VALUE 0.
    01 TABLE-FULL-NOTE      BINARY-CHAR UNSIGNED    VALUE 0.
    *> output building
    01 OUT-BUFFER           PIC X(1000000).
    01 OUT-POINTER          BINARY-LONG UNSIGNED.
    01 OUT-LENGTH           BINARY-LONG UNSIGNED.
    01 OUT-FILE-NAME        PIC X(64).
    01 NUM-DISPLAY          PIC -(14)9.
    01 NUM-DISPLAY-2        PIC -(14)9.
    01 NUM-DISPLAY-3        PIC -(14)9.
    01 NUM-DISPLAY-4        PIC -(14)9.
    01 DIM-NAME             PIC X(10).

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
    IF REPORT-DATE(5:1) NOT = "-" OR REPORT-DATE(8:1) NOT = "-"
            OR REPORT-DATE(1:4) IS NOT NUMERIC OR REPORT-DATE(6:2) IS NOT NUMERIC
            OR REPORT-DATE(9:2) IS NOT NUMERIC
        DISPLAY "ShopReport: expected a date as yyyy-mm-dd, got " FUNCTION TRIM(COMMAND-ARGS)
        STOP RUN
    END-IF

    *> the week: the report date and the six days before it
    MOVE SPACES TO WEEK-END-TEXT
    STRING REPORT-DATE(1:4) REPORT-DATE(6:2) REPORT-DATE(9:2) INTO WEEK-END-TEXT
    MOVE WEEK-END-TEXT TO WEEK-END-NUM
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WEEK-END-NUM) - 6
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO WEEK-START-NUM
    MOVE WEEK-START-NUM TO WEEK-START-TEXT
    MOVE SPACES TO WEEK-START-DISPLAY
    STRING WEEK-START-TEXT(1:4) "-" WEEK-START-TEXT(5:2) "-" WEEK-START-TEXT(7:2) INTO WEEK-START-DISPLAY

    CALL "CBL_CREATE_DIR" USING "report"

    CALL "Files-Size" USING "save/shop-ledger.txt" LEDGER-FILE-SIZE
    IF LEDGER-FILE-SIZE > FILE-BUFFER-MAX
        MOVE 1 TO TRUNCATED-NOTE
        MOVE SPACES TO SHELL-COMMAND
        STRING "tail -c 4194304 save/shop-ledger.txt > " FUNCTION TRIM(LEDGER-TAIL-NAME) INTO SHELL-COMMAND
        CALL "SYSTEM" USING SHELL-COMMAND RETURNING SHELL-STATUS
        CALL "Files-ReadAll" USING LEDGER-TAIL-NAME FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    ELSE
        CALL "Files-ReadAll" USING "save/shop-ledger.txt" FILE-BUFFER FILE-BUFFER-LENGTH IO-FAILURE
    END-IF
    IF IO-FAILURE NOT = 0 OR FILE-BUFFER-LENGTH = 0
        DISPLAY "ShopReport: no shop ledger found at save/shop-ledger.txt"
        STOP RUN
    END-IF

    MOVE 1 TO FILE-POINTER
    PERFORM UNTIL FILE-POINTER > FILE-BUFFER-LENGTH
        MOVE SPACES TO CURRENT-LINE
        UNSTRING FILE-BUFFER(1:FILE-BUFFER-LENGTH) DELIMITED BY X"0A"
            INTO CURRENT-LINE
            WITH POINTER FILE-POINTER
        IF CURRENT-LINE(1:8) <= WEEK-END-TEXT
            PERFORM ReadLedgerLine
        END-IF
    END-PERFORM

    PERFORM WriteReport

    MOVE LINES-READ TO NUM-DISPLAY
    DISPLAY "ShopReport: " FUNCTION TRIM(NUM-DISPLAY) " ledger line(s) for the week, written to " FUNCTION TRIM(OUT-FILE-NAME)
    STOP RUN.

ReadLedgerLine.
    MOVE SPACES TO LINE-STAMP LINE-KIND LINE-BUYER LINE-OWNER LINE-X-TEXT LINE-Y-TEXT LINE-Z-TEXT
        LINE-DIM-TEXT LINE-ITEM LINE-COUNT-TEXT LINE-PRICE-TEXT LINE-STOCK-TEXT
    UNSTRING CURRENT-LINE DELIMITED BY ALL SPACES
        INTO LINE-STAMP LINE-KIND LINE-BUYER LINE-OWNER LINE-X-TEXT LINE-Y-TEXT LINE-Z-TEXT
            LINE-DIM-TEXT LINE-ITEM LINE-COUNT-TEXT LINE-PRICE-TEXT LINE-STOCK-TEXT
    IF LINE-PRICE-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF LINE-KIND NOT = "sale" AND LINE-KIND NOT = "empty" AND LINE-KIND NOT = "stock"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO LINE-IN-WEEK
    IF LINE-STAMP(1:8) >= WEEK-START-TEXT
        MOVE 1 TO LINE-IN-WEEK
        ADD 1 TO LINES-READ
    END-IF
    MOVE FUNCTION NUMVAL(LINE-X-TEXT) TO LINE-X
    MOVE FUNCTION NUMVAL(LINE-Y-TEXT) TO LINE-Y
    MOVE FUNCTION NUMVAL(LINE-Z-TEXT) TO LINE-Z
    MOVE FUNCTION NUMVAL(LINE-DIM-TEXT) TO LINE-DIM
    MOVE FUNCTION NUMVAL(LINE-COUNT-TEXT) TO LINE-COUNT
    MOVE FUNCTION NUMVAL(LINE-PRICE-TEXT) TO LINE-PRICE
    IF LINE-STOCK-TEXT NOT = SPACES
        MOVE FUNCTION NUMVAL(LINE-STOCK-TEXT) TO LINE-STOCK
        IF LINE-STOCK < LINE-COUNT
            MOVE 1 TO LINE-EMPTY
        ELSE
            MOVE 0 TO LINE-EMPTY
        END-IF
    ELSE
        IF LINE-KIND = "empty"
            MOVE 1 TO LINE-EMPTY
        ELSE
            MOVE -1 TO LINE-EMPTY
        END-IF
    END-IF

    PERFORM FindShop
    IF SHOP-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    *> before the week only the state the shop went into it in matters
    IF LINE-IN-WEEK = 0
        MOVE LINE-EMPTY TO SHOP-START-EMPTY(SHOP-INDEX)
        EXIT PARAGRAPH
    END-IF
    IF LINE-KIND = "stock"
        IF LINE-EMPTY = 0
            ADD 1 TO SHOP-RESTOCKS(SHOP-INDEX)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF LINE-KIND = "empty"
        ADD 1 TO SHOP-EMPTIES(SHOP-INDEX)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SHOP-SALES(SHOP-INDEX)

    PERFORM FindOwner
    IF OWNER-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO OWNER-SALES(OWNER-INDEX)
    ADD LINE-COUNT TO OWNER-UNITS(OWNER-INDEX)
    ADD LINE-PRICE TO OWNER-REVENUE(OWNER-INDEX)

    *> distinct buyers per owner
    MOVE 0 TO BUYER-FOUND
    PERFORM VARYING BUYER-INDEX FROM 1 BY 1 UNTIL BUYER-INDEX > OWNER-BUYER-COUNT OR BUYER-FOUND = 1
        IF OWNER-BUYER-OWNER(BUYER-INDEX) = LINE-OWNER AND OWNER-BUYER-NAME(BUYER-INDEX) = LINE-BUYER
            MOVE 1 TO BUYER-FOUND
        END-IF
    END-PERFORM
    IF BUYER-FOUND = 0
        IF OWNER-BUYER-COUNT < 2000
            ADD 1 TO OWNER-BUYER-COUNT
            MOVE LINE-OWNER TO OWNER-BUYER-OWNER(OWNER-BUYER-COUNT)
            MOVE LINE-BUYER TO OWNER-BUYER-NAME(OWNER-BUYER-COUNT)
            ADD 1 TO OWNER-BUYERS(OWNER-INDEX)
        ELSE
            MOVE 1 TO TABLE-FULL-NOTE
        END-IF
    END-IF

    PERFORM FindItem
    IF ITEM-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ITEM-SALES(ITEM-INDEX)
    ADD LINE-COUNT TO ITEM-UNITS(ITEM-INDEX)
    ADD LINE-PRICE TO ITEM-REVENUE(ITEM-INDEX)

    *> distinct buyers per owner/item
    MOVE 0 TO BUYER-FOUND
    PERFORM VARYING BUYER-INDEX FROM 1 BY 1 UNTIL BUYER-INDEX > ITEM-BUYER-COUNT OR BUYER-FOUND = 1
        IF ITEM-BUYER-ITEM(BUYER-INDEX) = ITEM-INDEX AND ITEM-BUYER-NAME(BUYER-INDEX) = LINE-BUYER
            MOVE 1 TO BUYER-FOUND
        END-IF
    END-PERFORM
    IF BUYER-FOUND = 0
        IF ITEM-BUYER-COUNT < 4000
            ADD 1 TO ITEM-BUYER-COUNT
            MOVE ITEM-INDEX TO ITEM-BUYER-ITEM(ITEM-BUYER-COUNT)
            MOVE LINE-BUYER TO ITEM-BUYER-NAME(ITEM-BUYER-COUNT)
            ADD 1 TO ITEM-BUYERS(ITEM-INDEX)
        ELSE
            MOVE 1 TO TABLE-FULL-NOTE
        END-IF
    END-IF
    EXIT PARAGRAPH.

FindShop.
    *> the shop row for the line's chest, added on first sight; 0 when full
    PERFORM VARYING SHOP-INDEX FROM 1 BY 1 UNTIL SHOP-INDEX > SHOP-COUNT
        IF SHOP-X(SHOP-INDEX) = LINE-X AND SHOP-Y(SHOP-INDEX) = LINE-Y AND SHOP-Z(SHOP-INDEX) = LINE-Z
                AND SHOP-DIM(SHOP-INDEX) = LINE-DIM AND SHOP-OWNER(SHOP-INDEX) = LINE-OWNER
            MOVE LINE-ITEM TO SHOP-ITEM(SHOP-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF SHOP-COUNT >= 1000
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO SHOP-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SHOP-COUNT
    MOVE SHOP-COUNT TO SHOP-INDEX
    MOVE LINE-OWNER TO SHOP-OWNER(SHOP-INDEX)
    MOVE LINE-X TO SHOP-X(SHOP-INDEX)
    MOVE LINE-Y TO SHOP-Y(SHOP-INDEX)
    MOVE LINE-Z TO SHOP-Z(SHOP-INDEX)
    MOVE LINE-DIM TO SHOP-DIM(SHOP-INDEX)
    MOVE LINE-ITEM TO SHOP-ITEM(SHOP-INDEX)
    MOVE 0 TO SHOP-SALES(SHOP-INDEX)
    MOVE 0 TO SHOP-EMPTIES(SHOP-INDEX)
    MOVE 0 TO SHOP-RESTOCKS(SHOP-INDEX)
    MOVE -1 TO SHOP-START-EMPTY(SHOP-INDEX)
    EXIT PARAGRAPH.

FindOwner.
    PERFORM VARYING OWNER-INDEX FROM 1 BY 1 UNTIL OWNER-INDEX > OWNER-COUNT
        IF OWNER-NAME(OWNER-INDEX) = LINE-OWNER
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF OWNER-COUNT >= 200
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO OWNER-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO OWNER-COUNT
    MOVE OWNER-COUNT TO OWNER-INDEX
    MOVE LINE-OWNER TO OWNER-NAME(OWNER-INDEX)
    MOVE 0 TO OWNER-SALES(OWNER-INDEX) OWNER-UNITS(OWNER-INDEX) OWNER-REVENUE(OWNER-INDEX) OWNER-BUYERS(OWNER-INDEX)
    EXIT PARAGRAPH.

FindItem.
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-COUNT
        IF ITEM-OWNER(ITEM-INDEX) = LINE-OWNER AND ITEM-NAME(ITEM-INDEX) = LINE-ITEM
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF ITEM-COUNT >= 500
        MOVE 1 TO TABLE-FULL-NOTE
        MOVE 0 TO ITEM-INDEX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ITEM-COUNT
    MOVE ITEM-COUNT TO ITEM-INDEX
    MOVE LINE-OWNER TO ITEM-OWNER(ITEM-INDEX)
    MOVE LINE-ITEM TO ITEM-NAME(ITEM-INDEX)
    MOVE 0 TO ITEM-SALES(ITEM-INDEX) ITEM-UNITS(ITEM-INDEX) ITEM-REVENUE(ITEM-INDEX) ITEM-BUYERS(ITEM-INDEX)
    EXIT PARAGRAPH.

WriteReport.
    MOVE SPACES TO OUT-BUFFER
    MOVE 1 TO OUT-POINTER
    STRING "Chest-shop sales for " WEEK-START-DISPLAY " to " REPORT-DATE X"0A"
        "==============================================" X"0A" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER

    STRING "By owner (sales, units, emeralds, distinct buyers)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF OWNER-COUNT = 0
        STRING "  no sales this week" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING OWNER-INDEX FROM 1 BY 1 UNTIL OWNER-INDEX > OWNER-COUNT
        MOVE OWNER-SALES(OWNER-INDEX) TO NUM-DISPLAY
        MOVE OWNER-UNITS(OWNER-INDEX) TO NUM-DISPLAY-2
        MOVE OWNER-REVENUE(OWNER-INDEX) TO NUM-DISPLAY-3
        MOVE OWNER-BUYERS(OWNER-INDEX) TO NUM-DISPLAY-4
        STRING "  " OWNER-NAME(OWNER-INDEX) " " FUNCTION TRIM(NUM-DISPLAY) " sale(s), "
            FUNCTION TRIM(NUM-DISPLAY-2) " unit(s), " FUNCTION TRIM(NUM-DISPLAY-3) " emerald(s), "
            FUNCTION TRIM(NUM-DISPLAY-4) " buyer(s)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM

    STRING X"0A" "By owner and item (sales, units, emeralds, distinct buyers)" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    IF ITEM-COUNT = 0
        STRING "  no sales this week" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    PERFORM VARYING ITEM-INDEX FROM 1 BY 1 UNTIL ITEM-INDEX > ITEM-COUNT
        MOVE ITEM-SALES(ITEM-INDEX) TO NUM-DISPLAY
        MOVE ITEM-UNITS(ITEM-INDEX) TO NUM-DISPLAY-2
        MOVE ITEM-REVENUE(ITEM-INDEX) TO NUM-DISPLAY-3
        MOVE ITEM-BUYERS(ITEM-INDEX) TO NUM-DISPLAY-4
        STRING "  " ITEM-OWNER(ITEM-INDEX) " " FUNCTION TRIM(ITEM-NAME(ITEM-INDEX)) ": "
            FUNCTION TRIM(NUM-DISPLAY) " sale(s), "
            FUNCTION TRIM(NUM-DISPLAY-2) " unit(s), " FUNCTION TRIM(NUM-DISPLAY-3) " emerald(s), "
            FUNCTION TRIM(NUM-DISPLAY-4) " buyer(s)" X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-PERFORM

    *> a shop "stayed empty" when nothing was sold from it or stocked into it
    *> all week, and it was empty going in or a buyer found it so - see the
    *> top of this program
    STRING X"0A" "Shops that stayed empty all week, with no sales and no restock (owner, position, item, refused purchases)" X"0A"
        INTO OUT-BUFFER WITH POINTER OUT-POINTER
    PERFORM VARYING SHOP-INDEX FROM 1 BY 1 UNTIL SHOP-INDEX > SHOP-COUNT
        IF SHOP-SALES(SHOP-INDEX) = 0 AND SHOP-RESTOCKS(SHOP-INDEX) = 0
                AND (SHOP-EMPTIES(SHOP-INDEX) > 0 OR SHOP-START-EMPTY(SHOP-INDEX) = 1)
            ADD 1 TO EMPTY-SHOP-COUNT
            EVALUATE SHOP-DIM(SHOP-INDEX)
                WHEN 1
                    MOVE "nether" TO DIM-NAME
                WHEN OTHER
                    MOVE "overworld" TO DIM-NAME
            END-EVALUATE
            MOVE SHOP-X(SHOP-INDEX) TO NUM-DISPLAY
            MOVE SHOP-Y(SHOP-INDEX) TO NUM-DISPLAY-2
            MOVE SHOP-Z(SHOP-INDEX) TO NUM-DISPLAY-3
            MOVE SHOP-EMPTIES(SHOP-INDEX) TO NUM-DISPLAY-4
            STRING "  " SHOP-OWNER(SHOP-INDEX) " " FUNCTION TRIM(NUM-DISPLAY) " "
                FUNCTION TRIM(NUM-DISPLAY-2) " " FUNCTION TRIM(NUM-DISPLAY-3) " "
                FUNCTION TRIM(DIM-NAME) " " FUNCTION TRIM(SHOP-ITEM(SHOP-INDEX)) ": "
                FUNCTION TRIM(NUM-DISPLAY-4) " refused" X"0A"
                INTO OUT-BUFFER WITH POINTER OUT-POINTER
        END-IF
    END-PERFORM
    IF EMPTY-SHOP-COUNT = 0
        STRING "  none" X"0A" INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    IF TRUNCATED-NOTE = 1
        STRING X"0A" "Note: save/shop-ledger.txt exceeded the report buffer - only its newest 4 MiB were read." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF
    IF TABLE-FULL-NOTE = 1
        STRING X"0A" "Note: more owners, items, shops or buyers than the report tracks - totals are partial." X"0A"
            INTO OUT-BUFFER WITH POINTER OUT-POINTER
    END-IF

    COMPUTE OUT-LENGTH = OUT-POINTER - 1
    MOVE SPACES TO OUT-FILE-NAME
    STRING "report/shop-sales-" REPORT-DATE ".txt" INTO OUT-FILE-NAME
    CALL "Files-WriteAll" USING OUT-FILE-NAME OUT-BUFFER OUT-LENGTH IO-FAILURE
    EXIT PARAGRAPH.

END PROGRAM ShopReport.
