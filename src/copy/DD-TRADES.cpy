      *> --- DD-TRADES ---
      *> Villager trades, loaded from save/trades.txt (one "<input item>
      *> <input count> <output item> <output count>" line per trade, blank lines
      *> and "#" comment lines ignored) - see Trades-Load, and InitTradeTable,
      *> MatchVillagerTrade and HandleTradeClick in Server. Single-input trades,
      *> registry IDs resolved once at load time. A missing file (or one with no
      *> usable line) leaves the table empty, and InitTradeTable puts the
      *> built-in trades back. Hot-reloaded alongside the access lists. Declared
      *> EXTERNAL so Server and Trades-Load address the same table. The
      *> TRADE-TABLE group layout matches SendPacket-MerchantOffers' LK-TRADES,
      *> so the table rides out in one piece.
       01 MAX-TRADES           BINARY-LONG UNSIGNED    VALUE 24.
       01 TRADES-TABLE EXTERNAL.
           02 TRADE-TABLE-SIZE     BINARY-LONG UNSIGNED    VALUE 0.
           02 TRADE-TABLE.
               03 TRADE-TABLE-ENTRY OCCURS 24 TIMES.
                   04 TRADE-INPUT-ID       BINARY-LONG.
                   04 TRADE-INPUT-COUNT    BINARY-CHAR UNSIGNED.
                   04 TRADE-OUTPUT-ID      BINARY-LONG.
                   04 TRADE-OUTPUT-COUNT   BINARY-CHAR UNSIGNED.
           02 TRADE-NAME-TABLE.
               03 TRADE-NAME-ENTRY OCCURS 24 TIMES.
                   04 TRADE-INPUT-NAME     PIC X(50).
                   04 TRADE-OUTPUT-NAME    PIC X(50).
