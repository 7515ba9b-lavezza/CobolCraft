      *> --- DD-MESSAGES ---
      *> Translated player-facing messages, one catalog per language, each
      *> loaded from save/messages/<language>.txt (one "<message-id> <text>"
      *> line per message, blank lines and "#" comment lines ignored, {1} to
      *> {4} standing for the message's values). A catalog takes a slot the
      *> first time a player needs that language and is re-read with the other
      *> hot-reloaded files from then on - see Messages-Load and
      *> Messages-Format. Slot 1 is always "en"; a slot whose file does not
      *> exist (MSG-CATALOG-FOUND 0) may be handed to another language when
      *> the table is full. Declared EXTERNAL so the Messages-* programs share
      *> one table.
       01 MAX-MSG-CATALOGS     BINARY-LONG UNSIGNED    VALUE 12.
       01 MAX-MSG-ENTRIES      BINARY-LONG UNSIGNED    VALUE 400.
       01 MESSAGES-TABLE EXTERNAL.
           02 MSG-CATALOG-COUNT    BINARY-LONG UNSIGNED    VALUE 0.
           02 MSG-CATALOG OCCURS 12 TIMES.
               03 MSG-CATALOG-LANGUAGE PIC X(16).
               03 MSG-CATALOG-FOUND    BINARY-CHAR UNSIGNED    VALUE 0.
               03 MSG-ENTRY-COUNT      BINARY-LONG UNSIGNED    VALUE 0.
               03 MSG-ENTRY OCCURS 400 TIMES.
                   04 MSG-ENTRY-ID         PIC X(32).
                   04 MSG-ENTRY-TEXT       PIC X(192).
                   04 MSG-ENTRY-LEN        BINARY-LONG UNSIGNED    VALUE 0.
