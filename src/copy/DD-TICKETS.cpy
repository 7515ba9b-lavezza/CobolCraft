      *> --- DD-TICKETS ---
      *> Player report tickets - filed with /report, worked by staff with the
      *> "ticket" command (in game or from the console) - loaded from
      *> save/tickets.txt and rewritten on every change - see Tickets-Load/
      *> Tickets-Save and HandleReportCommand/AdminTicketCommand in Server. The
      *> file holds a "next|<id>" line, then one "|"-separated line per ticket in
      *> the field order below, so the free-text reason and resolution may hold
      *> spaces. TICKET-STATUS is "open", "claimed" or "closed"; a closed ticket
      *> stays on file (OpsDigest counts them) until the table needs its slot.
      *> Positions are block coordinates; TICKET-TARGET-SEEN is 0 when the
      *> reported player was offline, leaving their position unknown.
      *> Timestamps are yyyymmddhhmmss. Declared EXTERNAL so Server and the
      *> Tickets-* programs address the same table.
       01 MAX-TICKETS          BINARY-LONG UNSIGNED    VALUE 200.
       01 TICKETS-TABLE EXTERNAL.
           02 TICKET-COUNT         BINARY-LONG UNSIGNED    VALUE 0.
           02 TICKET-NEXT-ID       BINARY-LONG UNSIGNED    VALUE 1.
           02 TICKET-ENTRY OCCURS 200 TIMES.
               03 TICKET-ID            BINARY-LONG UNSIGNED    VALUE 0.
               03 TICKET-STATUS        PIC X(8).
               03 TICKET-CREATED       PIC X(14).
               03 TICKET-REPORTER      PIC X(16).
               03 TICKET-REPORTER-DIM  BINARY-CHAR UNSIGNED    VALUE 0.
               03 TICKET-REPORTER-X    BINARY-LONG             VALUE 0.
               03 TICKET-REPORTER-Y    BINARY-LONG             VALUE 0.
               03 TICKET-REPORTER-Z    BINARY-LONG             VALUE 0.
               03 TICKET-TARGET        PIC X(16).
               03 TICKET-TARGET-SEEN   BINARY-CHAR UNSIGNED    VALUE 0.
               03 TICKET-TARGET-DIM    BINARY-CHAR UNSIGNED    VALUE 0.
               03 TICKET-TARGET-X      BINARY-LONG             VALUE 0.
               03 TICKET-TARGET-Y      BINARY-LONG             VALUE 0.
               03 TICKET-TARGET-Z      BINARY-LONG             VALUE 0.
               03 TICKET-CLAIMED-BY    PIC X(16).
               03 TICKET-CLOSED        PIC X(14).
               03 TICKET-REASON        PIC X(100).
               03 TICKET-RESOLUTION    PIC X(100).
