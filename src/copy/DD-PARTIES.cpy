      *> --- DD-PARTIES ---
      *> Player parties, loaded from save/parties.txt (one "<party> <color>
      *> <leader> [<member> ...]" line per party, blank lines and "#" comment
      *> lines ignored) and rewritten whenever /party changes one - see
      *> Parties-Load/Parties-Save and HandlePartyCommand in Server. The first
      *> member is always the leader. PARTY-COLOR is the scoreboard team color
      *> (0-15) the party's names are drawn in on the tab list and sidebar - see
      *> SendPacket-UpdateTeams. Pending invitations live only in memory.
      *> Declared EXTERNAL so Server and the Parties-* programs address the same
      *> table.
       01 MAX-PARTIES          BINARY-LONG UNSIGNED    VALUE 32.
       01 MAX-PARTY-MEMBERS    BINARY-LONG UNSIGNED    VALUE 8.
       01 PARTIES-TABLE EXTERNAL.
           02 PARTY-COUNT          BINARY-LONG UNSIGNED    VALUE 0.
           02 PARTY-ENTRY OCCURS 32 TIMES.
               03 PARTY-NAME           PIC X(16).
               03 PARTY-COLOR          BINARY-CHAR UNSIGNED    VALUE 0.
               03 PARTY-MEMBER-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
               03 PARTY-MEMBERS.
                   04 PARTY-MEMBER OCCURS 8 TIMES PIC X(16).
               03 PARTY-INVITE-COUNT   BINARY-LONG UNSIGNED    VALUE 0.
               03 PARTY-INVITE OCCURS 8 TIMES PIC X(16).
