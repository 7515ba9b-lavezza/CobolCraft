      *> Connected clients. Declared EXTERNAL so Server and any subprogram (e.g.
      *> World-*) that needs to send a packet to, or inspect the state of, a
      *> connected client address the same table rather than a private copy.
      *> There are a few more connection slots than MAX-PLAYERS, so status pings
      *> and the login wait queue (see CLIENT-QUEUE-TICKET) still have somewhere
      *> to sit while every player slot is taken by someone actually playing.
       01 MAX-CLIENTS          BINARY-LONG UNSIGNED    VALUE 14.
       01 CLIENTS-TABLE EXTERNAL.
           02 CLIENTS OCCURS 14 TIMES.
               03 CLIENT-PRESENT      BINARY-CHAR             VALUE 0.
               03 CLIENT-HNDL         PIC X(4)                VALUE X"00000000".
               *> State of the player (0 = handshake, 1 = status, 2 = login, 3 = configuration, 4 = play, -1 = disconnect)
               *> -1 means nothing carried. No NBT is kept for a carried item.
               03 CLIENT-CURSOR-ITEM-ID       BINARY-LONG             VALUE -1.
               03 CLIENT-CURSOR-ITEM-COUNT    BINARY-CHAR UNSIGNED    VALUE 0.
               *> The one exception: a carried potion keeps its brew name here
               *> (e.g. "minecraft:swiftness") in any window, so it survives the
               *> trip between slots - see InteractCursorWithSlot and
               *> HandleBrewingClick in Server. Spaces for anything else.
               03 CLIENT-CURSOR-POTION        PIC X(32)               VALUE SPACES.
               *> Eating in progress - set by the "Use item" handler when the held
               *> hotbar item is edible, counted down by SurvivalTick, which consumes
               *> the item and credits food/saturation once the vanilla eating delay
               *> who last whispered this client (/msg), so /r knows where a
               *> reply goes - cleared when the connection slot is reused
               03 CLIENT-REPLY-NAME           PIC X(16).
               *> 1 while /party chat sends this client's lines to their party
               *> only - see HandlePartyCommand in Server
               03 CLIENT-PARTY-CHAT           BINARY-CHAR UNSIGNED    VALUE 0.
               *> the two corners marked with /claim pos1 and /claim pos2, in
               *> block columns, until /claim create uses them - see
               *> HandleClaimCommand in Server
               03 CLIENT-CLAIM-CORNERS.
                   04 CLIENT-CLAIM-CORNER OCCURS 2 TIMES.
                       05 CLIENT-CLAIM-CORNER-SET  BINARY-CHAR UNSIGNED    VALUE 0.
                       05 CLIENT-CLAIM-CORNER-DIM  BINARY-CHAR UNSIGNED    VALUE 0.
                       05 CLIENT-CLAIM-CORNER-X    BINARY-LONG             VALUE 0.
                       05 CLIENT-CLAIM-CORNER-Z    BINARY-LONG             VALUE 0.
               *> Ticks left before this client's player may use a nether portal
               *> again - set by ChangePlayerDimension so the return portal placed
               *> under their feet doesn't bounce them straight back, counted down
               03 CLIENT-PACKETS-IN           BINARY-DOUBLE UNSIGNED  VALUE 0.
               03 CLIENT-PACKETS-OUT          BINARY-DOUBLE UNSIGNED  VALUE 0.
               03 CLIENT-PING-MS              BINARY-LONG UNSIGNED    VALUE 0.
               *> Login wait queue - set by CompleteLoginStart when every player
               *> slot is held by someone online, so the connection is parked in
               *> the login state instead of being turned away. The ticket orders
               *> the queue (0 = not waiting); ops jump ahead of everyone else
               *> through CLIENT-QUEUE-PRIORITY. The username and any verified
               *> account UUID are kept so LoginQueueTick in Server can finish
               *> the login once a slot frees up.
               03 CLIENT-QUEUE-TICKET         BINARY-LONG UNSIGNED    VALUE 0.
               03 CLIENT-QUEUE-PRIORITY       BINARY-CHAR UNSIGNED    VALUE 0.
               03 CLIENT-QUEUE-NAME           PIC X(16).
               03 CLIENT-QUEUE-NAME-LEN       BINARY-LONG UNSIGNED    VALUE 0.
               03 CLIENT-QUEUE-UUID           PIC X(16).
               03 CLIENT-QUEUE-UUID-SET       BINARY-CHAR UNSIGNED    VALUE 0.
               03 CLIENT-QUEUE-NOTIFY-TIME    BINARY-DOUBLE           VALUE 0.
               *> The remote address this connection came from, taken once by
               *> InsertClient - written into the login trace in logs/server.log
               *> and into every login rejection in the audit trail, so the
               *> CaseFile batch program can tie logins to addresses.
               03 CLIENT-ADDRESS              PIC X(45).
               *> Behind a trusted proxy speaking the PROXY protocol (see
               *> DD-PROXY) CLIENT-ADDRESS is the real client's, taken from the
               *> header, and the proxy's own is kept here (spaces for a direct
               *> connection). CLIENT-PROXY-PENDING is 1 from InsertClient until
               *> ReadProxyHeader has the whole header in hand; no game packet
               *> is read before then.
               03 CLIENT-PROXY-ADDRESS        PIC X(45).
               03 CLIENT-PROXY-PENDING        BINARY-CHAR UNSIGNED    VALUE 0.
               *> Session accounting, stamped when the player joins and written
               *> out by Session-Record when RemoveClient drops the connection:
               *> the local login time (yyyymmddhhmmss), the millisecond clock
               *> at that moment, whether this was the player's first time on the
               *> server, and why the session ended. Whoever disconnects the
               *> client on purpose sets CLIENT-END-REASON first (kick, ban,
               *> afk, timeout, shutdown); left blank it is recorded as a quit.
               03 CLIENT-SESSION-LOGIN        PIC X(14).
               03 CLIENT-SESSION-START-MS     BINARY-DOUBLE           VALUE 0.
               03 CLIENT-SESSION-FIRST        BINARY-CHAR UNSIGNED    VALUE 0.
               03 CLIENT-END-REASON           PIC X(8).
               *> The protocol version number this client gave in its Handshake,
               *> and which DD-PROTOCOL version that is (0 = one this server does
               *> not speak, refused at Login Start) - see HandleHandshake, and
               *> SendPacket/ReceivePacket, which translate packet IDs by it.
               03 CLIENT-PROTOCOL             BINARY-LONG             VALUE 0.
               03 CLIENT-PROTOCOL-INDEX       BINARY-LONG UNSIGNED    VALUE 0.
