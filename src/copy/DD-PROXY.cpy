      *> --- DD-PROXY ---
      *> HAProxy PROXY protocol (v1 text and v2 binary header) for a server
      *> run behind a TCP proxy, loaded from save/proxy.txt - one
      *> "<setting> <value>" line per setting, blank lines and "#" comment
      *> lines ignored - see Proxy-Load. With it on, a connection from one
      *> of the trusted proxy addresses must open with the header, and the
      *> client address it carries replaces the proxy's for IP bans, rate
      *> limiting, the login audit lines and netstat - see InsertClient and
      *> ReadProxyHeader in Server. A header from anywhere else is refused -
      *> see RejectProxyHeader.
      *> A missing file leaves it off. Hot-reloaded alongside the access
      *> lists; connections already open keep the address they were given.
       01 MAX-TRUSTED-PROXIES  BINARY-LONG UNSIGNED    VALUE 8.
       01 PROXY-SETTINGS EXTERNAL.
           *> "proxy-protocol", on or off
           02 PROXY-PROTOCOL-ENABLED BINARY-CHAR UNSIGNED VALUE 0.
           *> "trusted", one line per proxy address, as Socket-GetPeerAddress
           *> reports it
           02 PROXY-TRUSTED-COUNT  BINARY-LONG UNSIGNED    VALUE 0.
           02 PROXY-TRUSTED-ADDRESS OCCURS 8 TIMES PIC X(45).
