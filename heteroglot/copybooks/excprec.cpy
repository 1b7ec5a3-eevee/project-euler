      *   SCENMISS - the pair names a blockage scenario the library
      *              no longer resolves (it passed the front-end
      *              edit, so the library changed in between)
      * the trailing request ID and requesting area say whose
      * request the set-aside pair was, carried from its card.
       01  exception-record.
           05  excp-width                   PIC 9(4).
           05  excp-height                  PIC 9(4).
           05  excp-reason-code             PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  excp-run-date                PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  excp-request-id              PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  excp-requesting-area         PIC X(20).
