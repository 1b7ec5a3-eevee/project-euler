      * SECLREC - one security-log line in PE15SECL: an attempt to
      * view or change a guarded file that the operator authority
      * file did not allow -- who, when, through which transaction,
      * against which file, what they tried and why it was refused.
      * appended by PROJECT-EULER-15-AUTHCHK on every denial and
      * never rewritten; the audit group's authority report reads it.
       01  security-log-record.
           05  secl-timestamp               PIC X(19).
           05  FILLER                       PIC X VALUE SPACE.
           05  secl-operator                PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  secl-transaction             PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  secl-file                    PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  secl-access                  PIC X(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  secl-reason                  PIC X(32).
