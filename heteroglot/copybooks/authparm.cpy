      * AUTHPARM - the parameter block a console transaction passes
      * to PROJECT-EULER-15-AUTHCHK to ask whether an operator may
      * view or change one of the guarded files.
      *   operator     - the operator ID keyed at the console
      *   transaction  - the asking transaction, for the log
      *   file         - the guarded file, as named in AUTHLIST
      *   access       - "V" to view, "C" to change
      *   level-held   - returned: the operator's level on the file
      *                  ("C", "V" or blank), so a view-only
      *                  operator can be told so up front
      *   result       - returned: "Y" granted, "N" denied, with
      *                  the reason; every denial is already on the
      *                  PE15SECL security log when the call returns
       01  authority-check-parms.
           05  authc-operator               PIC X(8).
           05  authc-transaction            PIC X(8).
           05  authc-file                   PIC X(8).
           05  authc-access                 PIC X.
               88  authc-want-view                  VALUE "V".
               88  authc-want-change                VALUE "C".
           05  authc-level-held             PIC X.
               88  authc-holds-change               VALUE "C".
               88  authc-holds-view                 VALUE "V" "C".
           05  authc-result                 PIC X.
               88  authc-granted                    VALUE "Y".
               88  authc-denied                     VALUE "N".
           05  authc-reason                 PIC X(32).
