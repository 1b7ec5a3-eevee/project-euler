      * AUTHREC - one operator authority record in PE15AUTH, kept by
      * the security administration group: which operator may view
      * or change each maintained file the console transactions
      * guard.  anyone who could reach the console used to be able
      * to switch the overflow action to SKIP or delete the
      * downtown-core scenario; the transactions now look the
      * operator up here first.  one level byte per guarded file,
      * slot for slot with AUTHLIST:
      *   C - may view and change the file
      *   V - may view it only
      *   blank (or anything else) - no authority at all
      * an operator not on the file holds no authority anywhere.
      * the granted date and granting administrator are carried for
      * the audit group's authority-holder report.
       01  authority-record.
           05  auth-operator                PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  auth-operator-name           PIC X(20).
           05  FILLER                       PIC X VALUE SPACE.
           05  auth-level OCCURS 8 TIMES    PIC X.
               88  auth-may-change                  VALUE "C".
               88  auth-may-view                    VALUE "V" "C".
           05  FILLER                       PIC X VALUE SPACE.
           05  auth-granted-date            PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  auth-granted-by              PIC X(8).
