      * AUTHLIST - the maintained files under operator authority,
      * in the order of the level bytes on an AUTHREC record, with
      * the console transaction that maintains each.  the spare
      * slots at the end are for the next file that needs guarding:
      * a new guarded file is a name here and a level byte on the
      * operators who need it, not a new record layout.
       78  auth-file-count                  VALUE IS 8.
       01  auth-file-table-values.
           05  FILLER                       PIC X(16)
                                            VALUE "PE15DFLTMAINT   ".
           05  FILLER                       PIC X(16)
                                            VALUE "PE15SCENSCENMNT ".
           05  FILLER                       PIC X(16)
                                            VALUE "PE15STNDSTNDMNT ".
           05  FILLER                       PIC X(16)
                                            VALUE "PE15OPTSOPTSMNT ".
           05  FILLER                       PIC X(16)
                                            VALUE "PE15FCTLIFACREL ".
           05  FILLER                       PIC X(16)
                                            VALUE "PE15SUBSSUBSMNT ".
           05  FILLER                       PIC X(16) VALUE SPACES.
           05  FILLER                       PIC X(16) VALUE SPACES.
       01  auth-file-table REDEFINES auth-file-table-values.
           05  auth-file-entry OCCURS 8 TIMES.
               10  auth-file-name           PIC X(8).
               10  auth-file-transaction    PIC X(8).
