      * PROJECT-EULER-15-AUTHCHK: the operator authority check the
      * console maintenance transactions call before they show or
      * change a guarded file.  only the options transaction used to
      * ask who you were, and it took any non-blank ID; anyone at
      * the console could switch the overflow action to SKIP or
      * delete a scenario routing-analysis depends on.  the check
      * looks the operator up on PE15AUTH (see AUTHREC), answers
      * whether the access asked for is held, and appends every
      * denial to the PE15SECL security log (see SECLREC) before it
      * returns, so no transaction can refuse someone without the
      * audit group hearing of it.
      * the check fails closed: no operator ID, an operator not on
      * file, or an authority file that is missing or will not open
      * is a denial, never a free pass.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-authchk.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the operator authority file; optional only so that a shop
      * without one gets a logged denial instead of an I/O error.
           SELECT OPTIONAL authority-file ASSIGN TO "PE15AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authority-status.

      * the security log, opened EXTEND so every denial accumulates.
           SELECT OPTIONAL security-log-file ASSIGN TO "PE15SECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-security-log-status.


       DATA DIVISION.
       FILE SECTION.
       FD  authority-file
           RECORDING MODE IS F.
           COPY authrec.

       FD  security-log-file
           RECORDING MODE IS F.
           COPY seclrec.

       WORKING-STORAGE SECTION.

       01 ws-authority-status          PIC XX.
       01 ws-security-log-status       PIC XX.
       01 ws-authority-eof-flag        PIC X VALUE "N".
           88 authority-eof                    VALUE "Y".
           88 authority-not-eof                VALUE "N".
       01 ws-operator-found-flag       PIC X.
           88 operator-found                   VALUE "Y".
           88 operator-not-found               VALUE "N".

           COPY authlist.
       01 ws-file-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-file-slot                 USAGE IS UNSIGNED-LONG.

      * denial timestamp for the log line
       01 ws-current-date-time         PIC X(21).
       01 ws-denial-timestamp          PIC X(19).

       LINKAGE SECTION.
           COPY authparm.


       PROCEDURE DIVISION USING authority-check-parms.
       do-the-needful.
           SET authc-denied TO TRUE
           MOVE SPACE TO authc-level-held
           MOVE SPACES TO authc-reason

           PERFORM find-file-slot
           EVALUATE TRUE
               WHEN authc-operator = SPACES
                   MOVE "NO OPERATOR ID ENTERED" TO authc-reason
               WHEN ws-file-slot = 0
                   MOVE "FILE NOT UNDER AUTHORITY CONTROL"
                       TO authc-reason
               WHEN OTHER
                   PERFORM look-up-operator
           END-EVALUATE

           IF authc-denied
               PERFORM log-denial
           END-IF
           GOBACK
           .


      * precond: authc-file is set
      * postcond: ws-file-slot is the file's level-byte slot, or 0
      * when the file is not one AUTHLIST guards
       find-file-slot.
           MOVE 0 TO ws-file-slot
           PERFORM VARYING ws-file-ix FROM 1 BY 1
                   UNTIL ws-file-ix > auth-file-count
                       OR ws-file-slot > 0
               IF auth-file-name(ws-file-ix) = authc-file
                       AND authc-file NOT = SPACES
                   MOVE ws-file-ix TO ws-file-slot
               END-IF
           END-PERFORM
           .


      * precond: authc-operator is not blank and ws-file-slot is set
      * postcond: authc-level-held is the operator's level on the
      * file and authc-result says whether it covers the access
      * asked for, with the reason when it does not
       look-up-operator.
           SET operator-not-found TO TRUE
           OPEN INPUT authority-file
           EVALUATE ws-authority-status
               WHEN "00"
                   SET authority-not-eof TO TRUE
                   PERFORM read-next-authority
                   PERFORM UNTIL authority-eof OR operator-found
                       IF auth-operator = authc-operator
                           SET operator-found TO TRUE
                           MOVE auth-level(ws-file-slot)
                               TO authc-level-held
                       ELSE
                           PERFORM read-next-authority
                       END-IF
                   END-PERFORM
                   CLOSE authority-file
               WHEN "05"
                   CLOSE authority-file
                   MOVE "NO AUTHORITY FILE ON HAND" TO authc-reason
               WHEN OTHER
                   STRING "AUTHORITY FILE STATUS "
                       ws-authority-status
                       DELIMITED BY SIZE
                       INTO authc-reason
           END-EVALUATE

           IF authc-reason = SPACES
               EVALUATE TRUE
                   WHEN operator-not-found
                       MOVE "OPERATOR NOT ON AUTHORITY FILE"
                           TO authc-reason
                   WHEN authc-want-change AND authc-holds-change
                       SET authc-granted TO TRUE
                   WHEN authc-want-view AND authc-holds-view
                       SET authc-granted TO TRUE
                   WHEN authc-want-change
                       MOVE "NO CHANGE AUTHORITY" TO authc-reason
                   WHEN OTHER
                       MOVE "NO VIEW AUTHORITY" TO authc-reason
               END-EVALUATE
           END-IF
           .


      * precond: authority-file is open for input
      * postcond: authority-record holds the next operator, and
      * authority-eof is set true once the file is exhausted
       read-next-authority.
           READ authority-file
               AT END
                   SET authority-eof TO TRUE
           END-READ
           .


      * precond: the access asked for was denied, reason set
      * postcond: one security-log line records the attempt; a log
      * that will not take it is said loudly on the console -- the
      * denial itself stands either way
       log-denial.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE SPACES TO ws-denial-timestamp
           STRING ws-current-date-time(1:4) "-"
               ws-current-date-time(5:2) "-"
               ws-current-date-time(7:2) " "
               ws-current-date-time(9:2) ":"
               ws-current-date-time(11:2) ":"
               ws-current-date-time(13:2)
               DELIMITED BY SIZE
               INTO ws-denial-timestamp

           OPEN EXTEND security-log-file
           IF ws-security-log-status = "35"
               OPEN OUTPUT security-log-file
           END-IF
           IF ws-security-log-status NOT = "00" AND "05"
               DISPLAY "PE15AUTHCHK: UNABLE TO OPEN SECURITY LOG, "
                   "STATUS " ws-security-log-status
                   " - DENIAL OF " authc-operator " NOT LOGGED"
           ELSE
               MOVE SPACES TO security-log-record
               MOVE ws-denial-timestamp TO secl-timestamp
               MOVE authc-operator TO secl-operator
               MOVE authc-transaction TO secl-transaction
               MOVE authc-file TO secl-file
               IF authc-want-change
                   MOVE "CHANGE" TO secl-access
               ELSE
                   MOVE "VIEW" TO secl-access
               END-IF
               MOVE authc-reason TO secl-reason
               WRITE security-log-record
               CLOSE security-log-file
           END-IF
           .

       END PROGRAM project-euler-15-authchk.
