      * that house style and runs unattended-friendly, one prompt at a
      * time, the same way an operator would drive any other utility
      * at this shop.
      *
      * the operator keys an ID first and must hold view authority
      * on PE15DFLT in the operator authority file to see the
      * default, change authority to alter it; a refusal is logged
      * to the security log for the audit group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-maint.
       01 ws-new-width                 PIC 9(4).
       01 ws-new-height                PIC 9(4).
       01 ws-console-reply             PIC X(4).
       01 ws-operator-id               PIC X(8).
       01 ws-confirm-flag              PIC X.
           88 confirm-save                     VALUE "Y" "y".
           88 confirm-cancel                   VALUE "N" "n".

      * the operator authority check, and whether change authority
      * has been asked for yet
           COPY authparm.
       01 ws-change-checked-flag       PIC X VALUE "N".
           88 change-authority-checked         VALUE "Y".


       PROCEDURE DIVISION.
       do-the-needful.
           DISPLAY "PROJECT-EULER-15 - DEFAULT GRID SIZE MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-operator-id
           ACCEPT ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15MAINT: NO CHANGE MADE"
               STOP RUN
           END-IF

           PERFORM read-current-default
           MOVE ws-current-width TO ws-new-width
           MOVE ws-current-height TO ws-new-height

           DISPLAY "CURRENT DEFAULT WIDTH:  " ws-current-width
           DISPLAY "CURRENT DEFAULT HEIGHT: " ws-current-height

      * the first value keyed is an attempt to change PE15DFLT, and
      * is put to the authority check then, so a view-only
      * operator's attempt is refused and logged like any other
           DISPLAY "ENTER NEW DEFAULT WIDTH (BLANK = NO CHANGE): "
               WITH NO ADVANCING
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           IF ws-console-reply NOT = SPACES
               PERFORM check-change-authority
               MOVE ws-console-reply TO ws-new-width
           END-IF

           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           IF ws-console-reply NOT = SPACES
               PERFORM check-change-authority
               MOVE ws-console-reply TO ws-new-height
           END-IF

      * nothing keyed: a view-only operator has nothing to save
           IF NOT change-authority-checked
                   AND NOT authc-holds-change
               DISPLAY "PE15MAINT: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "SAVE THIS CHANGE? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           CLOSE default-parm-file
           .


      * precond: the operator has keyed a new default value
      * postcond: the operator holds change authority on PE15DFLT,
      * asked of AUTHCHK the first time only; otherwise the refusal
      * is logged and shown and the transaction ends, no change made
       check-change-authority.
           IF NOT change-authority-checked
               SET change-authority-checked TO TRUE
               SET authc-want-change TO TRUE
               PERFORM check-operator-authority
               IF authc-denied
                   DISPLAY "PE15MAINT: NO CHANGE MADE"
                   STOP RUN
               END-IF
           END-IF
           .


      * precond: ws-operator-id holds the operator keyed at the
      * console and authc-access the access wanted on PE15DFLT
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "MAINT" TO authc-transaction
           MOVE "PE15DFLT" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15MAINT: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-maint.
