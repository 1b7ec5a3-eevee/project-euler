      * maintenance transactions: every field prompted with blank
      * meaning no change ("*" clears a field back to not-set), the
      * whole change confirmed before anything is written.
      * the operator ID keyed first is checked against the operator
      * authority file: view authority on PE15OPTS to see the
      * options, change authority to alter them, and every refusal
      * logged to the security log for the audit group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-optsmnt.
       01 ws-current-date-time         PIC X(21).
       01 ws-change-timestamp          PIC X(19).

      * the operator authority check
           COPY authparm.


       PROCEDURE DIVISION.
       do-the-needful.

      * every change is somebody's change: no operator identity,
      * no update -- an unattributed change log is no evidence
      * trail at all -- and only an operator the authority file
      * lets see the options gets any further
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           MOVE ws-console-reply TO ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15OPTSMNT: NO CHANGE MADE"
               STOP RUN
           END-IF

               STOP RUN
           END-IF

      * options keyed that differ from the file are an attempt to
      * change PE15OPTS: only change authority lets it stand, and a
      * view-only operator's attempt is refused and logged
           SET authc-want-change TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15OPTSMNT: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "SAVE THESE OPTIONS? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           WRITE opts-log-record
           .


      * precond: ws-operator-id holds the operator keyed at the
      * console and authc-access the access wanted on PE15OPTS
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "OPTSMNT" TO authc-transaction
           MOVE "PE15OPTS" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15OPTSMNT: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-optsmnt.
