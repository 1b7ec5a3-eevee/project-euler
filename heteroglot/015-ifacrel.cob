      * PROJECT-EULER-15-IFACREL: the supervisor release transaction
      * for a PE15IFAC feed held at the release gate.  the gate
      * (IFACGATE) holds a night's feed off the outbound file when
      * the night's record shows a reconcile mismatch, a changed
      * regression compare or a NIGHTBAL that did not foot, and the
      * cycle stops there until somebody with the authority to do so
      * has looked at it.  this transaction shows a held feed and
      * why it was held, and lets that person release it -- the
      * results are right, send them -- or withdraw it -- they are
      * not, and must never load.  either way a reason is required,
      * and it is kept on the feed's PE15FCTL entry (see FCTLREC)
      * with who decided and when, where the gate report and anyone
      * asking later will find it.  the decision is acted on when
      * IFACGATE is rerun: a released feed ships as written, a
      * withdrawn one ships as a header and a zero trailer under the
      * same sequence number so the load step's gap check is
      * satisfied.
      *
      * console prompt/reply utility, same as the other maintenance
      * transactions: one feed per invocation, confirmed before
      * anything is written.  the operator must hold view authority
      * on PE15FCTL in the operator authority file to see a held
      * feed and change authority to release or withdraw it; a
      * refusal is logged to the security log for the audit group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-ifacrel.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the feed-control file the gate stages feeds on; optional, so
      * a shop that has never gated a feed is told there is nothing
      * held rather than erroring out.
           SELECT OPTIONAL feed-control-file ASSIGN TO "PE15FCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-control-status.


       DATA DIVISION.
       FILE SECTION.
       FD  feed-control-file
           RECORDING MODE IS F.
           COPY fctlrec.

       WORKING-STORAGE SECTION.

      * every feed on file, held in storage while one is decided,
      * then rewritten whole on a confirmed decision.  same 500-entry
      * sizing as the gate's own table.
       78 max-feed-entries VALUE IS 500.

       01 ws-feed-control-status       PIC XX.
       01 ws-feed-control-eof-flag     PIC X VALUE "N".
           88 feed-control-eof                 VALUE "Y".
           88 feed-control-not-eof             VALUE "N".

       01 ws-feed-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-feed-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-feed-table.
           05 ws-feed-entry OCCURS 500 TIMES.
               10 ws-feed-image            PIC X(196).
      * the table slot of the feed in hand, and of the oldest feed
      * still held, offered as the default
       01 ws-work-ix                   USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-oldest-held-ix            USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-held-count                PIC 9(6) VALUE 0.

       01 ws-entered-sequence-x        PIC X(6).
       01 ws-entered-sequence          PIC 9(6).
       01 ws-default-sequence          PIC 9(6).
       01 ws-console-reply             PIC X(8).
       01 ws-reason-reply              PIC X(60).
       01 ws-action-flag               PIC X.
           88 action-release                   VALUE "R" "r".
           88 action-withdraw                  VALUE "W" "w".
       01 ws-confirm-flag              PIC X.
           88 confirm-save                     VALUE "Y" "y".
           88 confirm-cancel                   VALUE "N" "n".
       01 ws-operator-id               PIC X(8).

      * the operator authority check
           COPY authparm.

       01 ws-save-needed-flag          PIC X VALUE "N".
           88 save-needed                      VALUE "Y".
           88 save-not-needed                  VALUE "N".

      * decision timestamp for the feed's entry
       01 ws-current-date-time         PIC X(21).
       01 ws-timestamp                 PIC X(19).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM load-feed-control

           DISPLAY "PROJECT-EULER-15 - INTERFACE FEED RELEASE"
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO ws-operator-id
           ACCEPT ws-operator-id
           SET authc-want-view TO TRUE
           PERFORM check-operator-authority
           IF authc-denied
               DISPLAY "PE15IFACREL: NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "FEEDS HELD AT THE GATE: " ws-held-count
           PERFORM VARYING ws-feed-ix FROM 1 BY 1
                   UNTIL ws-feed-ix > ws-feed-count
               MOVE ws-feed-image(ws-feed-ix) TO feed-control-record
               IF fctl-held
                   DISPLAY "   FEED " fctl-sequence
                       "  CYCLE " fctl-cycle-date
                       "  JOB " fctl-job-id
                       "  STAGED " fctl-staged-at
               END-IF
           END-PERFORM
           IF ws-held-count = 0
               DISPLAY "PE15IFACREL: NO FEED IS HELD, NO CHANGE MADE"
               STOP RUN
           END-IF

           MOVE ws-feed-image(ws-oldest-held-ix) TO feed-control-record
           MOVE fctl-sequence TO ws-default-sequence
           DISPLAY "ENTER FEED SEQUENCE (BLANK = " ws-default-sequence
               "): " WITH NO ADVANCING
           MOVE SPACES TO ws-entered-sequence-x
           ACCEPT ws-entered-sequence-x
           IF ws-entered-sequence-x = SPACES
               MOVE ws-default-sequence TO ws-entered-sequence
           ELSE
               IF ws-entered-sequence-x IS NUMERIC
                   MOVE ws-entered-sequence-x TO ws-entered-sequence
               ELSE
                   DISPLAY "PE15IFACREL: FEED SEQUENCE MUST BE SIX "
                       "DIGITS, NO CHANGE MADE"
                   STOP RUN
               END-IF
           END-IF

           PERFORM find-feed-entry
           IF ws-work-ix = 0
               DISPLAY "PE15IFACREL: FEED " ws-entered-sequence
                   " NOT ON FILE, NO CHANGE MADE"
               STOP RUN
           END-IF
           PERFORM show-one-feed
           IF NOT fctl-held
               DISPLAY "PE15IFACREL: FEED " ws-entered-sequence
                   " IS NOT HELD, NO CHANGE MADE"
               STOP RUN
           END-IF

           DISPLAY "RELEASE OR WITHDRAW THIS FEED? "
               "(R/W, BLANK = VIEW ONLY): " WITH NO ADVANCING
           MOVE SPACES TO ws-console-reply
           ACCEPT ws-console-reply
           MOVE ws-console-reply(1:1) TO ws-action-flag
           PERFORM check-change-authority
           IF action-release OR action-withdraw
               PERFORM decide-feed
           ELSE
               DISPLAY "PE15IFACREL: NO CHANGE MADE"
           END-IF

           IF save-needed
               PERFORM write-feed-control
               IF fctl-released
                   DISPLAY "PE15IFACREL: FEED " fctl-sequence
                       " RELEASED; RERUN IFACGATE TO SHIP IT"
               ELSE
                   DISPLAY "PE15IFACREL: FEED " fctl-sequence
                       " WITHDRAWN; RERUN IFACGATE TO SHIP ITS "
                       "SEQUENCE NUMBER"
               END-IF
           END-IF

           STOP RUN
           .


      * precond: none
      * postcond: ws-feed-table/ws-feed-count hold every feed on
      * PE15FCTL, ws-held-count how many are held, and
      * ws-oldest-held-ix the first of them
       load-feed-control.
           OPEN INPUT feed-control-file
           IF ws-feed-control-status = "00"
               PERFORM read-next-feed-control
               PERFORM UNTIL feed-control-eof
                       OR ws-feed-count = max-feed-entries
                   ADD 1 TO ws-feed-count
                   MOVE feed-control-record
                       TO ws-feed-image(ws-feed-count)
                   IF fctl-held
                       ADD 1 TO ws-held-count
                       IF ws-oldest-held-ix = 0
                           MOVE ws-feed-count TO ws-oldest-held-ix
                       END-IF
                   END-IF
                   PERFORM read-next-feed-control
               END-PERFORM
               CLOSE feed-control-file
           END-IF
           IF ws-feed-control-status = "05"
               CLOSE feed-control-file
           END-IF
           .


      * precond: feed-control-file is open for input
      * postcond: feed-control-record holds the next feed, and
      * feed-control-eof is set true once the file is exhausted
       read-next-feed-control.
           READ feed-control-file
               AT END
                   SET feed-control-eof TO TRUE
           END-READ
           .


      * precond: ws-entered-sequence holds the feed asked for
      * postcond: ws-work-ix is its table slot, and
      * feed-control-record holds it, or ws-work-ix is 0
       find-feed-entry.
           MOVE 0 TO ws-work-ix
           PERFORM VARYING ws-feed-ix FROM 1 BY 1
                   UNTIL ws-feed-ix > ws-feed-count
                       OR ws-work-ix > 0
               MOVE ws-feed-image(ws-feed-ix) TO feed-control-record
               IF fctl-sequence = ws-entered-sequence
                   MOVE ws-feed-ix TO ws-work-ix
               END-IF
           END-PERFORM
           IF ws-work-ix > 0
               MOVE ws-feed-image(ws-work-ix) TO feed-control-record
           END-IF
           .


      * precond: feed-control-record holds the feed in hand
      * postcond: the feed, why the gate held it, and any decision
      * already taken on it are on the console
       show-one-feed.
           DISPLAY "FEED SEQUENCE:  " fctl-sequence
               "   CYCLE: " fctl-cycle-date
               "   JOB ID: " fctl-job-id
           DISPLAY "DETAILS:        " fctl-detail-count
               "   HASH TOTAL: " fctl-hash-total
           DISPLAY "STAGED:         " fctl-staged-at
           DISPLAY "HELD BECAUSE:"
           IF fctl-main-rc >= 8
               DISPLAY "   MAIN JOB ENDED RC " fctl-main-rc
                   " - RECONCILE MISMATCH"
           END-IF
           IF fctl-compare-changed NOT = 0
               DISPLAY "   PE15CMPR SHOWS " fctl-compare-changed
                   " CHANGED RESULT(S)"
           END-IF
           IF fctl-nightbal-rc NOT = 0
               DISPLAY "   NIGHTBAL ENDED RC " fctl-nightbal-rc
                   " - THE NIGHT DOES NOT BALANCE"
           END-IF
           IF fctl-main-rc < 8 AND fctl-compare-changed = 0
                   AND fctl-nightbal-rc = 0
               DISPLAY "   NOTHING - THE FEED PASSED THE GATE"
           END-IF
           EVALUATE TRUE
               WHEN fctl-released
                   DISPLAY "RELEASED BY " fctl-decided-by
                       " AT " fctl-decided-at
                   DISPLAY "REASON: " fctl-decision-reason
               WHEN fctl-withdrawn
                   DISPLAY "WITHDRAWN BY " fctl-decided-by
                       " AT " fctl-decided-at
                   DISPLAY "REASON: " fctl-decision-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF fctl-shipped-at NOT = SPACES
               DISPLAY "SHIPPED:        " fctl-shipped-at
           END-IF
           .


      * precond: the operator chose release or withdraw and holds
      * change authority; feed-control-record holds the held feed
      * at ws-work-ix
      * postcond: with a reason given and the decision confirmed,
      * the feed's entry is released or withdrawn under this
      * operator, now, with the reason, and save-needed is set;
      * otherwise nothing has changed
       decide-feed.
           DISPLAY "ENTER REASON (REQUIRED): " WITH NO ADVANCING
           MOVE SPACES TO ws-reason-reply
           ACCEPT ws-reason-reply
           IF ws-reason-reply = SPACES
               DISPLAY "PE15IFACREL: NO REASON GIVEN, NO CHANGE MADE"
           ELSE
               IF action-release
                   DISPLAY "RELEASE FEED " fctl-sequence "? (Y/N): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "WITHDRAW FEED " fctl-sequence "? (Y/N): "
                       WITH NO ADVANCING
               END-IF
               MOVE SPACES TO ws-console-reply
               ACCEPT ws-console-reply
               MOVE ws-console-reply(1:1) TO ws-confirm-flag
               IF confirm-save
                   PERFORM get-timestamp
                   IF action-release
                       SET fctl-released TO TRUE
                   ELSE
                       SET fctl-withdrawn TO TRUE
                   END-IF
                   MOVE ws-operator-id TO fctl-decided-by
                   MOVE ws-timestamp TO fctl-decided-at
                   MOVE ws-reason-reply TO fctl-decision-reason
                   MOVE feed-control-record
                       TO ws-feed-image(ws-work-ix)
                   SET save-needed TO TRUE
               ELSE
                   DISPLAY "PE15IFACREL: NO CHANGE MADE"
               END-IF
           END-IF
           .


      * precond: none
      * postcond: ws-timestamp holds now, in the audit trail's
      * YYYY-MM-DD HH:MM:SS form
       get-timestamp.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE SPACES TO ws-timestamp
           STRING ws-current-date-time(1:4) "-"
               ws-current-date-time(5:2) "-"
               ws-current-date-time(7:2) " "
               ws-current-date-time(9:2) ":"
               ws-current-date-time(11:2) ":"
               ws-current-date-time(13:2)
               DELIMITED BY SIZE
               INTO ws-timestamp
           .


      * precond: ws-feed-table holds every feed, the decided one
      * updated in its slot
      * postcond: PE15FCTL holds the table
       write-feed-control.
           OPEN OUTPUT feed-control-file
           PERFORM VARYING ws-feed-ix FROM 1 BY 1
                   UNTIL ws-feed-ix > ws-feed-count
               MOVE ws-feed-image(ws-feed-ix) TO feed-control-record
               WRITE feed-control-record
           END-PERFORM
           CLOSE feed-control-file
           MOVE ws-feed-image(ws-work-ix) TO feed-control-record
           .


      * precond: ws-action-flag holds the action the operator chose
      * postcond: a release or withdrawal stands only when the
      * operator holds change authority on PE15FCTL; otherwise the
      * refusal is logged and shown and the action dropped, so the
      * transaction ends with no change made
       check-change-authority.
           IF action-release OR action-withdraw
               SET authc-want-change TO TRUE
               PERFORM check-operator-authority
               IF authc-denied
                   MOVE SPACE TO ws-action-flag
               END-IF
           END-IF
           .


      * precond: ws-operator-id holds the operator keyed at the
      * console and authc-access the access wanted on PE15FCTL
      * postcond: authority-check-parms holds the answer; a denial
      * is already on the security log, and is shown on the console
       check-operator-authority.
           MOVE ws-operator-id TO authc-operator
           MOVE "IFACREL" TO authc-transaction
           MOVE "PE15FCTL" TO authc-file
           CALL "project-euler-15-authchk" USING authority-check-parms
           IF authc-denied
               DISPLAY "PE15IFACREL: OPERATOR " ws-operator-id
                   " DENIED - " authc-reason
           END-IF
           .

       END PROGRAM project-euler-15-ifacrel.
