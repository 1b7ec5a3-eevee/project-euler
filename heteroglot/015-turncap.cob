      * PROJECT-EULER-15-TURNCAP: the turnaround capture step, last
      * of the nightly stream.  the requesting areas keep asking how
      * long their requests take and what is still open, and every
      * file that could say so is rewritten the next night.  this
      * step reads the night's files side by side while they still
      * describe the night -- the edited deck (PE15VPRM), the edit's
      * rejects (PE15RJCT), the main job's set-asides (PE15EXCP),
      * the feed it built (PE15IFAC), the feed the release gate
      * shipped (PE15IFOT), the resend feed (PE15RSND) and the
      * acknowledgments received (PE15ACK) -- and records on the
      * turnaround register, PE15TURN (see TURNREC), one CARD event
      * per card due tonight with the furthest the night took it,
      * one RSND event per detail retransmitted and one ACK event per
      * acknowledgment.  the monthly turnaround report (TURNRPT)
      * follows each request through those events.
      * the standing requests (PE15STND) say which cards were
      * standing and which one-off, and supply the requesting area
      * where the card carries none.
      * the register is rewritten through a work file (PE15TURW), as
      * AUDTPRG rewrites the audit trail: a rerun of this step drops
      * the night's earlier events before adding tonight's again,
      * events older than the register's retention are dropped, and
      * the live register is replaced only once the counts balance.
      * a resend feed is captured once only: RESEND leaves no new
      * PE15RSND behind on a night nothing needed resending, and
      * last night's must not be taken for tonight's.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-turncap.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the standing requests, for origin and requesting area.
           SELECT OPTIONAL standing-file ASSIGN TO "PE15STND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-standing-status.

      * the night's edited deck: every card that passed the edit.
           SELECT valid-parm-file ASSIGN TO "PE15VPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-valid-parm-status.

      * the edit's rejects: every card that did not.
           SELECT OPTIONAL reject-file ASSIGN TO "PE15RJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reject-status.

      * the main job's set-aside pairs.
           SELECT OPTIONAL exception-file ASSIGN TO "PE15EXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exception-status.

      * the feed the main job built.
           SELECT OPTIONAL interface-file ASSIGN TO "PE15IFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

      * the feed the release gate shipped.
           SELECT OPTIONAL outbound-file ASSIGN TO "PE15IFOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-outbound-status.

      * the resend step's delta feed.
           SELECT OPTIONAL resend-file ASSIGN TO "PE15RSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resend-status.

      * the routing-analysis system's acknowledgment file.
           SELECT OPTIONAL ack-file ASSIGN TO "PE15ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.

      * the turnaround register; optional, so the first night's
      * capture starts it.
           SELECT OPTIONAL turnaround-file ASSIGN TO "PE15TURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-turnaround-status.

      * the work file the register is rebuilt in before it is
      * copied back over the live register.
           SELECT new-turnaround-file ASSIGN TO "PE15TURW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-new-turnaround-status.

      * the capture report, in the shop's 132-column print format.
           SELECT capture-report-file ASSIGN TO "PE15TCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-capture-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  standing-file
           RECORDING MODE IS F.
           COPY stndrec.

       FD  valid-parm-file
           RECORDING MODE IS F.
           COPY gridrec.

       FD  reject-file
           RECORDING MODE IS F.
           COPY rejrec.

       FD  exception-file
           RECORDING MODE IS F.
           COPY excprec.

       FD  interface-file
           RECORDING MODE IS F.
           COPY ifacerec.

       FD  outbound-file
           RECORDING MODE IS F.
       01 outbound-record              PIC X(118).

       FD  resend-file
           RECORDING MODE IS F.
       01 resend-record                PIC X(118).

       FD  ack-file
           RECORDING MODE IS F.
           COPY ackrec.

       FD  turnaround-file
           RECORDING MODE IS F.
           COPY turnrec.

       FD  new-turnaround-file
           RECORDING MODE IS F.
       01 new-turnaround-record        PIC X(76).

       FD  capture-report-file
           RECORDING MODE IS F.
       01 capture-report-record        PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-standing-status           PIC XX.
       01 ws-valid-parm-status         PIC XX.
       01 ws-reject-status             PIC XX.
       01 ws-exception-status          PIC XX.
       01 ws-interface-status          PIC XX.
       01 ws-outbound-status           PIC XX.
       01 ws-resend-status             PIC XX.
       01 ws-ack-status                PIC XX.
       01 ws-turnaround-status         PIC XX.
       01 ws-new-turnaround-status     PIC XX.
       01 ws-capture-report-status     PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(16).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the standing requests' IDs and areas.  same 500-entry
      * sizing as the rest of this shop's in-storage tables
       78 max-standing-entries VALUE IS 500.
       01 ws-standing-count            USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-standing-ix               USAGE IS UNSIGNED-LONG.
       01 ws-standing-table.
           05 ws-standing-entry OCCURS 500 TIMES.
               10 ws-standing-entry-id     PIC X(8).
               10 ws-standing-entry-area   PIC X(20).
      * standing requests past the table's end: their cards could
      * not be told from one-offs, so the night is not captured
       01 ws-standing-overflow         PIC 9(6) VALUE 0.

      * tonight's cards, edited and rejected, and how far each got;
      * a deck bigger than the table stops the run with the register
      * untouched, rather than recording half a night
       78 max-card-entries VALUE IS 500.
       01 ws-card-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-card-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-card-table.
           05 ws-card-entry OCCURS 500 TIMES.
               10 ws-card-width            PIC 9(4).
               10 ws-card-height           PIC 9(4).
               10 ws-card-run-date         PIC 9(8).
               10 ws-card-request-id       PIC X(8).
               10 ws-card-area             PIC X(20).
               10 ws-card-origin           PIC X.
               10 ws-card-stage            PIC X.
               10 ws-card-reason           PIC X(8).

      * a card to be found in the table: the first at the stage
      * given with the same size and request ID
       01 ws-find-width                PIC 9(4).
       01 ws-find-height               PIC 9(4).
       01 ws-find-request-id           PIC X(8).
       01 ws-find-stage                PIC X.
       01 ws-found-ix                  USAGE IS UNSIGNED-LONG.

      * a rejected card's image, for its size and request
           COPY gridrec REPLACING LEADING ==grid== BY ==rjct-card==.

      * a shipped or resent feed record
           COPY ifacerec REPLACING LEADING ==iface== BY ==feed==.
       01 ws-feed-sequence             PIC 9(6) VALUE 0.
       01 ws-outbound-sequence         PIC 9(6) VALUE 0.
       01 ws-resend-sequence           PIC 9(6) VALUE 0.
      * the highest resend feed sequence already on the register
       01 ws-last-resend-sequence      PIC 9(6) VALUE 0.
       01 ws-resend-capture-flag       PIC X VALUE "N".
           88 resend-feed-new                  VALUE "Y".
           88 resend-feed-seen                 VALUE "N".

      * the register's retention: thirteen months, so any month's
      * turnaround report can be rerun for a year after
       78 turn-retention-days VALUE IS 400.
       01 ws-cutoff-integer            PIC 9(8).

      * what the night held and what the register did with it
       01 ws-cards-due                 PIC 9(6) VALUE 0.
       01 ws-cards-rejected            PIC 9(6) VALUE 0.
       01 ws-cards-set-aside           PIC 9(6) VALUE 0.
       01 ws-cards-not-computed        PIC 9(6) VALUE 0.
       01 ws-cards-not-shipped         PIC 9(6) VALUE 0.
       01 ws-cards-shipped             PIC 9(6) VALUE 0.
       01 ws-resends-captured          PIC 9(6) VALUE 0.
       01 ws-acks-captured             PIC 9(6) VALUE 0.
       01 ws-events-read               PIC 9(8) VALUE 0.
       01 ws-events-kept               PIC 9(8) VALUE 0.
       01 ws-events-replaced           PIC 9(8) VALUE 0.
       01 ws-events-expired            PIC 9(8) VALUE 0.
       01 ws-events-added              PIC 9(8) VALUE 0.
       01 ws-events-written            PIC 9(8) VALUE 0.
       01 ws-events-rewritten          PIC 9(8) VALUE 0.

       01 ws-cycle-date-edited         PIC 9999/99/99.

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           MOVE cycl-cycle-date TO ws-cycle-date-edited
           COMPUTE ws-cutoff-integer =
               FUNCTION INTEGER-OF-DATE(cycl-cycle-date)
                   - turn-retention-days

           OPEN OUTPUT capture-report-file
           PERFORM write-capture-header

           PERFORM load-standing-requests
           PERFORM load-night-cards
           IF inputs-ok
               PERFORM match-set-asides
               PERFORM match-computed-details
               PERFORM match-shipped-details
               PERFORM count-card-stages
               PERFORM write-night-totals
               PERFORM rebuild-register
           END-IF
           IF inputs-ok
               PERFORM replace-live-register
           END-IF

           CLOSE capture-report-file

      * an input or register that could not be handled leaves the
      * register as it was, and the night uncaptured until the step
      * is rerun
           IF input-trouble
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: ws-file-label names the file that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the report, and
      * the run is marked in trouble
       report-open-trouble.
           SET input-trouble TO TRUE
           DISPLAY "PE15TURNCAP: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO capture-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
               ": REGISTER NOT UPDATED ***"
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record
           .


      * precond: none
      * postcond: every standing request's ID and area is in
      * ws-standing-table; no file is no standing requests; more
      * than the table holds is input trouble, reported
       load-standing-requests.
           SET file-not-eof TO TRUE
           OPEN INPUT standing-file
           MOVE ws-standing-status TO ws-open-status
           IF ws-open-status = "00"
               PERFORM UNTIL file-eof
                   READ standing-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           IF ws-standing-count < max-standing-entries
                               ADD 1 TO ws-standing-count
                               MOVE stnd-request-id TO
                                   ws-standing-entry-id
                                       (ws-standing-count)
                               MOVE stnd-requesting-area TO
                                   ws-standing-entry-area
                                       (ws-standing-count)
                           ELSE
                               ADD 1 TO ws-standing-overflow
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE standing-file

           IF ws-standing-overflow > 0
               SET input-trouble TO TRUE
               DISPLAY "PE15TURNCAP: PE15STND EXCEEDS "
                   max-standing-entries " IN-STORAGE ENTRIES, "
                   ws-standing-overflow " STANDING REQUEST(S) PAST "
                   "THE END"
               MOVE SPACES TO capture-report-record
               STRING "*** PE15STND EXCEEDS " max-standing-entries
                   " IN-STORAGE ENTRIES, " ws-standing-overflow
                   " STANDING REQUEST(S) PAST THE END: REGISTER NOT "
                   "UPDATED ***"
                   DELIMITED BY SIZE
                   INTO capture-report-record
               WRITE capture-report-record
           END-IF
           .


      * precond: none
      * postcond: every card of the night's deck -- edited or
      * rejected -- is in ws-card-table with its origin and area; a
      * deck that cannot be read is input trouble
       load-night-cards.
           SET file-not-eof TO TRUE
           OPEN INPUT valid-parm-file
           MOVE ws-valid-parm-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15VPRM" TO ws-file-label
               PERFORM report-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ valid-parm-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM add-card-entry
                           MOVE grid-width TO ws-card-width(ws-card-ix)
                           MOVE grid-height
                               TO ws-card-height(ws-card-ix)
                           MOVE grid-request-id
                               TO ws-card-request-id(ws-card-ix)
                           MOVE grid-requesting-area
                               TO ws-card-area(ws-card-ix)
                           MOVE "N" TO ws-card-stage(ws-card-ix)
                           PERFORM set-card-origin
                   END-READ
               END-PERFORM
               CLOSE valid-parm-file
           END-IF

           IF inputs-ok
               SET file-not-eof TO TRUE
               OPEN INPUT reject-file
               IF ws-reject-status = "00"
                   PERFORM UNTIL file-eof
                       READ reject-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               PERFORM take-one-rejected-card
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE reject-file
           END-IF
           .


      * precond: reject-record holds one of the edit's rejects
      * postcond: the card is in the table as rejected at edit,
      * with the reject's reason; a size too garbled to read is
      * recorded as zero
       take-one-rejected-card.
           PERFORM add-card-entry
           MOVE reject-record-image TO rjct-card-record
           IF rjct-card-width IS NUMERIC
               MOVE rjct-card-width TO ws-card-width(ws-card-ix)
           END-IF
           IF rjct-card-height IS NUMERIC
               MOVE rjct-card-height TO ws-card-height(ws-card-ix)
           END-IF
           MOVE reject-request-id TO ws-card-request-id(ws-card-ix)
           MOVE reject-requesting-area TO ws-card-area(ws-card-ix)
           MOVE "E" TO ws-card-stage(ws-card-ix)
           MOVE reject-reason-code TO ws-card-reason(ws-card-ix)
           PERFORM set-card-origin
           .


      * precond: a card of the night is to be held
      * postcond: ws-card-ix is a fresh, cleared entry; a deck too
      * big for the table stops the run with the register untouched
       add-card-entry.
           IF ws-card-count < max-card-entries
               ADD 1 TO ws-card-count
               MOVE ws-card-count TO ws-card-ix
               MOVE 0 TO ws-card-width(ws-card-ix)
               MOVE 0 TO ws-card-height(ws-card-ix)
               MOVE 0 TO ws-card-run-date(ws-card-ix)
               MOVE SPACES TO ws-card-reason(ws-card-ix)
           ELSE
               DISPLAY "PE15TURNCAP: CARD TABLE FULL, RUN STOPPED"
               CLOSE valid-parm-file
               CLOSE reject-file
               CLOSE capture-report-file
               MOVE 16 TO RETURN-CODE
               PERFORM end-cycle-step
               STOP RUN
           END-IF
           .


      * precond: ws-card-ix is on a card with its request ID and
      * area as keyed
      * postcond: the card is marked standing when its request ID
      * is on PE15STND, one-off otherwise, and a standing card with
      * no area keyed takes its request's
       set-card-origin.
           MOVE "O" TO ws-card-origin(ws-card-ix)
           IF ws-card-request-id(ws-card-ix) NOT = SPACES
               PERFORM VARYING ws-standing-ix FROM 1 BY 1
                       UNTIL ws-standing-ix > ws-standing-count
                   IF ws-standing-entry-id(ws-standing-ix)
                           = ws-card-request-id(ws-card-ix)
                       MOVE "S" TO ws-card-origin(ws-card-ix)
                       IF ws-card-area(ws-card-ix) = SPACES
                           MOVE ws-standing-entry-area(ws-standing-ix)
                               TO ws-card-area(ws-card-ix)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .


      * precond: ws-find-width, -height, -request-id and -stage say
      * which card is wanted
      * postcond: ws-found-ix is the first card at that stage with
      * that size and request ID, or 0 when there is none
       find-night-card.
           MOVE 0 TO ws-found-ix
           PERFORM VARYING ws-card-ix FROM 1 BY 1
                   UNTIL ws-card-ix > ws-card-count OR ws-found-ix > 0
               IF ws-card-stage(ws-card-ix) = ws-find-stage
                       AND ws-card-width(ws-card-ix) = ws-find-width
                       AND ws-card-height(ws-card-ix) = ws-find-height
                       AND ws-card-request-id(ws-card-ix)
                           = ws-find-request-id
                   MOVE ws-card-ix TO ws-found-ix
               END-IF
           END-PERFORM
           .


      * precond: every card of the night is in the table
      * postcond: each card the main job set aside is marked so,
      * with the exception's reason
       match-set-asides.
           SET file-not-eof TO TRUE
           OPEN INPUT exception-file
           IF ws-exception-status = "00"
               PERFORM UNTIL file-eof
                   READ exception-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE excp-width TO ws-find-width
                           MOVE excp-height TO ws-find-height
                           MOVE excp-request-id TO ws-find-request-id
                           MOVE "N" TO ws-find-stage
                           PERFORM find-night-card
                           IF ws-found-ix > 0
                               MOVE "X" TO ws-card-stage(ws-found-ix)
                               MOVE excp-reason-code
                                   TO ws-card-reason(ws-found-ix)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE exception-file
           .


      * precond: every card of the night is in the table
      * postcond: each card with a detail on PE15IFAC is marked
      * computed, with the detail's run date; the feed's sequence
      * is held to check the shipped feed against
       match-computed-details.
           SET file-not-eof TO TRUE
           OPEN INPUT interface-file
           IF ws-interface-status = "00"
               PERFORM UNTIL file-eof
                   READ interface-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-computed-record
                   END-READ
               END-PERFORM
           END-IF
           CLOSE interface-file
           .


      * precond: iface-record holds a record of PE15IFAC
      * postcond: a header's sequence is held; a detail's card is
      * marked computed
       take-one-computed-record.
           EVALUATE TRUE
               WHEN iface-header-rec
                   MOVE iface-hdr-sequence TO ws-feed-sequence
               WHEN iface-detail-rec
                   MOVE iface-width TO ws-find-width
                   MOVE iface-height TO ws-find-height
                   MOVE iface-request-id TO ws-find-request-id
                   MOVE "N" TO ws-find-stage
                   PERFORM find-night-card
                   IF ws-found-ix > 0
                       MOVE "C" TO ws-card-stage(ws-found-ix)
                       MOVE iface-run-date
                           TO ws-card-run-date(ws-found-ix)
                   END-IF
               WHEN iface-ext-detail-rec
                   MOVE iface-ext-width TO ws-find-width
                   MOVE iface-ext-height TO ws-find-height
                   MOVE iface-request-id TO ws-find-request-id
                   MOVE "N" TO ws-find-stage
                   PERFORM find-night-card
                   IF ws-found-ix > 0
                       MOVE "C" TO ws-card-stage(ws-found-ix)
                       MOVE iface-ext-run-date
                           TO ws-card-run-date(ws-found-ix)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: computed cards are marked
      * postcond: each computed card whose detail went out on the
      * shipped feed is marked shipped; details under a header with
      * any sequence but tonight's feed's are not tonight's, and
      * ship nothing
       match-shipped-details.
           SET file-not-eof TO TRUE
           OPEN INPUT outbound-file
           IF ws-outbound-status = "00"
               PERFORM UNTIL file-eof
                   READ outbound-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-shipped-record
                   END-READ
               END-PERFORM
           END-IF
           CLOSE outbound-file
           .


      * precond: outbound-record holds a record of PE15IFOT
      * postcond: a header's sequence is held; a detail of tonight's
      * feed marks its card shipped
       take-one-shipped-record.
           MOVE outbound-record TO feed-record
           EVALUATE TRUE
               WHEN feed-header-rec
                   MOVE feed-hdr-sequence TO ws-outbound-sequence
               WHEN ws-outbound-sequence NOT = ws-feed-sequence
                   CONTINUE
               WHEN feed-detail-rec OR feed-ext-detail-rec
                   IF feed-detail-rec
                       MOVE feed-width TO ws-find-width
                       MOVE feed-height TO ws-find-height
                   ELSE
                       MOVE feed-ext-width TO ws-find-width
                       MOVE feed-ext-height TO ws-find-height
                   END-IF
                   MOVE feed-request-id TO ws-find-request-id
                   MOVE "C" TO ws-find-stage
                   PERFORM find-night-card
                   IF ws-found-ix > 0
                       MOVE "S" TO ws-card-stage(ws-found-ix)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: every card's stage is settled
      * postcond: the stage counts are set for the report
       count-card-stages.
           MOVE ws-card-count TO ws-cards-due
           PERFORM VARYING ws-card-ix FROM 1 BY 1
                   UNTIL ws-card-ix > ws-card-count
               EVALUATE ws-card-stage(ws-card-ix)
                   WHEN "E"
                       ADD 1 TO ws-cards-rejected
                   WHEN "X"
                       ADD 1 TO ws-cards-set-aside
                   WHEN "N"
                       ADD 1 TO ws-cards-not-computed
                   WHEN "C"
                       ADD 1 TO ws-cards-not-shipped
                   WHEN "S"
                       ADD 1 TO ws-cards-shipped
               END-EVALUATE
           END-PERFORM
           .


      * precond: the night's cards are settled
      * postcond: the work file holds the register as it stood,
      * less any events of tonight's (an earlier run of this step)
      * and any past retention, then tonight's events; the counts
      * must balance or the live register is left alone
       rebuild-register.
           SET file-not-eof TO TRUE
           OPEN INPUT turnaround-file
           MOVE ws-turnaround-status TO ws-open-status
           IF ws-open-status NOT = "00" AND ws-open-status NOT = "05"
               MOVE "PE15TURN" TO ws-file-label
               PERFORM report-open-trouble
           END-IF
           IF inputs-ok
               OPEN OUTPUT new-turnaround-file
               MOVE ws-new-turnaround-status TO ws-open-status
               IF ws-open-status NOT = "00"
                   MOVE "PE15TURW" TO ws-file-label
                   PERFORM report-open-trouble
               END-IF
           END-IF
           IF inputs-ok
               PERFORM UNTIL file-eof
                   READ turnaround-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM carry-one-event
                   END-READ
               END-PERFORM
               CLOSE turnaround-file
               PERFORM write-card-events
               PERFORM write-resend-events
               PERFORM write-ack-events
               CLOSE new-turnaround-file
               PERFORM write-register-totals
               IF ws-events-read NOT = ws-events-kept
                       + ws-events-replaced + ws-events-expired
                   OR ws-events-written NOT = ws-events-kept
                       + ws-events-added
                   SET input-trouble TO TRUE
                   MOVE SPACES TO capture-report-record
                   STRING "*** REGISTER COUNTS OUT OF BALANCE, LIVE "
                       "REGISTER NOT REPLACED ***"
                       DELIMITED BY SIZE
                       INTO capture-report-record
                   WRITE capture-report-record
               END-IF
           ELSE
               CLOSE turnaround-file
           END-IF
           .


      * precond: turnaround-record holds an event of the register
      * postcond: it is carried to the work file, or counted as
      * replaced or expired; a resend feed's sequence is noted so
      * the same feed is never captured twice
       carry-one-event.
           ADD 1 TO ws-events-read
           EVALUATE TRUE
               WHEN turn-cycle-date = cycl-cycle-date
                   ADD 1 TO ws-events-replaced
               WHEN turn-cycle-date IS NOT NUMERIC
                   ADD 1 TO ws-events-expired
               WHEN FUNCTION INTEGER-OF-DATE(turn-cycle-date)
                       < ws-cutoff-integer
                   ADD 1 TO ws-events-expired
               WHEN OTHER
                   ADD 1 TO ws-events-kept
                   IF turn-resend-event
                           AND turn-reason(1:6) IS NUMERIC
                           AND turn-reason(1:6)
                               > ws-last-resend-sequence
                       MOVE turn-reason(1:6)
                           TO ws-last-resend-sequence
                   END-IF
                   MOVE turnaround-record TO new-turnaround-record
                   WRITE new-turnaround-record
                   ADD 1 TO ws-events-written
           END-EVALUATE
           .


      * precond: new-turnaround-file is open for output
      * postcond: one CARD event per card of the night is on it
       write-card-events.
           PERFORM VARYING ws-card-ix FROM 1 BY 1
                   UNTIL ws-card-ix > ws-card-count
               MOVE SPACES TO turnaround-record
               MOVE cycl-cycle-date TO turn-cycle-date
               SET turn-card-event TO TRUE
               MOVE ws-card-width(ws-card-ix) TO turn-width
               MOVE ws-card-height(ws-card-ix) TO turn-height
               MOVE ws-card-run-date(ws-card-ix) TO turn-run-date
               MOVE ws-card-request-id(ws-card-ix) TO turn-request-id
               MOVE ws-card-area(ws-card-ix) TO turn-requesting-area
               MOVE ws-card-origin(ws-card-ix) TO turn-origin
               MOVE ws-card-stage(ws-card-ix) TO turn-stage
               MOVE ws-card-reason(ws-card-ix) TO turn-reason
               PERFORM write-new-event
           END-PERFORM
           .


      * precond: new-turnaround-file is open for output and
      * ws-last-resend-sequence holds the last resend feed captured
      * postcond: one RSND event per detail of tonight's resend
      * feed is on it; a resend feed already captured adds nothing
       write-resend-events.
           SET file-not-eof TO TRUE
           SET resend-feed-seen TO TRUE
           OPEN INPUT resend-file
           IF ws-resend-status = "00"
               PERFORM UNTIL file-eof
                   READ resend-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-resend-record
                   END-READ
               END-PERFORM
           END-IF
           CLOSE resend-file
           .


      * precond: resend-record holds a record of PE15RSND
      * postcond: the header decides whether the feed is new; a
      * detail of a new feed is on the work file
       take-one-resend-record.
           MOVE resend-record TO feed-record
           EVALUATE TRUE
               WHEN feed-header-rec
                   MOVE feed-hdr-sequence TO ws-resend-sequence
                   IF ws-resend-sequence > ws-last-resend-sequence
                       SET resend-feed-new TO TRUE
                   END-IF
               WHEN resend-feed-seen
                   CONTINUE
               WHEN feed-detail-rec OR feed-ext-detail-rec
                   MOVE SPACES TO turnaround-record
                   MOVE cycl-cycle-date TO turn-cycle-date
                   SET turn-resend-event TO TRUE
                   IF feed-detail-rec
                       MOVE feed-width TO turn-width
                       MOVE feed-height TO turn-height
                       MOVE feed-run-date TO turn-run-date
                   ELSE
                       MOVE feed-ext-width TO turn-width
                       MOVE feed-ext-height TO turn-height
                       MOVE feed-ext-run-date TO turn-run-date
                   END-IF
                   MOVE feed-request-id TO turn-request-id
                   MOVE feed-requesting-area TO turn-requesting-area
                   MOVE ws-resend-sequence TO turn-reason
                   PERFORM write-new-event
                   ADD 1 TO ws-resends-captured
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: new-turnaround-file is open for output
      * postcond: one ACK event per acknowledgment received tonight
      * is on it
       write-ack-events.
           SET file-not-eof TO TRUE
           OPEN INPUT ack-file
           IF ws-ack-status = "00"
               PERFORM UNTIL file-eof
                   READ ack-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE SPACES TO turnaround-record
                           MOVE cycl-cycle-date TO turn-cycle-date
                           SET turn-ack-event TO TRUE
                           MOVE ack-width TO turn-width
                           MOVE ack-height TO turn-height
                           MOVE ack-run-date TO turn-run-date
                           MOVE ack-status TO turn-ack-status
                           MOVE ack-reason-code TO turn-reason
                           PERFORM write-new-event
                           ADD 1 TO ws-acks-captured
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ack-file
           .


      * precond: turnaround-record holds one of tonight's events
      * postcond: it is on the work file and counted
       write-new-event.
           MOVE turnaround-record TO new-turnaround-record
           WRITE new-turnaround-record
           ADD 1 TO ws-events-added
           ADD 1 TO ws-events-written
           .


      * precond: the work file balances
      * postcond: the live register holds exactly the work file's
      * events; a count that does not match is reported, with the
      * work file still there to recover from
       replace-live-register.
           SET file-not-eof TO TRUE
           OPEN INPUT new-turnaround-file
           OPEN OUTPUT turnaround-file
           PERFORM UNTIL file-eof
               READ new-turnaround-file
                   AT END
                       SET file-eof TO TRUE
                   NOT AT END
                       MOVE new-turnaround-record TO turnaround-record
                       WRITE turnaround-record
                       ADD 1 TO ws-events-rewritten
               END-READ
           END-PERFORM
           CLOSE new-turnaround-file
           CLOSE turnaround-file
           IF ws-events-rewritten NOT = ws-events-written
               SET input-trouble TO TRUE
               MOVE SPACES TO capture-report-record
               STRING "*** REWRITE COUNT DOES NOT MATCH, RECOVER "
                   "PE15TURN FROM PE15TURW ***"
                   DELIMITED BY SIZE
                   INTO capture-report-record
               WRITE capture-report-record
           ELSE
               MOVE SPACES TO capture-report-record
               STRING "REGISTER REPLACED, " ws-events-rewritten
                   " EVENTS ON FILE"
                   DELIMITED BY SIZE
                   INTO capture-report-record
               WRITE capture-report-record
           END-IF
           .


      * precond: none
      * postcond: the report title and cycle-date lines are on
      * capture-report-file
       write-capture-header.
           MOVE SPACES TO capture-report-record
           STRING "PROJECT-EULER-15 REQUEST TURNAROUND CAPTURE"
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           WRITE capture-report-record
           .


      * precond: the night's cards are counted
      * postcond: how far the night's cards got is on the report
       write-night-totals.
           MOVE SPACES TO capture-report-record
           STRING "CARDS DUE TONIGHT:        " ws-cards-due
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  REJECTED AT EDIT:       " ws-cards-rejected
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  SET ASIDE:              " ws-cards-set-aside
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  NOT COMPUTED:           " ws-cards-not-computed
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  COMPUTED, NOT SHIPPED:  " ws-cards-not-shipped
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  SHIPPED:                " ws-cards-shipped
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record
           .


      * precond: the work file is complete
      * postcond: the register counts are on the report
       write-register-totals.
           MOVE SPACES TO capture-report-record
           STRING "RESENT DETAILS CAPTURED:  " ws-resends-captured
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "ACKNOWLEDGMENTS CAPTURED: " ws-acks-captured
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "REGISTER EVENTS READ:     " ws-events-read
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  KEPT:                   " ws-events-kept
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  REPLACED BY THIS RUN:   " ws-events-replaced
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "  PAST RETENTION:         " ws-events-expired
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "EVENTS ADDED TONIGHT:     " ws-events-added
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record

           MOVE SPACES TO capture-report-record
           STRING "EVENTS WRITTEN:           " ws-events-written
               DELIMITED BY SIZE
               INTO capture-report-record
           WRITE capture-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "TURNCAP" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15TURNCAP: STEP REFUSED BY CYCLE CONTROL: "
                   cycl-message
               MOVE cycle-refused-rc TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           .


      * precond: begin-cycle-step has run; RETURN-CODE holds what
      * the step is ending with
      * postcond: the step's end and return code are posted to its
      * cycle, and RETURN-CODE is left as it was
       end-cycle-step.
           MOVE RETURN-CODE TO ws-step-return-code
           SET cycl-end-step TO TRUE
           MOVE ws-step-return-code TO cycl-step-rc
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           MOVE ws-step-return-code TO RETURN-CODE
           .

       END PROGRAM project-euler-15-turncap.
