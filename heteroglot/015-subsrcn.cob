      * PROJECT-EULER-15-SUBSRCN: acknowledgment reconciliation for
      * the subscribers' feeds.  every subscriber on the PE15SUBS
      * table (see SUBSREC) sends back an acknowledgment file for the
      * feed the distribution step cut for it, PE15SACK.id, one
      * record per detail it received, in its own layout: ACKREC for
      * a fixed-width subscriber, a comma-delimited line for a
      * delimited one.  this program does for each active subscriber
      * what ACKRCN does for routing-analysis: matches its acks
      * against its feed, PE15SFED.id, by WIDTH, HEIGHT and run date,
      * and reports the same buckets -- sent but never acknowledged,
      * acknowledged but never sent, rejected with their reason, an
      * ack status not recognized -- in a section of its own with
      * its own totals.  a subscriber whose feed or ack file cannot
      * be read is reported and passed over; the others are still
      * reconciled.  any non-empty bucket, or any subscriber that
      * could not be reconciled, ends the job nonzero.
      * resends are routing-analysis's alone: no subscriber's feed
      * carries them, so there are no resend lines here.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-subsrcn.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the subscriber table; optional, so a shop with no
      * subscribers yet runs the step clean.
           SELECT OPTIONAL subscriber-file ASSIGN TO "PE15SUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-status.

      * one subscriber's feed as the distribution step cut it.
           SELECT subscriber-feed-file ASSIGN TO DYNAMIC
               ws-feed-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-feed-status.

      * that subscriber's acknowledgment file.
           SELECT subscriber-ack-file ASSIGN TO DYNAMIC
               ws-ack-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-ack-status.

      * the reconciliation report, in the shop's 132-column print
      * format.
           SELECT subs-recon-report-file ASSIGN TO "PE15SARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subs-recon-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  subscriber-file
           RECORDING MODE IS F.
           COPY subsrec.

       FD  subscriber-feed-file
           RECORDING MODE IS F.
       01 subscriber-feed-record       PIC X(200).

       FD  subscriber-ack-file
           RECORDING MODE IS F.
       01 subscriber-ack-record        PIC X(80).

       FD  subs-recon-report-file
           RECORDING MODE IS F.
       01 subs-recon-report-record     PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-subscriber-status         PIC XX.
       01 ws-subscriber-feed-status    PIC XX.
       01 ws-subscriber-ack-status     PIC XX.
       01 ws-subs-recon-report-status  PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-feed-file-name            PIC X(16).
       01 ws-ack-file-name             PIC X(16).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".
       01 ws-subscriber-trouble-flag   PIC X.
           88 subscriber-in-trouble            VALUE "Y".
           88 subscriber-ok                    VALUE "N".

      * the subscriber table, held as raw images; the typed view in
      * the FD record is used one entry at a time
       78 max-subscriber-entries VALUE IS 500.
       01 ws-subscriber-count          USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-subscriber-ix             USAGE IS UNSIGNED-LONG.
       01 ws-subscriber-table.
           05 ws-subscriber-entry OCCURS 500 TIMES
               PIC X(436).

      * one subscriber's feed records, in whichever layout it takes
           COPY ifacerec REPLACING LEADING ==iface== BY ==sfed==.
           COPY ackrec REPLACING LEADING ==ack== BY ==sack==.

      * a comma-delimited record split into its fields.  each field
      * is checked digit by digit before it is taken as a number: a
      * subscriber's line is not ours, and a short or garbled field
      * must be reported, not zero-filled into a false match
       01 ws-csv-field-count           PIC 9(4).
       01 ws-csv-type                  PIC X(8).
       01 ws-csv-width                 PIC X(8).
       01 ws-csv-height                PIC X(8).
       01 ws-csv-result                PIC X(64).
       01 ws-csv-run-date              PIC X(8).
       01 ws-csv-via-col               PIC X(8).
       01 ws-csv-via-row               PIC X(8).
       01 ws-csv-request-id            PIC X(8).
       01 ws-csv-area                  PIC X(20).
       01 ws-csv-status                PIC X(8).
       01 ws-csv-reason                PIC X(8).
       01 ws-numeric-field             PIC X(8).
       01 ws-numeric-length            PIC 9(4).
       01 ws-numeric-flag              PIC X.
           88 field-numeric                    VALUE "Y".
           88 field-not-numeric                VALUE "N".
       01 ws-record-usable-flag        PIC X.
           88 record-usable                    VALUE "Y".
           88 record-unusable                  VALUE "N".

      * the feed's detail records, held for the match; same 500-
      * entry sizing as ACKRCN's, and a feed bigger than that stops
      * the run rather than reconciling against a partial picture
       78 max-sent-entries VALUE IS 500.
       01 ws-sent-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-sent-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-sent-table.
           05 ws-sent-entry OCCURS 500 TIMES.
               10 ws-sent-entry-width      PIC 9(4).
               10 ws-sent-entry-height     PIC 9(4).
               10 ws-sent-entry-run-date   PIC 9(8).
               10 ws-sent-entry-request-id PIC X(8).
               10 ws-sent-entry-area       PIC X(20).
               10 ws-sent-entry-flag       PIC X.
                   88 sent-entry-matched           VALUE "Y".
                   88 sent-entry-unmatched         VALUE "N".

      * one acknowledgment, whichever layout it came in
       01 ws-ack-width                 PIC 9(4).
       01 ws-ack-height                PIC 9(4).
       01 ws-ack-run-date              PIC 9(8).
       01 ws-ack-status                PIC X.
           88 sent-ack-accepted                VALUE "A".
           88 sent-ack-rejected                VALUE "R".
       01 ws-ack-reason-code           PIC X(4).

       01 ws-match-found-flag          PIC X.
           88 match-found                      VALUE "Y".
           88 match-not-found                  VALUE "N".
      * the matched entry's table slot, held apart from the loop
      * index, as in ACKRCN
       01 ws-work-ix                   USAGE IS UNSIGNED-LONG.

      * one subscriber's bucket counters, and the run's
       01 ws-subscriber-buckets.
           05 ws-sent-total            PIC 9(6).
           05 ws-accepted-count        PIC 9(6).
           05 ws-rejected-count        PIC 9(6).
           05 ws-sent-not-acked        PIC 9(6).
           05 ws-acked-not-sent        PIC 9(6).
           05 ws-bad-status-count      PIC 9(6).
           05 ws-unreadable-count      PIC 9(6).
       01 ws-run-buckets.
           05 ws-run-sent-total        PIC 9(6) VALUE 0.
           05 ws-run-accepted-count    PIC 9(6) VALUE 0.
           05 ws-run-rejected-count    PIC 9(6) VALUE 0.
           05 ws-run-sent-not-acked    PIC 9(6) VALUE 0.
           05 ws-run-acked-not-sent    PIC 9(6) VALUE 0.
           05 ws-run-bad-status-count  PIC 9(6) VALUE 0.
           05 ws-run-unreadable-count  PIC 9(6) VALUE 0.
       01 ws-subscribers-reconciled    PIC 9(6) VALUE 0.
       01 ws-subscribers-suspended     PIC 9(6) VALUE 0.
       01 ws-subscribers-in-trouble    PIC 9(6) VALUE 0.
       01 ws-subscribers-bypassed      PIC 9(6) VALUE 0.

       01 ws-cycle-date-edited         PIC 9999/99/99.

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           MOVE cycl-cycle-date TO ws-cycle-date-edited

           OPEN OUTPUT subs-recon-report-file
           PERFORM write-recon-header

           PERFORM load-subscribers
           IF inputs-ok
               PERFORM reconcile-one-subscriber
                   VARYING ws-subscriber-ix FROM 1 BY 1
                   UNTIL ws-subscriber-ix > ws-subscriber-count
           END-IF
           PERFORM write-run-totals

           CLOSE subs-recon-report-file

      * as in ACKRCN: an input that would not open and a non-empty
      * bucket are both the night shift's to see before the
      * subscriber trusts (or misses) its feed
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN ws-subscribers-in-trouble > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-run-sent-not-acked > 0
                   OR ws-run-acked-not-sent > 0
                   OR ws-run-rejected-count > 0
                   OR ws-run-bad-status-count > 0
                   OR ws-run-unreadable-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: none
      * postcond: every usable subscriber record is in
      * ws-subscriber-table; one that cannot be trusted is on the
      * report as passed over (DISTRIB cut it no feed either)
       load-subscribers.
           SET file-not-eof TO TRUE
           OPEN INPUT subscriber-file
           MOVE ws-subscriber-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   PERFORM UNTIL file-eof
                       READ subscriber-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               PERFORM take-one-subscriber
                       END-READ
                   END-PERFORM
                   CLOSE subscriber-file
               WHEN "05"
                   CLOSE subscriber-file
               WHEN OTHER
                   SET input-trouble TO TRUE
                   DISPLAY "PE15SUBSRCN: UNABLE TO OPEN PE15SUBS, "
                       "STATUS " ws-open-status
                   MOVE SPACES TO subs-recon-report-record
                   STRING "*** UNABLE TO OPEN PE15SUBS, STATUS "
                       ws-open-status
                       ", RECONCILIATION NOT PERFORMED ***"
                       DELIMITED BY SIZE
                       INTO subs-recon-report-record
                   WRITE subs-recon-report-record
           END-EVALUATE
           IF inputs-ok AND ws-subscriber-count = 0
                   AND ws-subscribers-bypassed = 0
               MOVE SPACES TO subs-recon-report-record
               STRING "NO SUBSCRIBERS ON PE15SUBS, NOTHING TO "
                   "RECONCILE"
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           END-IF
           .


      * precond: subscriber-record holds one record of the table
      * postcond: it is in the table, or passed over on the report
       take-one-subscriber.
           EVALUATE TRUE
               WHEN subs-id = SPACES
               WHEN NOT subs-fixed-layout AND NOT subs-delimited-layout
                   ADD 1 TO ws-subscribers-bypassed
                   MOVE SPACES TO subs-recon-report-record
                   STRING "*** SUBSCRIBER RECORD NOT USABLE, "
                       "PASSED OVER: " subscriber-record(1:40) " ***"
                       DELIMITED BY SIZE
                       INTO subs-recon-report-record
                   WRITE subs-recon-report-record
               WHEN ws-subscriber-count = max-subscriber-entries
                   ADD 1 TO ws-subscribers-bypassed
                   DISPLAY "PE15SUBSRCN: SUBSCRIBER TABLE EXCEEDS "
                       max-subscriber-entries
                       " IN-STORAGE ENTRIES, SUBSCRIBER " subs-id
                       " PASSED OVER"
               WHEN OTHER
                   ADD 1 TO ws-subscriber-count
                   MOVE subscriber-record
                       TO ws-subscriber-entry(ws-subscriber-count)
           END-EVALUATE
           .


      * precond: ws-subscriber-ix is on a table entry
      * postcond: an active subscriber's section -- its buckets and
      * its totals -- is on the report, and its counts are in the
      * run's; a suspended one was cut no feed and is passed over
       reconcile-one-subscriber.
           MOVE ws-subscriber-entry(ws-subscriber-ix)
               TO subscriber-record
           MOVE SPACES TO subs-recon-report-record
           WRITE subs-recon-report-record
           MOVE SPACES TO subs-recon-report-record
           STRING "SUBSCRIBER " subs-id "  " subs-name
               "  LAYOUT " subs-layout
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record
           IF subs-suspended
               ADD 1 TO ws-subscribers-suspended
               MOVE SPACES TO subs-recon-report-record
               STRING "   SUSPENDED, NO FEED TO RECONCILE"
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           ELSE
               SET subscriber-ok TO TRUE
               INITIALIZE ws-subscriber-buckets
               MOVE 0 TO ws-sent-count
               MOVE SPACES TO ws-feed-file-name
               STRING "PE15SFED." subs-id
                   DELIMITED BY SIZE
                   INTO ws-feed-file-name
               MOVE SPACES TO ws-ack-file-name
               STRING "PE15SACK." subs-id
                   DELIMITED BY SIZE
                   INTO ws-ack-file-name

               PERFORM load-sent-details
               IF subscriber-ok
                   PERFORM match-subscriber-acks
               END-IF
               IF subscriber-ok
                   PERFORM report-sent-not-acked
                   PERFORM write-subscriber-totals
                   ADD 1 TO ws-subscribers-reconciled
               ELSE
                   ADD 1 TO ws-subscribers-in-trouble
               END-IF
           END-IF
           .


      * precond: ws-feed-file-name names the subscriber's feed
      * postcond: every detail of the feed is in ws-sent-table,
      * unmatched; a feed that will not open is trouble for this
      * subscriber alone
       load-sent-details.
           SET file-not-eof TO TRUE
           OPEN INPUT subscriber-feed-file
           MOVE ws-subscriber-feed-status TO ws-open-status
           IF ws-open-status = "00"
               PERFORM UNTIL file-eof
                   READ subscriber-feed-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-sent-record
                   END-READ
               END-PERFORM
               CLOSE subscriber-feed-file
           ELSE
               SET subscriber-in-trouble TO TRUE
               DISPLAY "PE15SUBSRCN: UNABLE TO OPEN " ws-feed-file-name
                   ", STATUS " ws-open-status
               MOVE SPACES TO subs-recon-report-record
               STRING "   *** UNABLE TO OPEN " ws-feed-file-name
                   ", STATUS " ws-open-status
                   ", SUBSCRIBER NOT RECONCILED ***"
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           END-IF
           .


      * precond: subscriber-feed-record holds one record of the
      * subscriber's feed
      * postcond: a detail is in the sent table; header and trailer
      * take no part in the match
       take-one-sent-record.
           IF subs-fixed-layout
               MOVE subscriber-feed-record TO sfed-record
               IF sfed-detail-rec OR sfed-ext-detail-rec
                   PERFORM add-sent-entry
                   IF sfed-detail-rec
                       MOVE sfed-width
                           TO ws-sent-entry-width(ws-sent-count)
                       MOVE sfed-height
                           TO ws-sent-entry-height(ws-sent-count)
                       MOVE sfed-run-date
                           TO ws-sent-entry-run-date(ws-sent-count)
                   ELSE
                       MOVE sfed-ext-width
                           TO ws-sent-entry-width(ws-sent-count)
                       MOVE sfed-ext-height
                           TO ws-sent-entry-height(ws-sent-count)
                       MOVE sfed-ext-run-date
                           TO ws-sent-entry-run-date(ws-sent-count)
                   END-IF
                   MOVE sfed-request-id
                       TO ws-sent-entry-request-id(ws-sent-count)
                   MOVE sfed-requesting-area
                       TO ws-sent-entry-area(ws-sent-count)
               END-IF
           ELSE
               MOVE SPACES TO ws-csv-type
               UNSTRING subscriber-feed-record DELIMITED BY ","
                   INTO ws-csv-type ws-csv-width ws-csv-height
                       ws-csv-result ws-csv-run-date
                       ws-csv-via-col ws-csv-via-row
                       ws-csv-request-id ws-csv-area
               END-UNSTRING
               IF ws-csv-type = "D"
                   PERFORM add-sent-entry
                   COMPUTE ws-sent-entry-width(ws-sent-count)
                       = FUNCTION NUMVAL(ws-csv-width)
                   COMPUTE ws-sent-entry-height(ws-sent-count)
                       = FUNCTION NUMVAL(ws-csv-height)
                   COMPUTE ws-sent-entry-run-date(ws-sent-count)
                       = FUNCTION NUMVAL(ws-csv-run-date)
                   MOVE ws-csv-request-id
                       TO ws-sent-entry-request-id(ws-sent-count)
                   MOVE ws-csv-area
                       TO ws-sent-entry-area(ws-sent-count)
               END-IF
           END-IF
           .


      * precond: a detail of the subscriber's feed is to be held
      * postcond: a fresh unmatched entry is at ws-sent-count; a
      * feed too big for the table stops the run, as in ACKRCN
       add-sent-entry.
           IF ws-sent-count < max-sent-entries
               ADD 1 TO ws-sent-count
               SET sent-entry-unmatched(ws-sent-count) TO TRUE
           ELSE
               DISPLAY "PE15SUBSRCN: SENT-DETAIL TABLE FULL FOR "
                   ws-feed-file-name ", RUN STOPPED"
               CLOSE subscriber-feed-file
               CLOSE subs-recon-report-file
               MOVE 16 TO RETURN-CODE
               PERFORM end-cycle-step
               STOP RUN
           END-IF
           .


      * precond: the subscriber's feed is in the sent table
      * postcond: every acknowledgment it sent is matched or in a
      * bucket; an ack file that will not open is trouble for this
      * subscriber alone, and nothing is matched against half a
      * picture
       match-subscriber-acks.
           SET file-not-eof TO TRUE
           OPEN INPUT subscriber-ack-file
           MOVE ws-subscriber-ack-status TO ws-open-status
           IF ws-open-status = "00"
               PERFORM UNTIL file-eof
                   READ subscriber-ack-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-ack
                   END-READ
               END-PERFORM
               CLOSE subscriber-ack-file
           ELSE
               SET subscriber-in-trouble TO TRUE
               DISPLAY "PE15SUBSRCN: UNABLE TO OPEN " ws-ack-file-name
                   ", STATUS " ws-open-status
               MOVE SPACES TO subs-recon-report-record
               STRING "   *** UNABLE TO OPEN " ws-ack-file-name
                   ", STATUS " ws-open-status
                   ", SUBSCRIBER NOT RECONCILED ***"
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           END-IF
           .


      * precond: subscriber-ack-record holds one acknowledgment in
      * the subscriber's layout
      * postcond: it is in the common ack fields and reconciled, or
      * counted and reported as unreadable
       take-one-ack.
           SET record-usable TO TRUE
           IF subs-fixed-layout
               MOVE subscriber-ack-record TO sack-record
               IF sack-width IS NUMERIC AND sack-height IS NUMERIC
                       AND sack-run-date IS NUMERIC
                   MOVE sack-width TO ws-ack-width
                   MOVE sack-height TO ws-ack-height
                   MOVE sack-run-date TO ws-ack-run-date
                   MOVE sack-status TO ws-ack-status
                   MOVE sack-reason-code TO ws-ack-reason-code
               ELSE
                   SET record-unusable TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO ws-csv-width ws-csv-height
                   ws-csv-run-date ws-csv-status ws-csv-reason
               MOVE 0 TO ws-csv-field-count
               UNSTRING subscriber-ack-record DELIMITED BY ","
                   INTO ws-csv-width ws-csv-height ws-csv-run-date
                       ws-csv-status ws-csv-reason
                   TALLYING IN ws-csv-field-count
               END-UNSTRING
               IF ws-csv-field-count < 4
                   SET record-unusable TO TRUE
               END-IF
               MOVE ws-csv-width TO ws-numeric-field
               PERFORM check-numeric-field
               IF field-not-numeric
                   SET record-unusable TO TRUE
               END-IF
               MOVE ws-csv-height TO ws-numeric-field
               PERFORM check-numeric-field
               IF field-not-numeric
                   SET record-unusable TO TRUE
               END-IF
               MOVE ws-csv-run-date TO ws-numeric-field
               PERFORM check-numeric-field
               IF field-not-numeric
                   SET record-unusable TO TRUE
               END-IF
               IF record-usable
                   COMPUTE ws-ack-width = FUNCTION NUMVAL(ws-csv-width)
                   COMPUTE ws-ack-height
                       = FUNCTION NUMVAL(ws-csv-height)
                   COMPUTE ws-ack-run-date
                       = FUNCTION NUMVAL(ws-csv-run-date)
                   MOVE ws-csv-status TO ws-ack-status
                   MOVE ws-csv-reason TO ws-ack-reason-code
               END-IF
           END-IF

           IF record-usable
               PERFORM reconcile-one-ack
           ELSE
               ADD 1 TO ws-unreadable-count
               MOVE SPACES TO subs-recon-report-record
               STRING "UNREADABLE ACK: [" subscriber-ack-record(1:60)
                   "]"
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           END-IF
           .


      * precond: ws-numeric-field holds one field of a delimited
      * record
      * postcond: field-numeric when it is one to eight digits with
      * nothing after them but spaces
       check-numeric-field.
           PERFORM VARYING ws-numeric-length FROM 8 BY -1
                   UNTIL ws-numeric-length = 0
                       OR ws-numeric-field(ws-numeric-length:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM
           SET field-not-numeric TO TRUE
           IF ws-numeric-length > 0
               IF ws-numeric-field(1:ws-numeric-length) IS NUMERIC
                   SET field-numeric TO TRUE
               END-IF
           END-IF
           .


      * precond: the ack fields hold one readable acknowledgment
      * postcond: the acknowledgment is paired off against the first
      * still-unmatched sent detail with the same WIDTH, HEIGHT and
      * run date (rejected ones also go on the report with their
      * reason), or counted and reported as acknowledged-but-
      * never-sent when no such detail exists
       reconcile-one-ack.
           SET match-not-found TO TRUE
           PERFORM VARYING ws-sent-ix FROM 1 BY 1
                   UNTIL ws-sent-ix > ws-sent-count OR match-found
               IF sent-entry-unmatched(ws-sent-ix)
                       AND ws-sent-entry-width(ws-sent-ix)
                           = ws-ack-width
                       AND ws-sent-entry-height(ws-sent-ix)
                           = ws-ack-height
                       AND ws-sent-entry-run-date(ws-sent-ix)
                           = ws-ack-run-date
                   SET match-found TO TRUE
                   SET sent-entry-matched(ws-sent-ix) TO TRUE
                   MOVE ws-sent-ix TO ws-work-ix
               END-IF
           END-PERFORM

           IF match-found
               EVALUATE TRUE
                   WHEN sent-ack-rejected
                       ADD 1 TO ws-rejected-count
                       MOVE SPACES TO subs-recon-report-record
                       STRING "REJECTED: WIDTH " ws-ack-width
                           " HEIGHT " ws-ack-height
                           " RUN DATE " ws-ack-run-date
                           " REASON " ws-ack-reason-code
                           " REQ " ws-sent-entry-request-id(ws-work-ix)
                           " AREA " ws-sent-entry-area(ws-work-ix)
                           DELIMITED BY SIZE
                           INTO subs-recon-report-record
                       WRITE subs-recon-report-record
                   WHEN sent-ack-accepted
                       ADD 1 TO ws-accepted-count
                   WHEN OTHER
                       ADD 1 TO ws-bad-status-count
                       MOVE SPACES TO subs-recon-report-record
                       STRING "INVALID ACK STATUS: WIDTH " ws-ack-width
                           " HEIGHT " ws-ack-height
                           " RUN DATE " ws-ack-run-date
                           " STATUS [" ws-ack-status "]"
                           " REQ " ws-sent-entry-request-id(ws-work-ix)
                           " AREA " ws-sent-entry-area(ws-work-ix)
                           DELIMITED BY SIZE
                           INTO subs-recon-report-record
                       WRITE subs-recon-report-record
               END-EVALUATE
           ELSE
               ADD 1 TO ws-acked-not-sent
               MOVE SPACES TO subs-recon-report-record
               STRING "ACKNOWLEDGED BUT NEVER SENT: WIDTH "
                   ws-ack-width
                   " HEIGHT " ws-ack-height
                   " RUN DATE " ws-ack-run-date
                   " STATUS " ws-ack-status
                   DELIMITED BY SIZE
                   INTO subs-recon-report-record
               WRITE subs-recon-report-record
           END-IF
           .


      * precond: the subscriber's ack pass has finished, so every
      * sent detail still unmatched was never acknowledged
      * postcond: one report line per never-acknowledged detail,
      * with the bucket counter to match
       report-sent-not-acked.
           PERFORM VARYING ws-sent-ix FROM 1 BY 1
                   UNTIL ws-sent-ix > ws-sent-count
               IF sent-entry-unmatched(ws-sent-ix)
                   ADD 1 TO ws-sent-not-acked
                   MOVE SPACES TO subs-recon-report-record
                   STRING "SENT BUT NEVER ACKNOWLEDGED: WIDTH "
                       ws-sent-entry-width(ws-sent-ix)
                       " HEIGHT " ws-sent-entry-height(ws-sent-ix)
                       " RUN DATE "
                       ws-sent-entry-run-date(ws-sent-ix)
                       " REQ " ws-sent-entry-request-id(ws-sent-ix)
                       " AREA " ws-sent-entry-area(ws-sent-ix)
                       DELIMITED BY SIZE
                       INTO subs-recon-report-record
                   WRITE subs-recon-report-record
               END-IF
           END-PERFORM
           .


      * precond: the subscriber has been reconciled and its bucket
      * counters hold its totals
      * postcond: its control-total lines are on the report and its
      * counts added into the run's
       write-subscriber-totals.
           MOVE ws-sent-count TO ws-sent-total
           MOVE SPACES TO subs-recon-report-record
           STRING "   SENT " ws-sent-total
               "  ACCEPTED " ws-accepted-count
               "  REJECTED " ws-rejected-count
               "  NOT ACKED " ws-sent-not-acked
               "  NOT SENT " ws-acked-not-sent
               "  BAD STATUS " ws-bad-status-count
               "  UNREADABLE " ws-unreadable-count
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           ADD ws-sent-total TO ws-run-sent-total
           ADD ws-accepted-count TO ws-run-accepted-count
           ADD ws-rejected-count TO ws-run-rejected-count
           ADD ws-sent-not-acked TO ws-run-sent-not-acked
           ADD ws-acked-not-sent TO ws-run-acked-not-sent
           ADD ws-bad-status-count TO ws-run-bad-status-count
           ADD ws-unreadable-count TO ws-run-unreadable-count
           .


      * precond: none
      * postcond: the report title and cycle-date lines are on
      * subs-recon-report-file
       write-recon-header.
           MOVE SPACES TO subs-recon-report-record
           STRING "PROJECT-EULER-15 SUBSCRIBER FEED ACKNOWLEDGMENT "
               "RECONCILIATION"
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record
           .


      * precond: every subscriber has been seen to
      * postcond: the run's control-total lines are on the report,
      * one per bucket, with the subscriber counts
       write-run-totals.
           MOVE SPACES TO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "SUBSCRIBERS RECONCILED:    "
               ws-subscribers-reconciled
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "SUBSCRIBERS SUSPENDED:     "
               ws-subscribers-suspended
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "SUBSCRIBERS UNRECONCILED:  "
               ws-subscribers-in-trouble
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "DETAILS SENT:              " ws-run-sent-total
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "ACCEPTED:                  " ws-run-accepted-count
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "REJECTED WITH REASON:      " ws-run-rejected-count
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "SENT, NEVER ACKNOWLEDGED:  " ws-run-sent-not-acked
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "ACKNOWLEDGED, NEVER SENT:  " ws-run-acked-not-sent
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "INVALID ACK STATUS:        "
               ws-run-bad-status-count
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record

           MOVE SPACES TO subs-recon-report-record
           STRING "UNREADABLE ACKS:           "
               ws-run-unreadable-count
               DELIMITED BY SIZE
               INTO subs-recon-report-record
           WRITE subs-recon-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "SUBSRCN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15SUBSRCN: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-subsrcn.
