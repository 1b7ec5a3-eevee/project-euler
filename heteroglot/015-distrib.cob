      * PROJECT-EULER-15-DISTRIB: the distribution step.  PE15IFAC
      * was built for the routing-analysis load job alone, and the
      * next department that wanted the night's route counts -- in
      * its own layout, for its own grid sizes -- would have meant
      * another extract program and another sequence to keep.  run
      * after the release gate has shipped the night's feed, this
      * step cuts one feed for every active subscriber on the
      * PE15SUBS subscriber table (see SUBSREC) from that shipped
      * feed, PE15IFOT:
      *   only the details the subscriber selects -- every one, its
      *   listed grid sizes, or its listed requesting areas -- and
      *   never a resent ("R") detail, which is routing-analysis's
      *   retransmission of its own rejects
      *   in the subscriber's layout, fixed width or comma-delimited
      *   under the subscriber's own header, drawn from its own
      *   sequence file, and its own trailer count and hash total
      * a feed shipped withdrawn goes out to every subscriber as a
      * withdrawn header and an empty trailer, so each subscriber's
      * sequence still arrives.  a suspended subscriber gets
      * nothing and spends no number.
      * the subscriber's sequence file remembers which shipped feed
      * its last number was spent on: a rerun of this step for the
      * same shipped feed cuts the subscriber's feed again under the
      * same number instead of spending a new one.
      * SUBSRCN reconciles each subscriber's acknowledgments against
      * the feed cut here, as ACKRCN does for routing-analysis.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-distrib.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the subscriber table; optional, so a shop with no
      * subscribers yet runs the step clean.
           SELECT OPTIONAL subscriber-file ASSIGN TO "PE15SUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-status.

      * the night's feed as the release gate shipped it: a held or
      * withdrawn feed's details were never released, and must not
      * reach a subscriber either.
           SELECT interface-file ASSIGN TO "PE15IFOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

      * one subscriber's feed, PE15SFED.id.
           SELECT subscriber-feed-file ASSIGN TO DYNAMIC
               ws-feed-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-feed-status.

      * one subscriber's sequence control, PE15SSEQ.id; optional,
      * so a new subscriber's first feed is number 1.
           SELECT OPTIONAL subscriber-sequence-file ASSIGN TO DYNAMIC
               ws-sequence-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-subscriber-sequence-status.

      * the distribution report, in the shop's 132-column print
      * format.
           SELECT distrib-report-file ASSIGN TO "PE15DSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-distrib-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  subscriber-file
           RECORDING MODE IS F.
           COPY subsrec.

       FD  interface-file
           RECORDING MODE IS F.
           COPY ifacerec.

       FD  subscriber-feed-file
           RECORDING MODE IS F.
       01 subscriber-feed-record       PIC X(200).

      * the subscriber's last sequence number, and the shipped
      * feed's sequence number it was spent on
       FD  subscriber-sequence-file
           RECORDING MODE IS F.
       01 subscriber-sequence-record.
           05 ssq-last-sequence        PIC 9(6).
           05 FILLER                   PIC X.
           05 ssq-source-sequence      PIC 9(6).

       FD  distrib-report-file
           RECORDING MODE IS F.
       01 distrib-report-record        PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-subscriber-status         PIC XX.
       01 ws-interface-status          PIC XX.
       01 ws-subscriber-feed-status    PIC XX.
       01 ws-subscriber-sequence-status PIC XX.
       01 ws-distrib-report-status     PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(16).
       01 ws-feed-file-name            PIC X(16).
       01 ws-sequence-file-name        PIC X(16).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the shipped feed's own header and figures
       01 ws-source-header             PIC X(118).
       01 ws-source-header-found-flag  PIC X VALUE "N".
           88 source-header-found              VALUE "Y".
       01 ws-source-sequence           PIC 9(6) VALUE 0.
       01 ws-source-run-date           PIC 9(8) VALUE 0.
       01 ws-source-run-date-edited    PIC 9999/99/99.
       01 ws-source-withdrawn-flag     PIC X VALUE "N".
           88 source-withdrawn                 VALUE "Y".
       01 ws-source-details            PIC 9(6) VALUE 0.
       01 ws-source-resends            PIC 9(6) VALUE 0.

      * the subscriber table, held as raw images; the typed view in
      * the FD record is used one entry at a time.  same 500-entry
      * sizing as the rest of this shop's in-storage tables
       78 max-subscriber-entries VALUE IS 500.
       01 ws-subscriber-count          USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-subscriber-ix             USAGE IS UNSIGNED-LONG.
       01 ws-subscriber-table.
           05 ws-subscriber-entry OCCURS 500 TIMES
               PIC X(436).
       01 ws-size-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-area-ix                   USAGE IS UNSIGNED-LONG.

      * one subscriber's feed as it is cut
       01 ws-subscriber-trouble-flag   PIC X.
           88 subscriber-in-trouble            VALUE "Y".
           88 subscriber-ok                    VALUE "N".
       01 ws-selected-flag             PIC X.
           88 detail-selected                  VALUE "Y".
           88 detail-not-selected              VALUE "N".
       01 ws-recut-flag                PIC X.
           88 feed-recut                       VALUE "Y".
           88 feed-new                         VALUE "N".
       01 ws-feed-sequence             PIC 9(6).
       01 ws-feed-detail-count         PIC 9(6).
       01 ws-feed-hash-total           PIC 9(15).
       01 ws-feed-passed-over          PIC 9(6).
       01 ws-feed-resends-dropped      PIC 9(6).
           COPY ifacerec REPLACING LEADING ==iface== BY ==sfed==.

      * interface feed control totals, the main job's rule: the
      * low-order 15 digits of each result, summed and wrapped
       78 hash-total-modulus VALUE IS 1000000000000000.
       01 ws-hash-work                 PIC 9(15).
       01 ws-result-display            PIC X(64).

      * a comma-delimited line as it is built: the pointer is where
      * the next field goes; trimmed fields are measured first so an
      * empty one adds nothing but its comma
       01 ws-csv-line                  PIC X(200).
       01 ws-csv-pointer               PIC 9(4).
       01 ws-leading-zeros             PIC 9(4).
       01 ws-result-start              PIC 9(4).
       01 ws-result-length             PIC 9(4).
       01 ws-trim-field                PIC X(64).
       01 ws-trim-length               PIC 9(4).

      * what the run did, for the report and the return code
       01 ws-feeds-cut                 PIC 9(6) VALUE 0.
       01 ws-feeds-recut               PIC 9(6) VALUE 0.
       01 ws-subscribers-suspended     PIC 9(6) VALUE 0.
       01 ws-subscribers-bypassed      PIC 9(6) VALUE 0.
       01 ws-subscribers-in-trouble    PIC 9(6) VALUE 0.

       01 ws-cycle-date-edited         PIC 9999/99/99.

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           MOVE cycl-cycle-date TO ws-cycle-date-edited

           OPEN OUTPUT distrib-report-file
           PERFORM write-distrib-header

           PERFORM scan-shipped-feed
           IF inputs-ok
               PERFORM load-subscribers
           END-IF
           IF inputs-ok
               PERFORM distribute-one-subscriber
                   VARYING ws-subscriber-ix FROM 1 BY 1
                   UNTIL ws-subscriber-ix > ws-subscriber-count
           END-IF
           PERFORM write-distrib-totals

           CLOSE distrib-report-file

      * a feed that could not be read, or a subscriber's feed that
      * could not be cut, is 8: the subscriber is owed a feed it did
      * not get.  a subscriber record bypassed is 4: it needs
      * putting right on the table, but every other feed went out
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN ws-subscribers-in-trouble > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-subscribers-bypassed > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: ws-file-label names the file that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the report
       report-open-trouble.
           DISPLAY "PE15DISTRIB: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO distrib-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status " ***"
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record
           .


      * precond: none
      * postcond: the shipped feed's header, sequence number, run
      * date and withdrawn status are held, with its detail and
      * resend counts; a feed with no header was not shipped, and
      * is input trouble
       scan-shipped-feed.
           SET file-not-eof TO TRUE
           OPEN INPUT interface-file
           MOVE ws-interface-status TO ws-open-status
           IF ws-open-status NOT = "00"
               SET input-trouble TO TRUE
               MOVE "PE15IFOT" TO ws-file-label
               PERFORM report-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ interface-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM scan-one-feed-record
                   END-READ
               END-PERFORM
               CLOSE interface-file
               IF source-header-found
                   MOVE ws-source-run-date
                       TO ws-source-run-date-edited
                   MOVE SPACES TO distrib-report-record
                   STRING "SHIPPED FEED:  SEQUENCE " ws-source-sequence
                       "   RUN DATE " ws-source-run-date-edited
                       "   DETAILS " ws-source-details
                       "   RESENT " ws-source-resends
                       DELIMITED BY SIZE
                       INTO distrib-report-record
                   WRITE distrib-report-record
                   IF source-withdrawn
                       MOVE SPACES TO distrib-report-record
                       STRING "SHIPPED FEED WAS WITHDRAWN: EACH "
                           "SUBSCRIBER GETS A WITHDRAWN HEADER AND "
                           "AN EMPTY TRAILER"
                           DELIMITED BY SIZE
                           INTO distrib-report-record
                       WRITE distrib-report-record
                   END-IF
                   MOVE SPACES TO distrib-report-record
                   WRITE distrib-report-record
               ELSE
                   SET input-trouble TO TRUE
                   DISPLAY "PE15DISTRIB: NO HEADER ON PE15IFOT, "
                       "NOTHING DISTRIBUTED"
                   MOVE SPACES TO distrib-report-record
                   STRING "*** NO HEADER ON PE15IFOT: NO FEED WAS "
                       "SHIPPED TONIGHT, NOTHING DISTRIBUTED ***"
                       DELIMITED BY SIZE
                       INTO distrib-report-record
                   WRITE distrib-report-record
               END-IF
           END-IF
           .


      * precond: iface-record holds a record of the shipped feed
      * postcond: a header is held, a detail counted
       scan-one-feed-record.
           EVALUATE TRUE
               WHEN iface-header-rec
                   SET source-header-found TO TRUE
                   MOVE iface-record TO ws-source-header
                   MOVE iface-hdr-sequence TO ws-source-sequence
                   MOVE iface-hdr-run-date TO ws-source-run-date
                   IF iface-hdr-withdrawn
                       SET source-withdrawn TO TRUE
                   END-IF
               WHEN iface-detail-rec OR iface-ext-detail-rec
                   ADD 1 TO ws-source-details
                   IF iface-resent
                       ADD 1 TO ws-source-resends
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: none
      * postcond: every usable subscriber record is in
      * ws-subscriber-table; one whose lists, layout or selection
      * cannot be trusted is bypassed loudly, on the report; no
      * table at all is no subscribers
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
                   MOVE "PE15SUBS" TO ws-file-label
                   PERFORM report-open-trouble
           END-EVALUATE
           IF inputs-ok AND ws-subscriber-count = 0
                   AND ws-subscribers-bypassed = 0
               MOVE SPACES TO distrib-report-record
               STRING "NO SUBSCRIBERS ON PE15SUBS, NO FEEDS CUT"
                   DELIMITED BY SIZE
                   INTO distrib-report-record
               WRITE distrib-report-record
           END-IF
           .


      * precond: subscriber-record holds one record of the table
      * postcond: it is in the table, or bypassed and on the report
       take-one-subscriber.
           EVALUATE TRUE
               WHEN subs-id = SPACES
               WHEN subs-size-count IS NOT NUMERIC
               WHEN subs-area-count IS NOT NUMERIC
               WHEN subs-size-count > max-subscriber-sizes
               WHEN subs-area-count > max-subscriber-areas
               WHEN NOT subs-fixed-layout AND NOT subs-delimited-layout
               WHEN NOT subs-takes-all AND NOT subs-takes-sizes
                       AND NOT subs-takes-areas
                   ADD 1 TO ws-subscribers-bypassed
                   DISPLAY "PE15DISTRIB: SUBSCRIBER RECORD BYPASSED: "
                       subscriber-record(1:40)
                   MOVE SPACES TO distrib-report-record
                   STRING "*** SUBSCRIBER RECORD NOT USABLE, "
                       "BYPASSED: " subscriber-record(1:40) " ***"
                       DELIMITED BY SIZE
                       INTO distrib-report-record
                   WRITE distrib-report-record
               WHEN ws-subscriber-count = max-subscriber-entries
                   ADD 1 TO ws-subscribers-bypassed
                   DISPLAY "PE15DISTRIB: SUBSCRIBER TABLE EXCEEDS "
                       max-subscriber-entries
                       " IN-STORAGE ENTRIES, SUBSCRIBER " subs-id
                       " BYPASSED"
               WHEN OTHER
                   ADD 1 TO ws-subscriber-count
                   MOVE subscriber-record
                       TO ws-subscriber-entry(ws-subscriber-count)
           END-EVALUATE
           .


      * precond: ws-subscriber-ix is on a table entry
      * postcond: an active subscriber's feed is cut and its
      * sequence file advanced, a suspended one is passed over, and
      * either way its lines are on the report
       distribute-one-subscriber.
           MOVE ws-subscriber-entry(ws-subscriber-ix)
               TO subscriber-record
           MOVE SPACES TO distrib-report-record
           STRING "SUBSCRIBER " subs-id "  " subs-name
               "  LAYOUT " subs-layout "  SELECTS " subs-selection
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record
           IF subs-active
               PERFORM cut-subscriber-feed
           ELSE
               ADD 1 TO ws-subscribers-suspended
               MOVE SPACES TO distrib-report-record
               STRING "   SUSPENDED, NO FEED CUT"
                   DELIMITED BY SIZE
                   INTO distrib-report-record
               WRITE distrib-report-record
           END-IF
           .


      * precond: subscriber-record holds an active subscriber
      * postcond: PE15SFED.id holds the subscriber's feed, header to
      * trailer, and PE15SSEQ.id the number it went under; a feed
      * that could not be written leaves the sequence as it was
       cut-subscriber-feed.
           SET subscriber-ok TO TRUE
           MOVE SPACES TO ws-feed-file-name
           STRING "PE15SFED." subs-id
               DELIMITED BY SIZE
               INTO ws-feed-file-name
           MOVE SPACES TO ws-sequence-file-name
           STRING "PE15SSEQ." subs-id
               DELIMITED BY SIZE
               INTO ws-sequence-file-name
           MOVE 0 TO ws-feed-detail-count
           MOVE 0 TO ws-feed-hash-total
           MOVE 0 TO ws-feed-passed-over
           MOVE 0 TO ws-feed-resends-dropped

           PERFORM get-subscriber-sequence
           IF subscriber-ok
               OPEN OUTPUT subscriber-feed-file
               MOVE ws-subscriber-feed-status TO ws-open-status
               IF ws-open-status NOT = "00"
                   SET subscriber-in-trouble TO TRUE
                   MOVE ws-feed-file-name TO ws-file-label
                   PERFORM report-open-trouble
               END-IF
           END-IF
           IF subscriber-ok
               OPEN INPUT interface-file
               MOVE ws-interface-status TO ws-open-status
               IF ws-open-status NOT = "00"
                   SET subscriber-in-trouble TO TRUE
                   MOVE "PE15IFOT" TO ws-file-label
                   PERFORM report-open-trouble
               ELSE
                   PERFORM write-subscriber-header
                   SET file-not-eof TO TRUE
                   PERFORM UNTIL file-eof
                       READ interface-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               IF iface-detail-rec
                                       OR iface-ext-detail-rec
                                   PERFORM offer-one-detail
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE interface-file
                   PERFORM write-subscriber-trailer
               END-IF
               CLOSE subscriber-feed-file
           END-IF
           IF subscriber-ok
               PERFORM put-subscriber-sequence
           END-IF

           IF subscriber-ok
               ADD 1 TO ws-feeds-cut
               MOVE SPACES TO distrib-report-record
               STRING "   " ws-feed-file-name
                   "  SEQUENCE " ws-feed-sequence
                   "  DETAILS " ws-feed-detail-count
                   "  HASH TOTAL " ws-feed-hash-total
                   "  NOT SELECTED " ws-feed-passed-over
                   "  RESENDS PASSED OVER " ws-feed-resends-dropped
                   DELIMITED BY SIZE
                   INTO distrib-report-record
               WRITE distrib-report-record
               IF feed-recut
                   ADD 1 TO ws-feeds-recut
                   MOVE SPACES TO distrib-report-record
                   STRING "   SHIPPED FEED " ws-source-sequence
                       " WAS ALREADY CUT FOR THIS SUBSCRIBER: CUT "
                       "AGAIN UNDER THE SAME SEQUENCE"
                       DELIMITED BY SIZE
                       INTO distrib-report-record
                   WRITE distrib-report-record
               END-IF
           ELSE
               ADD 1 TO ws-subscribers-in-trouble
               MOVE SPACES TO distrib-report-record
               STRING "   *** NO FEED CUT FOR " subs-id
                   ", SEQUENCE NOT ADVANCED: RERUN THIS STEP ***"
                   DELIMITED BY SIZE
                   INTO distrib-report-record
               WRITE distrib-report-record
           END-IF
           .


      * precond: ws-sequence-file-name names the subscriber's
      * sequence file
      * postcond: ws-feed-sequence is the number this feed goes
      * under: the last one again when it was spent on this same
      * shipped feed (a rerun), one past it otherwise
       get-subscriber-sequence.
           SET feed-new TO TRUE
           MOVE 0 TO ws-feed-sequence
           OPEN INPUT subscriber-sequence-file
           MOVE ws-subscriber-sequence-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   READ subscriber-sequence-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ssq-last-sequence IS NUMERIC
                               MOVE ssq-last-sequence
                                   TO ws-feed-sequence
                               IF ssq-source-sequence
                                       = ws-source-sequence
                                   SET feed-recut TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE subscriber-sequence-file
               WHEN "05"
                   CLOSE subscriber-sequence-file
               WHEN OTHER
                   SET subscriber-in-trouble TO TRUE
                   MOVE ws-sequence-file-name TO ws-file-label
                   PERFORM report-open-trouble
           END-EVALUATE
           IF feed-new
               ADD 1 TO ws-feed-sequence
           END-IF
           .


      * precond: the subscriber's feed is complete
      * postcond: PE15SSEQ.id holds its number and the shipped feed
      * it was cut from; an optional file created by the open comes
      * back "05", and is as good as "00"
       put-subscriber-sequence.
           OPEN OUTPUT subscriber-sequence-file
           MOVE ws-subscriber-sequence-status TO ws-open-status
           IF ws-open-status NOT = "00" AND ws-open-status NOT = "05"
               SET subscriber-in-trouble TO TRUE
               MOVE ws-sequence-file-name TO ws-file-label
               PERFORM report-open-trouble
           ELSE
               MOVE SPACES TO subscriber-sequence-record
               MOVE ws-feed-sequence TO ssq-last-sequence
               MOVE ws-source-sequence TO ssq-source-sequence
               WRITE subscriber-sequence-record
               CLOSE subscriber-sequence-file
           END-IF
           .


      * precond: iface-record holds a detail of the shipped feed
      * postcond: the detail is on the subscriber's feed, in its
      * layout and in its control totals, if the subscriber selects
      * it and it is not a resend; otherwise it is counted as passed
      * over
       offer-one-detail.
           SET detail-not-selected TO TRUE
           EVALUATE TRUE
               WHEN iface-resent
                   ADD 1 TO ws-feed-resends-dropped
               WHEN subs-takes-all
                   SET detail-selected TO TRUE
               WHEN subs-takes-sizes
                   PERFORM VARYING ws-size-ix FROM 1 BY 1
                           UNTIL ws-size-ix > subs-size-count
                               OR detail-selected
                       IF (iface-detail-rec
                               AND iface-width
                                   = subs-size-width(ws-size-ix)
                               AND iface-height
                                   = subs-size-height(ws-size-ix))
                           OR (iface-ext-detail-rec
                               AND iface-ext-width
                                   = subs-size-width(ws-size-ix)
                               AND iface-ext-height
                                   = subs-size-height(ws-size-ix))
                           SET detail-selected TO TRUE
                       END-IF
                   END-PERFORM
               WHEN subs-takes-areas
                   PERFORM VARYING ws-area-ix FROM 1 BY 1
                           UNTIL ws-area-ix > subs-area-count
                               OR detail-selected
                       IF iface-requesting-area = subs-area(ws-area-ix)
                           SET detail-selected TO TRUE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF detail-selected
               PERFORM write-subscriber-detail
           ELSE
               IF NOT iface-resent
                   ADD 1 TO ws-feed-passed-over
               END-IF
           END-IF
           .


      * precond: subscriber-feed-file is open for output and
      * ws-feed-sequence is the feed's number
      * postcond: the subscriber's header is the first record of
      * its feed: the shipped feed's run date, job ID and withdrawn
      * status under the subscriber's own number
       write-subscriber-header.
           MOVE ws-source-header TO sfed-record
           MOVE ws-feed-sequence TO sfed-hdr-sequence
           IF subs-fixed-layout
               MOVE sfed-record TO subscriber-feed-record
           ELSE
               MOVE SPACES TO ws-csv-line
               MOVE 1 TO ws-csv-pointer
               STRING "H," sfed-hdr-run-date "," subs-id ","
                   ws-feed-sequence ","
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
               IF sfed-hdr-withdrawn
                   STRING "W"
                       DELIMITED BY SIZE
                       INTO ws-csv-line
                       WITH POINTER ws-csv-pointer
               END-IF
               MOVE ws-csv-line TO subscriber-feed-record
           END-IF
           WRITE subscriber-feed-record
           .


      * precond: iface-record holds a detail the subscriber selects
      * postcond: it is on the subscriber's feed in its layout --
      * verbatim for the fixed layout, one comma-delimited line
      * otherwise -- and in the feed's count and hash total
       write-subscriber-detail.
           IF iface-detail-rec
               MOVE ZEROS TO ws-result-display
               MOVE iface-result TO ws-result-display(34:31)
           ELSE
               MOVE iface-ext-result TO ws-result-display
           END-IF
           ADD 1 TO ws-feed-detail-count
           MOVE ws-result-display(50:15) TO ws-hash-work
           COMPUTE ws-feed-hash-total = FUNCTION MOD(
               ws-feed-hash-total + ws-hash-work hash-total-modulus)

           IF subs-fixed-layout
               MOVE iface-record TO subscriber-feed-record
           ELSE
               PERFORM build-delimited-detail
               MOVE ws-csv-line TO subscriber-feed-record
           END-IF
           WRITE subscriber-feed-record
           .


      * precond: iface-record holds the detail and ws-result-display
      * its result, 64 digits zero-filled
      * postcond: ws-csv-line holds the detail as a comma-delimited
      * line: the result without its leading zeros, the via columns
      * and request fields empty where the detail has none
       build-delimited-detail.
           MOVE 0 TO ws-leading-zeros
           INSPECT ws-result-display
               TALLYING ws-leading-zeros FOR LEADING ZEROS
           IF ws-leading-zeros = 64
               MOVE 64 TO ws-result-start
           ELSE
               COMPUTE ws-result-start = ws-leading-zeros + 1
           END-IF
           COMPUTE ws-result-length = 65 - ws-result-start

           MOVE SPACES TO ws-csv-line
           MOVE 1 TO ws-csv-pointer
           IF iface-detail-rec
               STRING "D," iface-width "," iface-height ","
                   ws-result-display(ws-result-start:ws-result-length)
                   "," iface-run-date ","
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
           ELSE
               STRING "D," iface-ext-width "," iface-ext-height ","
                   ws-result-display(ws-result-start:ws-result-length)
                   "," iface-ext-run-date ","
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
           END-IF
           IF iface-via-point = SPACES
               STRING ",,"
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
           ELSE
               STRING iface-via-col "," iface-via-row ","
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
           END-IF
           MOVE iface-request-id TO ws-trim-field
           PERFORM append-trimmed-field
           STRING ","
               DELIMITED BY SIZE
               INTO ws-csv-line
               WITH POINTER ws-csv-pointer
           MOVE iface-requesting-area TO ws-trim-field
           PERFORM append-trimmed-field
           .


      * precond: ws-trim-field holds a field for ws-csv-line
      * postcond: the field, less its trailing spaces, is appended
      * at ws-csv-pointer; an all-blank field appends nothing
       append-trimmed-field.
           PERFORM VARYING ws-trim-length FROM 64 BY -1
                   UNTIL ws-trim-length = 0
                       OR ws-trim-field(ws-trim-length:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF ws-trim-length > 0
               STRING ws-trim-field(1:ws-trim-length)
                   DELIMITED BY SIZE
                   INTO ws-csv-line
                   WITH POINTER ws-csv-pointer
           END-IF
           .


      * precond: every selected detail is on the subscriber's feed
      * postcond: the trailer -- detail count and hash total --
      * closes it
       write-subscriber-trailer.
           IF subs-fixed-layout
               MOVE SPACES TO sfed-record
               SET sfed-trailer-rec TO TRUE
               MOVE ws-feed-detail-count TO sfed-trl-detail-count
               MOVE ws-feed-hash-total TO sfed-trl-hash-total
               MOVE sfed-record TO subscriber-feed-record
           ELSE
               MOVE SPACES TO subscriber-feed-record
               STRING "T," ws-feed-detail-count ","
                   ws-feed-hash-total
                   DELIMITED BY SIZE
                   INTO subscriber-feed-record
           END-IF
           WRITE subscriber-feed-record
           .


      * precond: none
      * postcond: the report title and cycle-date lines are on
      * distrib-report-file
       write-distrib-header.
           MOVE SPACES TO distrib-report-record
           STRING "PROJECT-EULER-15 SUBSCRIBER FEED DISTRIBUTION"
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           WRITE distrib-report-record
           .


      * precond: every subscriber has been seen to
      * postcond: the run's totals are on the report
       write-distrib-totals.
           MOVE SPACES TO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "FEEDS CUT:              " ws-feeds-cut
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "  OF WHICH CUT AGAIN:   " ws-feeds-recut
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "SUBSCRIBERS SUSPENDED:  " ws-subscribers-suspended
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "FEEDS NOT CUT:          " ws-subscribers-in-trouble
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record

           MOVE SPACES TO distrib-report-record
           STRING "RECORDS BYPASSED:       " ws-subscribers-bypassed
               DELIMITED BY SIZE
               INTO distrib-report-record
           WRITE distrib-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "DISTRIB" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15DISTRIB: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-distrib.
