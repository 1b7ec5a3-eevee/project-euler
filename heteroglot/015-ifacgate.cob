      * PROJECT-EULER-15-IFACGATE: the release gate between the main
      * job's PE15IFAC feed and the outbound file routing-analysis
      * loads.  the feed used to go downstream exactly as the main
      * job wrote it, on nights that ended with a reconcile mismatch,
      * a regression compare showing changed results or a NIGHTBAL
      * that did not foot as much as on clean ones, so a wrong answer
      * could be loaded before anyone here had looked at it.  run
      * after NIGHTBAL, this step stages the night's feed on the
      * PE15FCTL feed-control file (see FCTLREC) with what it found
      * on the night's record:
      *   the main job's return code    8 or over is a hold
      *   NIGHTBAL's return code        anything but 0 is a hold
      *   the PE15CMPR CHANGED count    anything but 0 is a hold
      * a feed with nothing on the record passes and is copied to
      * PE15IFOT, the outbound file, the same run.  a held feed is
      * not: PE15IFOT is left empty -- no feed tonight, rather than
      * last night's again -- and the step ends 4, which the cycle
      * control treats as the restart point, so neither ACKRCN,
      * RESEND nor the next cycle runs on a feed nobody has cleared.
      * a supervisor then releases or withdraws it with the release
      * transaction (IFACREL), and this step is rerun:
      *   released  - the feed is copied to PE15IFOT as written
      *   withdrawn - a header carrying the feed's sequence number
      *               and the withdrawn status, and a zero trailer,
      *               go to PE15IFOT in its place, so the sequence
      *               number still arrives and the load step's gap
      *               check stays quiet
      * a feed already shipped is never shipped twice; a rerun after
      * shipping reports it and ends clean.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-ifacgate.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's feed as the main job wrote it, read here
      * untouched.
           SELECT interface-file ASSIGN TO "PE15IFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

      * the outbound file routing-analysis loads: a passed or
      * released feed, a withdrawn feed's place-holder, or empty.
           SELECT outbound-file ASSIGN TO "PE15IFOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-outbound-status.

      * the cycle-control file, read here untouched for the main
      * job's and NIGHTBAL's return codes.
           SELECT cycle-file ASSIGN TO "PE15CYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cycle-status.

      * the main job's regression compare report, read back off its
      * CHANGED summary line.
           SELECT compare-report-file ASSIGN TO "PE15CMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-compare-report-status.

      * the feed-control file, read whole and rewritten whole, same
      * as the cycle-control file; optional, so the first feed a
      * shop gates starts it.
           SELECT OPTIONAL feed-control-file ASSIGN TO "PE15FCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-control-status.

      * the gate report, in the shop's 132-column print format.
           SELECT gate-report-file ASSIGN TO "PE15GTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gate-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  interface-file
           RECORDING MODE IS F.
           COPY ifacerec.

      * same record layout as the feed it is shipped from, with the
      * names re-prefixed so the two FDs don't collide, the way the
      * resend step's delta feed does it.
       FD  outbound-file
           RECORDING MODE IS F.
           COPY ifacerec REPLACING LEADING ==iface== BY ==ifot==.

       FD  cycle-file
           RECORDING MODE IS F.
           COPY cyclrec.

       FD  compare-report-file
           RECORDING MODE IS F.
       01 compare-report-record        PIC X(132).

       FD  feed-control-file
           RECORDING MODE IS F.
           COPY fctlrec.

       FD  gate-report-file
           RECORDING MODE IS F.
       01 gate-report-record           PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-interface-status          PIC XX.
       01 ws-outbound-status           PIC XX.
       01 ws-cycle-status              PIC XX.
       01 ws-compare-report-status     PIC XX.
       01 ws-feed-control-status       PIC XX.
       01 ws-gate-report-status        PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(8).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the staged feed's own header and trailer figures
       01 ws-feed-header               PIC X(118).
       01 ws-feed-header-found-flag    PIC X VALUE "N".
           88 feed-header-found                VALUE "Y".
       01 ws-feed-trailer-found-flag   PIC X VALUE "N".
           88 feed-trailer-found               VALUE "Y".
       01 ws-feed-sequence             PIC 9(6) VALUE 0.
       01 ws-feed-job-id               PIC X(8) VALUE SPACES.
       01 ws-feed-detail-count         PIC 9(6) VALUE 0.
       01 ws-feed-hash-total           PIC 9(15) VALUE 0.
       01 ws-feed-records-shipped      PIC 9(6) VALUE 0.

      * the night's record the hold is decided on
           COPY cyclstep.
       01 ws-step-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-main-rc                   PIC 9(4) VALUE 0.
       01 ws-nightbal-rc               PIC 9(4) VALUE 0.
       01 ws-compare-changed           PIC 9(6) VALUE 0.
       01 ws-cycle-found-flag          PIC X VALUE "N".
           88 cycle-found                      VALUE "Y".

      * every feed on file, oldest first.  same 500-entry sizing as
      * the rest of this shop's in-storage tables; when it is full
      * the oldest feed is dropped as a new one is staged
       78 max-feed-entries VALUE IS 500.
       01 ws-feed-count                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-feed-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-current-ix                USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-feed-table.
           05 ws-feed-entry OCCURS 500 TIMES.
               10 ws-feed-image            PIC X(196).

      * what this run did with the feed, for the report and the
      * return code
       01 ws-gate-action-flag          PIC X VALUE SPACE.
           88 gate-shipped                     VALUE "S".
           88 gate-shipped-withdrawn           VALUE "W".
           88 gate-already-shipped             VALUE "A".
           88 gate-holding                     VALUE "H".

       01 ws-current-date-time         PIC X(21).
       01 ws-timestamp                 PIC X(19).
       01 ws-run-date-numeric          PIC 9(8).
       01 ws-run-date-edited           PIC 9999/99/99.

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           PERFORM get-run-date

           OPEN OUTPUT gate-report-file
           PERFORM write-gate-header

           PERFORM scan-staged-feed
           IF inputs-ok
               PERFORM load-feed-control
           END-IF
           IF inputs-ok
               PERFORM find-feed-entry
               IF ws-current-ix = 0
                   PERFORM read-nights-record
                   IF inputs-ok
                       PERFORM stage-new-feed
                   END-IF
               END-IF
           END-IF
           IF inputs-ok
               PERFORM apply-feed-state
               PERFORM rewrite-feed-control
           END-IF
           PERFORM write-gate-outcome

           CLOSE gate-report-file

      * a feed the gate could not judge is as good as held: 8, so
      * the cycle stops here either way; a held feed 4; otherwise 0
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN gate-holding
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: none
      * postcond: the run date fields and ws-timestamp hold now
       get-run-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE ws-current-date-time(1:8) TO ws-run-date-numeric
           MOVE ws-run-date-numeric TO ws-run-date-edited
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


      * precond: ws-file-label names the input that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the gate report,
      * with input-trouble set so nothing is staged or shipped
       flag-open-trouble.
           SET input-trouble TO TRUE
           DISPLAY "PE15IFACGATE: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO gate-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
               ", FEED NOT GATED ***"
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record
           .


      * precond: none
      * postcond: the feed's header image, sequence number and job
      * ID, and its trailer's count and hash total, are held; a feed
      * with no header has no sequence number to gate under and is
      * input trouble
       scan-staged-feed.
           SET file-not-eof TO TRUE
           OPEN INPUT interface-file
           MOVE ws-interface-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15IFAC" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM scan-one-feed-record UNTIL file-eof
               CLOSE interface-file
               IF NOT feed-header-found
                   SET input-trouble TO TRUE
                   DISPLAY "PE15IFACGATE: NO HEADER ON PE15IFAC, "
                       "FEED NOT GATED"
                   MOVE SPACES TO gate-report-record
                   STRING "*** NO HEADER ON PE15IFAC, FEED NOT "
                       "GATED ***"
                       DELIMITED BY SIZE
                       INTO gate-report-record
                   WRITE gate-report-record
               END-IF
           END-IF
           .


      * precond: interface-file is open for input with a READ
      * pending
      * postcond: a header or trailer record read is held, or
      * file-eof is set true
       scan-one-feed-record.
           READ interface-file
               AT END
                   SET file-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN iface-header-rec
                           SET feed-header-found TO TRUE
                           MOVE iface-record TO ws-feed-header
                           MOVE iface-hdr-sequence TO ws-feed-sequence
                           MOVE iface-hdr-job-id TO ws-feed-job-id
                       WHEN iface-trailer-rec
                           SET feed-trailer-found TO TRUE
                           MOVE iface-trl-detail-count
                               TO ws-feed-detail-count
                           MOVE iface-trl-hash-total
                               TO ws-feed-hash-total
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .


      * precond: none
      * postcond: every feed on PE15FCTL is in ws-feed-table, oldest
      * first; a file that exists but will not open is input trouble
       load-feed-control.
           MOVE 0 TO ws-feed-count
           SET file-not-eof TO TRUE
           OPEN INPUT feed-control-file
           MOVE ws-feed-control-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   PERFORM read-next-feed-control
                   PERFORM UNTIL file-eof
                       IF ws-feed-count < max-feed-entries
                           ADD 1 TO ws-feed-count
                       ELSE
                           PERFORM drop-oldest-feed
                       END-IF
                       MOVE feed-control-record
                           TO ws-feed-image(ws-feed-count)
                       PERFORM read-next-feed-control
                   END-PERFORM
                   CLOSE feed-control-file
               WHEN "05"
                   CLOSE feed-control-file
               WHEN OTHER
                   MOVE "PE15FCTL" TO ws-file-label
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: feed-control-file is open for input
      * postcond: feed-control-record holds the next feed, and
      * file-eof is set true once the file is exhausted
       read-next-feed-control.
           READ feed-control-file
               AT END
                   SET file-eof TO TRUE
           END-READ
           .


      * precond: ws-feed-table is full
      * postcond: the oldest feed is gone, every other one has moved
      * up a slot, and the last slot is free for the next
       drop-oldest-feed.
           PERFORM VARYING ws-feed-ix FROM 2 BY 1
                   UNTIL ws-feed-ix > ws-feed-count
               MOVE ws-feed-image(ws-feed-ix)
                   TO ws-feed-image(ws-feed-ix - 1)
           END-PERFORM
           .


      * precond: the feed-control table is loaded and the staged
      * feed's sequence number is held
      * postcond: ws-current-ix is the feed's entry, and
      * feed-control-record holds it, or ws-current-ix is 0 when the
      * gate has not seen this feed before
       find-feed-entry.
           MOVE 0 TO ws-current-ix
           PERFORM VARYING ws-feed-ix FROM 1 BY 1
                   UNTIL ws-feed-ix > ws-feed-count
                       OR ws-current-ix > 0
               MOVE ws-feed-image(ws-feed-ix) TO feed-control-record
               IF fctl-sequence = ws-feed-sequence
                   MOVE ws-feed-ix TO ws-current-ix
               END-IF
           END-PERFORM
           IF ws-current-ix > 0
               MOVE ws-feed-image(ws-current-ix) TO feed-control-record
           END-IF
           .


      * precond: begin-cycle-step has handed back the cycle date
      * postcond: ws-main-rc and ws-nightbal-rc hold the two steps'
      * return codes off this cycle's record and ws-compare-changed
      * the regression compare's CHANGED count; a record that cannot
      * be read is input trouble -- the gate never passes a feed it
      * could not judge
       read-nights-record.
           SET file-not-eof TO TRUE
           OPEN INPUT cycle-file
           MOVE ws-cycle-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15CYCL" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ cycle-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           IF cycle-date = cycl-cycle-date
                               SET cycle-found TO TRUE
                               PERFORM take-step-return-codes
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cycle-file
               IF NOT cycle-found
                   SET input-trouble TO TRUE
                   DISPLAY "PE15IFACGATE: CYCLE " cycl-cycle-date
                       " NOT ON PE15CYCL, FEED NOT GATED"
                   MOVE SPACES TO gate-report-record
                   STRING "*** CYCLE " cycl-cycle-date
                       " NOT ON PE15CYCL, FEED NOT GATED ***"
                       DELIMITED BY SIZE
                       INTO gate-report-record
                   WRITE gate-report-record
               END-IF
           END-IF

           SET file-not-eof TO TRUE
           OPEN INPUT compare-report-file
           MOVE ws-compare-report-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15CMPR" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ compare-report-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           IF compare-report-record(1:18)
                                   = "CHANGED:          "
                               AND compare-report-record(19:6)
                                   IS NUMERIC
                               MOVE compare-report-record(19:6)
                                   TO ws-compare-changed
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE compare-report-file
           END-IF
           .


      * precond: cycle-record holds this cycle
      * postcond: ws-main-rc and ws-nightbal-rc hold what the two
      * steps last ended with
       take-step-return-codes.
           PERFORM VARYING ws-step-ix FROM 1 BY 1
                   UNTIL ws-step-ix > cycle-step-count
               EVALUATE cycle-step-name(ws-step-ix)
                   WHEN "MAIN"
                       MOVE cycle-step-rc(ws-step-ix) TO ws-main-rc
                   WHEN "NIGHTBAL"
                       MOVE cycle-step-rc(ws-step-ix) TO ws-nightbal-rc
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .


      * precond: the feed is new to the gate and the night's record
      * has been read
      * postcond: a new feed-control entry is the last of the table,
      * in feed-control-record and at ws-current-ix, passed or held
      * on what the record shows
       stage-new-feed.
           IF ws-feed-count < max-feed-entries
               ADD 1 TO ws-feed-count
           ELSE
               PERFORM drop-oldest-feed
           END-IF
           MOVE ws-feed-count TO ws-current-ix
           MOVE SPACES TO feed-control-record
           MOVE ws-feed-sequence TO fctl-sequence
           MOVE cycl-cycle-date TO fctl-cycle-date
           MOVE ws-feed-job-id TO fctl-job-id
           MOVE ws-feed-detail-count TO fctl-detail-count
           MOVE ws-feed-hash-total TO fctl-hash-total
           MOVE ws-timestamp TO fctl-staged-at
           MOVE ws-main-rc TO fctl-main-rc
           MOVE ws-nightbal-rc TO fctl-nightbal-rc
           MOVE ws-compare-changed TO fctl-compare-changed
           IF ws-main-rc >= 8
                   OR ws-nightbal-rc NOT = 0
                   OR ws-compare-changed NOT = 0
               SET fctl-held TO TRUE
           ELSE
               SET fctl-passed TO TRUE
           END-IF
           MOVE feed-control-record TO ws-feed-image(ws-current-ix)
           .


      * precond: feed-control-record holds the feed's entry
      * postcond: a passed or released feed is on PE15IFOT, a
      * withdrawn one's place-holder is, a held one has left
      * PE15IFOT empty, and the entry records when it shipped
       apply-feed-state.
           EVALUATE TRUE
               WHEN fctl-shipped-at NOT = SPACES
                   SET gate-already-shipped TO TRUE
               WHEN fctl-held
                   SET gate-holding TO TRUE
                   PERFORM empty-outbound-file
               WHEN fctl-withdrawn
                   PERFORM ship-withdrawn-feed
               WHEN OTHER
                   PERFORM ship-feed
           END-EVALUATE
           IF gate-shipped OR gate-shipped-withdrawn
               MOVE ws-timestamp TO fctl-shipped-at
           END-IF
           MOVE feed-control-record TO ws-feed-image(ws-current-ix)
           .


      * precond: the feed is passed or released and not yet shipped
      * postcond: PE15IFOT holds the feed record for record, and
      * gate-shipped is set; an outbound file that will not take it
      * is input trouble and the feed stays unshipped
       ship-feed.
           OPEN OUTPUT outbound-file
           MOVE ws-outbound-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15IFOT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               SET file-not-eof TO TRUE
               OPEN INPUT interface-file
               MOVE ws-interface-status TO ws-open-status
               IF ws-open-status NOT = "00"
                   MOVE "PE15IFAC" TO ws-file-label
                   PERFORM flag-open-trouble
               ELSE
                   PERFORM UNTIL file-eof
                       READ interface-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               MOVE iface-record TO ifot-record
                               WRITE ifot-record
                               ADD 1 TO ws-feed-records-shipped
                       END-READ
                   END-PERFORM
                   CLOSE interface-file
                   SET gate-shipped TO TRUE
               END-IF
               CLOSE outbound-file
           END-IF
           .


      * precond: the feed is withdrawn and not yet shipped
      * postcond: PE15IFOT holds the feed's own header marked
      * withdrawn and a trailer of no details, and
      * gate-shipped-withdrawn is set
       ship-withdrawn-feed.
           OPEN OUTPUT outbound-file
           MOVE ws-outbound-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15IFOT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               MOVE ws-feed-header TO ifot-record
               SET ifot-hdr-withdrawn TO TRUE
               WRITE ifot-record
               MOVE SPACES TO ifot-record
               SET ifot-trailer-rec TO TRUE
               MOVE 0 TO ifot-trl-detail-count
               MOVE 0 TO ifot-trl-hash-total
               WRITE ifot-record
               CLOSE outbound-file
               MOVE 2 TO ws-feed-records-shipped
               SET gate-shipped-withdrawn TO TRUE
           END-IF
           .


      * precond: the feed is held
      * postcond: PE15IFOT is empty -- no feed tonight -- so the
      * load step cannot pick up an earlier feed a second time
       empty-outbound-file.
           OPEN OUTPUT outbound-file
           IF ws-outbound-status = "00"
               CLOSE outbound-file
           ELSE
               MOVE ws-outbound-status TO ws-open-status
               MOVE "PE15IFOT" TO ws-file-label
               PERFORM flag-open-trouble
           END-IF
           .


      * precond: the feed-control table holds every feed on file
      * postcond: PE15FCTL holds the table; a file that will not
      * take it is input trouble
       rewrite-feed-control.
           OPEN OUTPUT feed-control-file
           MOVE ws-feed-control-status TO ws-open-status
           IF ws-open-status NOT = "00" AND "05"
               MOVE "PE15FCTL" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM VARYING ws-feed-ix FROM 1 BY 1
                       UNTIL ws-feed-ix > ws-feed-count
                   MOVE ws-feed-image(ws-feed-ix)
                       TO feed-control-record
                   WRITE feed-control-record
               END-PERFORM
               CLOSE feed-control-file
           END-IF
           .


      * precond: the feed has been gated, or input trouble stopped it
      * postcond: the feed, the night's record, the state it is in
      * and what this run did with it are on the gate report
       write-gate-outcome.
           IF ws-current-ix = 0
               MOVE SPACES TO gate-report-record
               WRITE gate-report-record
               MOVE SPACES TO gate-report-record
               STRING "*** NOTHING STAGED OR SHIPPED; PE15IFOT IS "
                   "UNCHANGED ***"
                   DELIMITED BY SIZE
                   INTO gate-report-record
               WRITE gate-report-record
           ELSE
               PERFORM write-feed-lines
               PERFORM write-action-lines
           END-IF
           .


      * precond: feed-control-record holds the feed's entry
      * postcond: the feed's figures and the night's record, each
      * condition marked HOLD or OK, are on the gate report
       write-feed-lines.
           MOVE SPACES TO gate-report-record
           WRITE gate-report-record
           MOVE SPACES TO gate-report-record
           STRING "FEED SEQUENCE:  " fctl-sequence
               "   CYCLE: " fctl-cycle-date
               "   JOB ID: " fctl-job-id
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record
           MOVE SPACES TO gate-report-record
           STRING "DETAILS:        " fctl-detail-count
               "   HASH TOTAL: " fctl-hash-total
               "   STAGED: " fctl-staged-at
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record
           IF NOT feed-trailer-found
               MOVE SPACES TO gate-report-record
               STRING "*** NO TRAILER ON PE15IFAC: THE FEED IS "
                   "INCOMPLETE ***"
                   DELIMITED BY SIZE
                   INTO gate-report-record
               WRITE gate-report-record
           END-IF

           MOVE SPACES TO gate-report-record
           WRITE gate-report-record
           MOVE SPACES TO gate-report-record
           STRING "THE NIGHT'S RECORD"
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record

           MOVE SPACES TO gate-report-record
           STRING "   MAIN JOB RETURN CODE:    " fctl-main-rc
               DELIMITED BY SIZE
               INTO gate-report-record
           IF fctl-main-rc >= 8
               MOVE "HOLD - RECONCILE MISMATCH"
                   TO gate-report-record(40:25)
           ELSE
               MOVE "OK" TO gate-report-record(40:2)
           END-IF
           WRITE gate-report-record

           MOVE SPACES TO gate-report-record
           STRING "   COMPARE CHANGED RESULTS: " fctl-compare-changed
               DELIMITED BY SIZE
               INTO gate-report-record
           IF fctl-compare-changed NOT = 0
               MOVE "HOLD - PE15CMPR SHOWS CHANGED RESULTS"
                   TO gate-report-record(40:37)
           ELSE
               MOVE "OK" TO gate-report-record(40:2)
           END-IF
           WRITE gate-report-record

           MOVE SPACES TO gate-report-record
           STRING "   NIGHTBAL RETURN CODE:    " fctl-nightbal-rc
               DELIMITED BY SIZE
               INTO gate-report-record
           IF fctl-nightbal-rc NOT = 0
               MOVE "HOLD - THE NIGHT DOES NOT BALANCE"
                   TO gate-report-record(40:33)
           ELSE
               MOVE "OK" TO gate-report-record(40:2)
           END-IF
           WRITE gate-report-record
           .


      * precond: feed-control-record holds the feed's entry, and
      * apply-feed-state has run
      * postcond: the feed's state, any supervisor decision, and
      * what this run did with it are on the gate report and, for a
      * held feed, the console
       write-action-lines.
           MOVE SPACES TO gate-report-record
           WRITE gate-report-record
           IF fctl-released OR fctl-withdrawn
               MOVE SPACES TO gate-report-record
               IF fctl-released
                   STRING "RELEASED BY " fctl-decided-by
                       " AT " fctl-decided-at
                       DELIMITED BY SIZE
                       INTO gate-report-record
               ELSE
                   STRING "WITHDRAWN BY " fctl-decided-by
                       " AT " fctl-decided-at
                       DELIMITED BY SIZE
                       INTO gate-report-record
               END-IF
               WRITE gate-report-record
               MOVE SPACES TO gate-report-record
               STRING "REASON: " fctl-decision-reason
                   DELIMITED BY SIZE
                   INTO gate-report-record
               WRITE gate-report-record
           END-IF

           MOVE SPACES TO gate-report-record
           EVALUATE TRUE
               WHEN gate-already-shipped
                   STRING "FEED ALREADY SHIPPED AT " fctl-shipped-at
                       ", NOT SHIPPED AGAIN"
                       DELIMITED BY SIZE
                       INTO gate-report-record
               WHEN gate-shipped
                   STRING "FEED SHIPPED TO PE15IFOT: "
                       ws-feed-records-shipped " RECORDS"
                       DELIMITED BY SIZE
                       INTO gate-report-record
               WHEN gate-shipped-withdrawn
                   STRING "FEED WITHDRAWN: HEADER AND ZERO TRAILER "
                       "SHIPPED TO PE15IFOT UNDER ITS SEQUENCE NUMBER"
                       DELIMITED BY SIZE
                       INTO gate-report-record
               WHEN gate-holding
                   STRING "*** FEED HELD: NOT SHIPPED, PE15IFOT LEFT "
                       "EMPTY. RELEASE OR WITHDRAW IT WITH IFACREL, "
                       "THEN RERUN IFACGATE ***"
                       DELIMITED BY SIZE
                       INTO gate-report-record
                   DISPLAY "PE15IFACGATE: FEED " fctl-sequence
                       " HELD FOR SUPERVISOR RELEASE, SEE PE15GTRP"
               WHEN OTHER
                   STRING "*** FEED NOT SHIPPED, SEE ABOVE ***"
                       DELIMITED BY SIZE
                       INTO gate-report-record
           END-EVALUATE
           WRITE gate-report-record
           .


      * precond: get-run-date has set the run date fields
      * postcond: the report title and run-date lines are on
      * gate-report-file
       write-gate-header.
           MOVE SPACES TO gate-report-record
           STRING "PROJECT-EULER-15 INTERFACE FEED RELEASE GATE"
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record

           MOVE SPACES TO gate-report-record
           STRING "RUN DATE: " ws-run-date-edited
               DELIMITED BY SIZE
               INTO gate-report-record
           WRITE gate-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "IFACGATE" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15IFACGATE: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-ifacgate.
