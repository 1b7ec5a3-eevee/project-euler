      * PROJECT-EULER-15-MERGE: the back half of a split night (see
      * PROJECT-EULER-15-SPLIT).  once every stream of the main job
      * has run, this step puts their files back together as the one
      * set an unsplit night writes, so the balancing step, the
      * release gate, the acknowledgment reconciliation and the
      * routing-analysis load cannot tell the night was split:
      *   every stream is checked first -- it must have finished (its
      *   run-history record is there), its feed must be complete and
      *   foot to its own trailer, and it must account for every
      *   card it was dealt.  a stream that fails any of these is
      *   listed, nothing at all is merged, and MAIN is ended 16:
      *   rerun that stream on its own (it resumes from its own
      *   checkpoint), then this step
      *   PE15RPT gets the first stream's heading, every stream's
      *   detail lines in stream order, and one end-of-run summary
      *   for the whole night, in the main job's own layout
      *   PE15IFAC gets one header, under one sequence number drawn
      *   from PE15SEQ the way the main job draws it, every stream's
      *   details in stream order, and one trailer whose count and
      *   hash total cover them all
      *   PE15CMPR is the regression compare of the merged feed
      *   against PE15BASE, when one is supplied -- a stream sees
      *   only its share of the deck and cannot make it
      *   PE15EXCP and PE15IMPR are the streams' put end to end
      *   PE15RHIST gets one record for the night, and PE15AUDT the
      *   streams' audit lines, stamped with the night's run start
      *   as one run's lines are
      *   the results master gets every new clean-grid size the
      *   streams computed, which they only read
      * this step joins the MAIN step the split step began, and
      * ends it with the night's return code: 8 for any reconcile
      * mismatch, 4 for any reconcile skipped or pair set aside,
      * otherwise 0, as the main job's own.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-merge.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the split control record the split step wrote; optional, so
      * a merge with no split behind it is refused, not abended.
           SELECT OPTIONAL split-control-file ASSIGN TO "PE15SPLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-split-control-status.

      * any one of a stream's files, by its .nn name, read whole.
           SELECT stream-file ASSIGN TO DYNAMIC
               ws-stream-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stream-status.

      * the night's files, as the main job writes them unsplit.
           SELECT report-file ASSIGN TO "PE15RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

           SELECT audit-file ASSIGN TO "PE15AUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

           SELECT interface-file ASSIGN TO "PE15IFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

           SELECT compare-report-file ASSIGN TO "PE15CMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-compare-report-status.

           SELECT impact-report-file ASSIGN TO "PE15IMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-impact-report-status.

           SELECT exception-file ASSIGN TO "PE15EXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exception-status.

           SELECT run-history-file ASSIGN TO "PE15RHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-run-history-status.

      * the regression baseline, as the main job takes it.
           SELECT OPTIONAL baseline-file ASSIGN TO "PE15BASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-baseline-status.

      * the feed sequence control the main job draws from.
           SELECT OPTIONAL feed-sequence-file ASSIGN TO "PE15SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-sequence-status.

      * the keyed results master the streams read and this step
      * adds the night's new sizes to.
           SELECT OPTIONAL results-master-file ASSIGN TO "PE15MSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS master-key
               FILE STATUS IS ws-master-status.

      * the merge report, in the shop's 132-column print format.
           SELECT merge-report-file ASSIGN TO "PE15MGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-merge-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  split-control-file
           RECORDING MODE IS F.
       01 split-control-record         PIC X(200).

       FD  stream-file
           RECORDING MODE IS F.
       01 stream-record                PIC X(200).

       FD  report-file
           RECORDING MODE IS F.
       01 report-record                PIC X(132).

       FD  audit-file
           RECORDING MODE IS F.
           COPY auditrec.

       FD  interface-file
           RECORDING MODE IS F.
           COPY ifacerec.

       FD  compare-report-file
           RECORDING MODE IS F.
       01 compare-report-record        PIC X(132).

       FD  impact-report-file
           RECORDING MODE IS F.
       01 impact-report-record         PIC X(132).

       FD  exception-file
           RECORDING MODE IS F.
           COPY excprec.

       FD  run-history-file
           RECORDING MODE IS F.
           COPY runhrec.

       FD  baseline-file
           RECORDING MODE IS F.
           COPY ifacerec REPLACING LEADING ==iface== BY ==base==.

       FD  feed-sequence-file
           RECORDING MODE IS F.
       01 feed-sequence-record         PIC 9(6).

       FD  results-master-file.
           COPY mstrrec.

       FD  merge-report-file
           RECORDING MODE IS F.
       01 merge-report-record          PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-split-control-status      PIC XX.
       01 ws-stream-status             PIC XX.
       01 ws-report-status             PIC XX.
       01 ws-audit-status              PIC XX.
       01 ws-interface-status          PIC XX.
       01 ws-compare-report-status     PIC XX.
       01 ws-impact-report-status      PIC XX.
       01 ws-exception-status          PIC XX.
       01 ws-run-history-status        PIC XX.
       01 ws-baseline-status           PIC XX.
       01 ws-feed-sequence-status      PIC XX.
       01 ws-master-status             PIC XX.
       01 ws-master-open-status        PIC XX.
       01 ws-merge-report-status       PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(12).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the split being merged
           COPY spltrec.
       01 ws-stream-count              PIC 9(2) VALUE 0.
       01 ws-stream-ix                 USAGE IS UNSIGNED-LONG.
       01 ws-stream-id                 PIC 9(2).
       01 ws-stream-file-name          PIC X(16).
       01 ws-streams-in-trouble        PIC 9(2) VALUE 0.

      * one stream's check: its run-history record as it wrote it,
      * its feed's own figures, and what is wrong with it, if
      * anything
       01 ws-stream-trouble-flag       PIC X VALUE "N".
           88 stream-in-trouble                VALUE "Y".
           88 stream-ok                        VALUE "N".
       01 ws-stream-problem            PIC X(80).
       01 ws-stream-accounted          PIC 9(6).
       01 ws-check-header-flag         PIC X.
           88 check-header-found               VALUE "Y".
           88 check-header-not-found           VALUE "N".
       01 ws-check-trailer-flag        PIC X.
           88 check-trailer-found              VALUE "Y".
           88 check-trailer-not-found          VALUE "N".
       01 ws-check-detail-count        PIC 9(6).
       01 ws-check-hash-total          PIC 9(15).
       01 ws-check-trl-count           PIC 9(6).
       01 ws-check-trl-hash            PIC 9(15).
           COPY runhrec REPLACING ==run-history-record==
               BY ==stream-history-record==
               LEADING ==runh== BY ==strh==.
           COPY ifacerec REPLACING LEADING ==iface== BY ==strf==.

      * every stream's run-history record, kept for the summary,
      * the night's record and the audit restamp
       01 ws-stream-history-table.
           05 ws-stream-history-image  PIC X(120) OCCURS 20 TIMES.

      * the night's feed header, taken from the first stream's
       01 ws-feed-run-date             PIC 9(8) VALUE 0.
       01 ws-feed-job-id               PIC X(8) VALUE SPACES.
       01 ws-run-date-edited           PIC 9999/99/99.

      * the night's end-of-run summary, summed over the streams
       01 ws-run-started               PIC X(19) VALUE HIGH-VALUES.
       01 ws-run-ended                 PIC X(19) VALUE LOW-VALUES.
       01 ws-date-work                 PIC X(8).
       01 ws-start-date-numeric        PIC 9(8).
       01 ws-end-date-numeric          PIC 9(8).
       01 ws-start-sec-of-day          PIC 9(6).
       01 ws-end-sec-of-day            PIC 9(6).
       01 ws-time-part-hh              PIC 9(2).
       01 ws-time-part-mm              PIC 9(2).
       01 ws-time-part-ss              PIC 9(2).
       01 ws-elapsed-seconds           PIC S9(7).
       01 ws-elapsed-edited            PIC -(6)9.
       01 ws-pairs-processed           PIC 9(6) VALUE 0.
       01 ws-overflow-skip-count       PIC 9(6) VALUE 0.
       01 ws-pairs-restart-skipped     PIC 9(6) VALUE 0.
       01 ws-reconcile-ok-count        PIC 9(6) VALUE 0.
       01 ws-reconcile-mismatch-count  PIC 9(6) VALUE 0.
       01 ws-reconcile-skipped-count   PIC 9(6) VALUE 0.
       01 ws-reconcile-master-count    PIC 9(6) VALUE 0.
       01 ws-reconcile-blocked-count   PIC 9(6) VALUE 0.
       01 ws-largest-area              PIC 9(9) VALUE 0.
       01 ws-this-area                 PIC 9(9).
       01 ws-largest-width             PIC 9(4) VALUE 0.
       01 ws-largest-height            PIC 9(4) VALUE 0.
      * the largest result as the streams printed it, and the same
      * digits zero-filled, which compare as numbers do
       01 ws-largest-result-edited     PIC X(64) VALUE SPACES.
       01 ws-largest-result-key        PIC X(64) VALUE ZEROS.
       01 ws-this-result-key           PIC X(64).
       01 ws-final-return-code         PIC 9(2) VALUE 0.
       01 ws-summary-reached-flag      PIC X.
           88 summary-reached                  VALUE "Y".
           88 summary-not-reached              VALUE "N".

      * interface feed control totals, the main job's rule: the
      * low-order 15 digits of each result, summed and wrapped
       78 hash-total-modulus VALUE IS 1000000000000000.
       01 ws-iface-detail-count        PIC 9(6) VALUE 0.
       01 ws-iface-hash-total          PIC 9(15) VALUE 0.
       01 ws-iface-hash-work           PIC 9(15).
       01 ws-iface-sequence            PIC 9(6) VALUE 0.

      * the regression compare, the main job's own table and rules
       01 ws-compare-mode-flag         PIC X VALUE "N".
           88 compare-mode-active              VALUE "Y".
           88 compare-mode-inactive            VALUE "N".
       01 ws-baseline-eof-flag         PIC X VALUE "N".
           88 baseline-eof                     VALUE "Y".
           88 baseline-not-eof                 VALUE "N".
       78 max-baseline-entries VALUE IS 500.
       01 ws-baseline-count            USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-baseline-ix               USAGE IS UNSIGNED-LONG.
       01 ws-baseline-table.
           05 ws-baseline-entry OCCURS 500 TIMES.
               10 ws-baseline-entry-width  PIC 9(4).
               10 ws-baseline-entry-height PIC 9(4).
               10 ws-baseline-entry-result PIC X(64).
               10 ws-baseline-entry-via    PIC X(8).
               10 ws-baseline-entry-flag   PIC X.
                   88 baseline-entry-matched       VALUE "Y".
                   88 baseline-entry-unmatched     VALUE "N".
       01 ws-baseline-found-flag       PIC X.
           88 baseline-found                   VALUE "Y".
           88 baseline-not-found               VALUE "N".
       01 ws-compare-matched           PIC 9(6) VALUE 0.
       01 ws-compare-changed           PIC 9(6) VALUE 0.
       01 ws-compare-new               PIC 9(6) VALUE 0.
       01 ws-compare-missing           PIC 9(6) VALUE 0.
       01 ws-baseline-result-display   PIC X(64).
       01 ws-width                     PIC 9(4).
       01 ws-height                    PIC 9(4).
       01 ws-via-point                 PIC X(8).
       01 ws-result-display            PIC X(64).

      * what went where, for the merge report
       01 ws-report-lines              PIC 9(6) VALUE 0.
       01 ws-exception-lines           PIC 9(6) VALUE 0.
       01 ws-impact-lines              PIC 9(6) VALUE 0.
      * the impact report's heading lines, which only the first
      * stream's copy keeps
       01 ws-impact-title              PIC X(47) VALUE
           "PROJECT-EULER-15 CLOSURE IMPACT ANALYSIS REPORT".
       01 ws-impact-not-requested      PIC X(42) VALUE
           "IMPACT ANALYSIS NOT REQUESTED (PE15IMPACT)".
       01 ws-audit-lines               PIC 9(6) VALUE 0.
       01 ws-audit-restamped           PIC 9(6) VALUE 0.
       01 ws-master-added              PIC 9(6) VALUE 0.
       01 ws-master-rewritten          PIC 9(6) VALUE 0.
       01 ws-history-written-flag      PIC X VALUE "N".
           88 history-written                  VALUE "Y".

       01 ws-cycle-date-edited         PIC 9999/99/99.

      * the cycle-control check: this step joins the MAIN step the
      * split step began, and posts its end
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           PERFORM load-split-control
           MOVE cycl-cycle-date TO ws-cycle-date-edited

           OPEN OUTPUT merge-report-file
           PERFORM write-merge-header

           PERFORM check-one-stream
               VARYING ws-stream-ix FROM 1 BY 1
               UNTIL ws-stream-ix > ws-stream-count

      * nothing is merged unless every stream checked out: half a
      * night's feed merged is worse than none
           IF inputs-ok
               PERFORM settle-return-code
               PERFORM merge-run-report
           END-IF
           IF inputs-ok
               PERFORM load-baseline
               PERFORM merge-interface-feed
           END-IF
           IF inputs-ok
               PERFORM merge-exception-file
           END-IF
           IF inputs-ok
               PERFORM merge-impact-report
           END-IF
      * the two appends go last, so a merge that stops on anything
      * above can be rerun without doubling a record in either
           IF inputs-ok
               PERFORM write-run-history
           END-IF
           IF inputs-ok
               PERFORM merge-audit-trail
           END-IF
           PERFORM write-merge-outcome

           CLOSE merge-report-file

           IF input-trouble
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ws-final-return-code TO RETURN-CODE
           END-IF
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: begin-cycle-step has handed back the cycle date
      * postcond: ws-stream-count is the stream count of the split
      * made for this cycle; no split on file, or one made for
      * another cycle, refuses the step before anything is opened
       load-split-control.
           MOVE 0 TO ws-stream-count
           OPEN INPUT split-control-file
           EVALUATE ws-split-control-status
               WHEN "00"
                   READ split-control-file INTO split-record
                       AT END
                           MOVE SPACES TO cycl-message
                           STRING "NO SPLIT ON PE15SPLT -- RUN THE "
                               "SPLIT STEP FIRST"
                               DELIMITED BY SIZE
                               INTO cycl-message
                       NOT AT END
                           IF splt-cycle-date = cycl-cycle-date
                                   AND splt-stream-count IS NUMERIC
                                   AND splt-stream-count > 0
                                   AND splt-stream-count
                                       <= max-split-streams
                               MOVE splt-stream-count
                                   TO ws-stream-count
                           ELSE
                               MOVE SPACES TO cycl-message
                               STRING "PE15SPLT IS NOT A SPLIT FOR "
                                   "CYCLE " cycl-cycle-date
                                   DELIMITED BY SIZE
                                   INTO cycl-message
                           END-IF
                   END-READ
                   CLOSE split-control-file
               WHEN "05"
                   CLOSE split-control-file
                   MOVE SPACES TO cycl-message
                   STRING "NO SPLIT ON PE15SPLT -- RUN THE SPLIT "
                       "STEP FIRST"
                       DELIMITED BY SIZE
                       INTO cycl-message
               WHEN OTHER
                   MOVE SPACES TO cycl-message
                   STRING "PE15SPLT WILL NOT OPEN, STATUS "
                       ws-split-control-status
                       DELIMITED BY SIZE
                       INTO cycl-message
           END-EVALUATE

           IF ws-stream-count = 0
               DISPLAY "PE15MERGE: STEP REFUSED: " cycl-message
               MOVE cycle-refused-rc TO RETURN-CODE
               STOP RUN
           END-IF
           .


      * precond: ws-stream-ix is a stream of the split
      * postcond: the stream is checked -- finished, feed complete
      * and footing, every card dealt accounted for -- and its line
      * is on the merge report; a stream that fails is counted, and
      * input-trouble set so nothing is merged.  a stream that
      * finished has its run-history record kept and its figures
      * taken into the night's
       check-one-stream.
           MOVE ws-stream-ix TO ws-stream-id
           SET stream-ok TO TRUE
           MOVE SPACES TO ws-stream-problem
           PERFORM check-stream-history
           IF stream-ok
               PERFORM check-stream-feed
           END-IF
           IF stream-ok AND splt-card-count > 0
               COMPUTE ws-stream-accounted = strh-pairs-processed
                   + strh-pairs-set-aside + strh-restart-skipped
               IF ws-stream-accounted
                       NOT = splt-stream-cards(ws-stream-ix)
                   SET stream-in-trouble TO TRUE
                   STRING "ACCOUNTS FOR " ws-stream-accounted
                       " OF THE " splt-stream-cards(ws-stream-ix)
                       " CARDS DEALT IT"
                       DELIMITED BY SIZE
                       INTO ws-stream-problem
               END-IF
           END-IF
           IF stream-ok
               PERFORM take-stream-figures
           ELSE
               SET input-trouble TO TRUE
               ADD 1 TO ws-streams-in-trouble
           END-IF
           PERFORM write-stream-line
           .


      * precond: ws-stream-id is the stream being checked
      * postcond: the stream's run-history record is in
      * stream-history-record and kept in its table slot, or the
      * stream is in trouble: no record means it never finished
       check-stream-history.
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15RHIST." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           OPEN INPUT stream-file
           EVALUATE ws-stream-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET stream-in-trouble TO TRUE
                   STRING "NO " ws-stream-file-name
                       DELIMITED BY SPACE
                       ": THE STREAM HAS NOT RUN"
                       DELIMITED BY SIZE
                       INTO ws-stream-problem
               WHEN OTHER
                   SET stream-in-trouble TO TRUE
                   STRING ws-stream-file-name
                       DELIMITED BY SPACE
                       " WILL NOT OPEN, STATUS " ws-stream-status
                       DELIMITED BY SIZE
                       INTO ws-stream-problem
           END-EVALUATE
           IF stream-ok
               READ stream-file
                   AT END
                       SET stream-in-trouble TO TRUE
                       STRING "NO RUN HISTORY ON "
                           ws-stream-file-name
                           DELIMITED BY SPACE
                           ": THE STREAM HAS NOT FINISHED"
                           DELIMITED BY SIZE
                           INTO ws-stream-problem
                   NOT AT END
                       MOVE stream-record
                           TO ws-stream-history-image(ws-stream-ix)
                       MOVE stream-record TO stream-history-record
               END-READ
               CLOSE stream-file
           END-IF
           .


      * precond: ws-stream-id is the stream being checked
      * postcond: the stream's feed has been read whole; it is in
      * trouble unless it has its header and a trailer whose count
      * and hash total foot to its details.  the first stream's
      * header gives the night's feed its run date and job ID
       check-stream-feed.
           SET check-header-not-found TO TRUE
           SET check-trailer-not-found TO TRUE
           MOVE 0 TO ws-check-detail-count
           MOVE 0 TO ws-check-hash-total
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15IFAC." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           OPEN INPUT stream-file
           IF ws-stream-status NOT = "00"
               SET stream-in-trouble TO TRUE
               STRING ws-stream-file-name
                   DELIMITED BY SPACE
                   " WILL NOT OPEN, STATUS " ws-stream-status
                   DELIMITED BY SIZE
                   INTO ws-stream-problem
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE stream-record TO strf-record
                           PERFORM check-one-feed-record
                   END-READ
               END-PERFORM
               CLOSE stream-file
               EVALUATE TRUE
                   WHEN check-header-not-found
                       SET stream-in-trouble TO TRUE
                       STRING "NO HEADER ON " ws-stream-file-name
                           DELIMITED BY SPACE
                           INTO ws-stream-problem
                   WHEN check-trailer-not-found
                       SET stream-in-trouble TO TRUE
                       STRING "NO TRAILER ON " ws-stream-file-name
                           DELIMITED BY SPACE
                           ": THE FEED IS INCOMPLETE"
                           DELIMITED BY SIZE
                           INTO ws-stream-problem
                   WHEN ws-check-trl-count NOT = ws-check-detail-count
                           OR ws-check-trl-hash
                               NOT = ws-check-hash-total
                       SET stream-in-trouble TO TRUE
                       STRING ws-stream-file-name
                           DELIMITED BY SPACE
                           " DOES NOT FOOT TO ITS TRAILER"
                           DELIMITED BY SIZE
                           INTO ws-stream-problem
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .


      * precond: strf-record holds one record of a stream's feed
      * postcond: a header is noted, a detail folded into the
      * stream's count and hash total, a trailer's figures held
       check-one-feed-record.
           EVALUATE TRUE
               WHEN strf-header-rec
                   SET check-header-found TO TRUE
                   IF ws-stream-ix = 1
                       MOVE strf-hdr-run-date TO ws-feed-run-date
                       MOVE strf-hdr-job-id TO ws-feed-job-id
                   END-IF
               WHEN strf-detail-rec
                   ADD 1 TO ws-check-detail-count
                   MOVE strf-result(17:15) TO ws-iface-hash-work
                   COMPUTE ws-check-hash-total = FUNCTION MOD(
                       ws-check-hash-total + ws-iface-hash-work
                       hash-total-modulus)
               WHEN strf-ext-detail-rec
                   ADD 1 TO ws-check-detail-count
                   MOVE strf-ext-result(50:15) TO ws-iface-hash-work
                   COMPUTE ws-check-hash-total = FUNCTION MOD(
                       ws-check-hash-total + ws-iface-hash-work
                       hash-total-modulus)
               WHEN strf-trailer-rec
                   SET check-trailer-found TO TRUE
                   MOVE strf-trl-detail-count TO ws-check-trl-count
                   MOVE strf-trl-hash-total TO ws-check-trl-hash
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .


      * precond: stream-history-record holds a stream that checked
      * out
      * postcond: its counters are in the night's totals, its grid
      * in the largest-grid high-water mark, and its run start in
      * the night's if it started first
       take-stream-figures.
           ADD strh-pairs-processed TO ws-pairs-processed
           ADD strh-pairs-set-aside TO ws-overflow-skip-count
           ADD strh-restart-skipped TO ws-pairs-restart-skipped
           ADD strh-reconcile-ok TO ws-reconcile-ok-count
           ADD strh-reconcile-mismatch TO ws-reconcile-mismatch-count
           ADD strh-reconcile-skipped TO ws-reconcile-skipped-count
           ADD strh-reconcile-master TO ws-reconcile-master-count
           ADD strh-reconcile-blocked TO ws-reconcile-blocked-count
           COMPUTE ws-this-area = strh-largest-width
               * strh-largest-height
           IF ws-this-area > ws-largest-area
               MOVE ws-this-area TO ws-largest-area
               MOVE strh-largest-width TO ws-largest-width
               MOVE strh-largest-height TO ws-largest-height
           END-IF
           IF strh-timestamp < ws-run-started
               MOVE strh-timestamp TO ws-run-started
           END-IF
           .


      * precond: the stream is checked
      * postcond: its line -- what it was dealt, what it did, or
      * what is wrong with it and what to do -- is on the merge
      * report
       write-stream-line.
           MOVE SPACES TO merge-report-record
           IF stream-ok
               STRING "STREAM " ws-stream-id
                   "   CARDS " splt-stream-cards(ws-stream-ix)
                   "   PROCESSED " strh-pairs-processed
                   "   SET ASIDE " strh-pairs-set-aside
                   "   DETAILS " ws-check-detail-count
                   "   RC " strh-return-code
                   "   OK"
                   DELIMITED BY SIZE
                   INTO merge-report-record
               WRITE merge-report-record
           ELSE
               STRING "STREAM " ws-stream-id
                   "   CARDS " splt-stream-cards(ws-stream-ix)
                   "   *** " ws-stream-problem
                   DELIMITED BY SIZE
                   INTO merge-report-record
               WRITE merge-report-record
               MOVE SPACES TO merge-report-record
               STRING "             *** RERUN STREAM " ws-stream-id
                   " (PE15STREAM=" ws-stream-id
                   "), THEN THE MERGE ***"
                   DELIMITED BY SIZE
                   INTO merge-report-record
               WRITE merge-report-record
               DISPLAY "PE15MERGE: STREAM " ws-stream-id " "
                   ws-stream-problem
           END-IF
           .


      * precond: every stream checked out and its figures are in
      * the night's totals
      * postcond: ws-final-return-code is the night's, by the main
      * job's rule, worst condition wins
       settle-return-code.
           EVALUATE TRUE
               WHEN ws-reconcile-mismatch-count > 0
                   MOVE 8 TO ws-final-return-code
               WHEN ws-reconcile-skipped-count > 0
                   OR ws-overflow-skip-count > 0
                   MOVE 4 TO ws-final-return-code
               WHEN OTHER
                   MOVE 0 TO ws-final-return-code
           END-EVALUATE
           .


      * precond: ws-file-label names the file that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the merge
      * report, with input-trouble set so the merge goes no further
       flag-open-trouble.
           SET input-trouble TO TRUE
           DISPLAY "PE15MERGE: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO merge-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
               ", MERGE STOPPED ***"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record
           .


      * precond: every stream checked out
      * postcond: PE15RPT holds the first stream's heading, every
      * stream's detail lines in stream order, and the night's
      * end-of-run summary
       merge-run-report.
           OPEN OUTPUT report-file
           MOVE ws-report-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15RPT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM copy-stream-report
                   VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
                       OR input-trouble
               IF inputs-ok
                   PERFORM write-report-summary
               END-IF
               CLOSE report-file
           END-IF
           .


      * precond: report-file is open for output
      * postcond: the stream's report lines up to its end-of-run
      * summary are on PE15RPT -- its heading too, for the first
      * stream only -- and the summary's largest result and run
      * end are taken into the night's
       copy-stream-report.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15RPT." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           SET summary-not-reached TO TRUE
           OPEN INPUT stream-file
           MOVE ws-stream-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-report-line
                   END-READ
               END-PERFORM
               CLOSE stream-file
           END-IF
           .


      * precond: stream-record holds one line of a stream's report
      * postcond: a detail line is on PE15RPT; a heading line is
      * too, for the first stream; a summary line is only read for
      * the largest result and the run end
       take-one-report-line.
           EVALUATE TRUE
               WHEN summary-reached
                   EVALUATE stream-record(1:29)
                       WHEN "LARGEST RESULT:              "
                           MOVE stream-record(30:64)
                               TO ws-this-result-key
                           INSPECT ws-this-result-key
                               REPLACING LEADING SPACES BY ZEROS
                           IF ws-this-result-key > ws-largest-result-key
                               MOVE ws-this-result-key
                                   TO ws-largest-result-key
                               MOVE stream-record(30:64)
                                   TO ws-largest-result-edited
                           END-IF
                       WHEN "RUN ENDED:                   "
                           IF stream-record(30:19) > ws-run-ended
                               MOVE stream-record(30:19)
                                   TO ws-run-ended
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN stream-record(1:18) = "END OF RUN SUMMARY"
                   SET summary-reached TO TRUE
               WHEN stream-record(1:35)
                       = "PROJECT-EULER-15 ROUTE COUNT REPORT"
                   OR stream-record(1:10) = "RUN DATE: "
                   OR stream-record(1:8) = "OPTION: "
                   IF ws-stream-ix = 1
                       MOVE stream-record TO report-record
                       WRITE report-record
                       ADD 1 TO ws-report-lines
                   END-IF
               WHEN OTHER
                   MOVE stream-record TO report-record
                   WRITE report-record
                   ADD 1 TO ws-report-lines
           END-EVALUATE
           .


      * precond: every stream's report lines are on PE15RPT and the
      * night's totals, run start and run end are settled
      * postcond: the night's end-of-run summary, in the main job's
      * own layout line for line, closes PE15RPT
       write-report-summary.
           MOVE SPACES TO ws-date-work
           STRING ws-run-started(1:4) ws-run-started(6:2)
               ws-run-started(9:2)
               DELIMITED BY SIZE
               INTO ws-date-work
           MOVE ws-date-work TO ws-start-date-numeric
           MOVE SPACES TO ws-date-work
           STRING ws-run-ended(1:4) ws-run-ended(6:2)
               ws-run-ended(9:2)
               DELIMITED BY SIZE
               INTO ws-date-work
           MOVE ws-date-work TO ws-end-date-numeric

           MOVE ws-run-started(12:2) TO ws-time-part-hh
           MOVE ws-run-started(15:2) TO ws-time-part-mm
           MOVE ws-run-started(18:2) TO ws-time-part-ss
           COMPUTE ws-start-sec-of-day = ws-time-part-hh * 3600
               + ws-time-part-mm * 60 + ws-time-part-ss
           MOVE ws-run-ended(12:2) TO ws-time-part-hh
           MOVE ws-run-ended(15:2) TO ws-time-part-mm
           MOVE ws-run-ended(18:2) TO ws-time-part-ss
           COMPUTE ws-end-sec-of-day = ws-time-part-hh * 3600
               + ws-time-part-mm * 60 + ws-time-part-ss
           COMPUTE ws-elapsed-seconds =
               (FUNCTION INTEGER-OF-DATE(ws-end-date-numeric)
               - FUNCTION INTEGER-OF-DATE(ws-start-date-numeric))
               * 86400
               + ws-end-sec-of-day - ws-start-sec-of-day

           MOVE SPACES TO report-record
           STRING "END OF RUN SUMMARY"
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "PAIRS PROCESSED:             " ws-pairs-processed
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "PAIRS SET ASIDE (EXCEPTION): "
               ws-overflow-skip-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "PAIRS SKIPPED BY RESTART:    "
               ws-pairs-restart-skipped
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "RECONCILE OK:                "
               ws-reconcile-ok-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "RECONCILE MISMATCH:          "
               ws-reconcile-mismatch-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "RECONCILE SKIPPED:           "
               ws-reconcile-skipped-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "RESULTS REUSED FROM MASTER:  "
               ws-reconcile-master-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "BLOCKED-INTERSECTION GRIDS:  "
               ws-reconcile-blocked-count
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           IF ws-pairs-processed > 0
               MOVE SPACES TO report-record
               STRING "LARGEST GRID:                "
                   ws-largest-width " X " ws-largest-height
                   DELIMITED BY SIZE
                   INTO report-record
               WRITE report-record

               MOVE SPACES TO report-record
               STRING "LARGEST RESULT:              "
                   ws-largest-result-edited
                   DELIMITED BY SIZE
                   INTO report-record
               WRITE report-record
           END-IF

           MOVE SPACES TO report-record
           STRING "RUN STARTED:                 " ws-run-started
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "RUN ENDED:                   " ws-run-ended
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE ws-elapsed-seconds TO ws-elapsed-edited
           MOVE SPACES TO report-record
           STRING "ELAPSED SECONDS:             " ws-elapsed-edited
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record
           .


      * precond: none
      * postcond: compare-mode-active with the baseline feed's
      * detail records in ws-baseline-table if PE15BASE is present
      * and holds any; compare-mode-inactive otherwise, as the main
      * job loads it
       load-baseline.
           OPEN INPUT baseline-file
           EVALUATE ws-baseline-status
               WHEN "00"
                   SET baseline-not-eof TO TRUE
                   PERFORM load-one-baseline-record
                       UNTIL baseline-eof
                           OR ws-baseline-count = max-baseline-entries
                   IF ws-baseline-count = max-baseline-entries
                           AND NOT baseline-eof
                       DISPLAY "PE15MERGE: BASELINE EXCEEDS "
                           max-baseline-entries
                           " IN-STORAGE ENTRIES, REMAINDER NOT "
                           "COMPARED"
                   END-IF
                   CLOSE baseline-file
               WHEN "05"
                   CLOSE baseline-file
               WHEN OTHER
                   DISPLAY "PE15MERGE: UNABLE TO OPEN BASELINE, "
                       "STATUS " ws-baseline-status
                       ", COMPARE NOT PERFORMED"
           END-EVALUATE
           IF ws-baseline-count > 0
               SET compare-mode-active TO TRUE
           END-IF
           .


      * precond: baseline-file is open for input with a READ pending
      * postcond: one more baseline detail record is in
      * ws-baseline-table, or baseline-eof is set true
       load-one-baseline-record.
           READ baseline-file
               AT END
                   SET baseline-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN base-detail-rec
                               AND base-width IS NUMERIC
                               AND base-height IS NUMERIC
                               AND base-result IS NUMERIC
                           ADD 1 TO ws-baseline-count
                           MOVE base-width
                               TO ws-baseline-entry-width
                                   (ws-baseline-count)
                           MOVE base-height
                               TO ws-baseline-entry-height
                                   (ws-baseline-count)
                           MOVE ZEROS
                               TO ws-baseline-entry-result
                                   (ws-baseline-count)
                           MOVE base-result
                               TO ws-baseline-entry-result
                                   (ws-baseline-count) (34:31)
                           MOVE base-via-point
                               TO ws-baseline-entry-via
                                   (ws-baseline-count)
                           SET baseline-entry-unmatched
                               (ws-baseline-count) TO TRUE
                       WHEN base-ext-detail-rec
                               AND base-ext-width IS NUMERIC
                               AND base-ext-height IS NUMERIC
                               AND base-ext-result IS NUMERIC
                           ADD 1 TO ws-baseline-count
                           MOVE base-ext-width
                               TO ws-baseline-entry-width
                                   (ws-baseline-count)
                           MOVE base-ext-height
                               TO ws-baseline-entry-height
                                   (ws-baseline-count)
                           MOVE base-ext-result
                               TO ws-baseline-entry-result
                                   (ws-baseline-count)
                           MOVE base-via-point
                               TO ws-baseline-entry-via
                                   (ws-baseline-count)
                           SET baseline-entry-unmatched
                               (ws-baseline-count) TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .


      * precond: every stream checked out and the baseline is
      * loaded
      * postcond: PE15IFAC holds the night's one feed -- header,
      * every stream's details in stream order, a trailer footing
      * them all -- and PE15CMPR the compare of those details
      * against the baseline
       merge-interface-feed.
           OPEN OUTPUT interface-file
           MOVE ws-interface-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15IFAC" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               OPEN OUTPUT compare-report-file
               MOVE ws-compare-report-status TO ws-open-status
               IF ws-open-status NOT = "00"
                   MOVE "PE15CMPR" TO ws-file-label
                   PERFORM flag-open-trouble
               ELSE
                   PERFORM write-compare-header
                   PERFORM get-feed-sequence
                   PERFORM write-interface-header
                   PERFORM copy-stream-feed
                       VARYING ws-stream-ix FROM 1 BY 1
                       UNTIL ws-stream-ix > ws-stream-count
                           OR input-trouble
      * a feed that could not be finished goes without its trailer,
      * which is what tells the load step not to take it
                   IF inputs-ok
                       PERFORM write-interface-trailer
                       PERFORM write-compare-summary
                   END-IF
                   CLOSE compare-report-file
               END-IF
               CLOSE interface-file
           END-IF
           .


      * precond: interface-file is open for output
      * postcond: the stream's details are on PE15IFAC, in the
      * feed's control totals, and compared when a baseline is in
      * play
       copy-stream-feed.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15IFAC." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           OPEN INPUT stream-file
           MOVE ws-stream-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE stream-record TO iface-record
                           IF iface-detail-rec OR iface-ext-detail-rec
                               PERFORM write-interface-detail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stream-file
           END-IF
           .


      * precond: none
      * postcond: ws-iface-sequence holds the night's feed sequence
      * number, one past the last feed's, and PE15SEQ holds it too,
      * as the main job draws it
       get-feed-sequence.
           MOVE 0 TO ws-iface-sequence
           OPEN INPUT feed-sequence-file
           IF ws-feed-sequence-status = "00"
               READ feed-sequence-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF feed-sequence-record IS NUMERIC
                           MOVE feed-sequence-record
                               TO ws-iface-sequence
                       END-IF
               END-READ
           END-IF
           IF ws-feed-sequence-status = "00" OR "05"
               CLOSE feed-sequence-file
           END-IF
           ADD 1 TO ws-iface-sequence
           OPEN OUTPUT feed-sequence-file
           MOVE ws-iface-sequence TO feed-sequence-record
           WRITE feed-sequence-record
           CLOSE feed-sequence-file
           .


      * precond: get-feed-sequence has run; the first stream's
      * header gave the run date and job ID
      * postcond: the night's feed header is the first record of
      * PE15IFAC
       write-interface-header.
           MOVE SPACES TO iface-record
           SET iface-header-rec TO TRUE
           MOVE ws-feed-run-date TO iface-hdr-run-date
           MOVE ws-feed-job-id TO iface-hdr-job-id
           MOVE ws-iface-sequence TO iface-hdr-sequence
           WRITE iface-record
           .


      * precond: iface-record holds a stream's detail record
      * postcond: the detail is on PE15IFAC as the stream wrote it,
      * folded into the trailer's control totals, and compared
       write-interface-detail.
           ADD 1 TO ws-iface-detail-count
           IF iface-detail-rec
               MOVE iface-width TO ws-width
               MOVE iface-height TO ws-height
               MOVE ZEROS TO ws-result-display
               MOVE iface-result TO ws-result-display(34:31)
           ELSE
               MOVE iface-ext-width TO ws-width
               MOVE iface-ext-height TO ws-height
               MOVE iface-ext-result TO ws-result-display
           END-IF
           MOVE iface-via-point TO ws-via-point
           MOVE ws-result-display(50:15) TO ws-iface-hash-work
           COMPUTE ws-iface-hash-total = FUNCTION MOD(
               ws-iface-hash-total + ws-iface-hash-work
               hash-total-modulus)
           WRITE iface-record
           IF compare-mode-active
               PERFORM compare-one-result
           END-IF
           .


      * precond: every stream's details are on PE15IFAC
      * postcond: the trailer -- the night's detail count and hash
      * total -- closes the feed
       write-interface-trailer.
           MOVE SPACES TO iface-record
           SET iface-trailer-rec TO TRUE
           MOVE ws-iface-detail-count TO iface-trl-detail-count
           MOVE ws-iface-hash-total TO iface-trl-hash-total
           WRITE iface-record
           .


      * precond: compare-mode-active; ws-width/ws-height/
      * ws-via-point/ws-result-display hold a detail of the night's
      * feed
      * postcond: one compare line for it is on PE15CMPR, paired
      * off against the baseline exactly as the main job pairs --
      * an entry agreeing in result first, then one agreeing in
      * size, never the same entry twice
       compare-one-result.
           SET baseline-not-found TO TRUE
           PERFORM VARYING ws-baseline-ix FROM 1 BY 1
                   UNTIL ws-baseline-ix > ws-baseline-count
                       OR baseline-found
               IF baseline-entry-unmatched(ws-baseline-ix)
                       AND ws-baseline-entry-width(ws-baseline-ix)
                           = ws-width
                       AND ws-baseline-entry-height(ws-baseline-ix)
                           = ws-height
                       AND ws-baseline-entry-result(ws-baseline-ix)
                           = ws-result-display
                       AND ws-baseline-entry-via(ws-baseline-ix)
                           = ws-via-point
                   SET baseline-found TO TRUE
                   SET baseline-entry-matched(ws-baseline-ix) TO TRUE
                   MOVE ws-baseline-entry-result(ws-baseline-ix)
                       TO ws-baseline-result-display
               END-IF
           END-PERFORM
           IF baseline-not-found
               PERFORM VARYING ws-baseline-ix FROM 1 BY 1
                       UNTIL ws-baseline-ix > ws-baseline-count
                           OR baseline-found
                   IF baseline-entry-unmatched(ws-baseline-ix)
                           AND ws-baseline-entry-width(ws-baseline-ix)
                               = ws-width
                           AND ws-baseline-entry-height
                               (ws-baseline-ix) = ws-height
                           AND ws-baseline-entry-via(ws-baseline-ix)
                               = ws-via-point
                       SET baseline-found TO TRUE
                       SET baseline-entry-matched(ws-baseline-ix)
                           TO TRUE
                       MOVE ws-baseline-entry-result(ws-baseline-ix)
                           TO ws-baseline-result-display
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO compare-report-record
           EVALUATE TRUE
               WHEN baseline-not-found
                   ADD 1 TO ws-compare-new
                   STRING "NEW THIS RUN:  WIDTH " ws-width
                       " HEIGHT " ws-height
                       " RESULT " ws-result-display
                       DELIMITED BY SIZE
                       INTO compare-report-record
               WHEN ws-result-display = ws-baseline-result-display
                   ADD 1 TO ws-compare-matched
                   STRING "MATCHED:       WIDTH " ws-width
                       " HEIGHT " ws-height
                       DELIMITED BY SIZE
                       INTO compare-report-record
               WHEN OTHER
                   ADD 1 TO ws-compare-changed
                   STRING "*** CHANGED:   WIDTH " ws-width
                       " HEIGHT " ws-height " ***"
                       DELIMITED BY SIZE
                       INTO compare-report-record
                   WRITE compare-report-record
                   MOVE SPACES TO compare-report-record
                   STRING "      BASELINE " ws-baseline-result-display
                       DELIMITED BY SIZE
                       INTO compare-report-record
                   WRITE compare-report-record
                   MOVE SPACES TO compare-report-record
                   STRING "      THIS RUN " ws-result-display
                       DELIMITED BY SIZE
                       INTO compare-report-record
           END-EVALUATE
           WRITE compare-report-record
           .


      * precond: the first stream's header gave the run date
      * postcond: the compare report's title and run-date lines are
      * on PE15CMPR, with a note instead of a compare when no
      * baseline was supplied
       write-compare-header.
           MOVE ws-feed-run-date TO ws-run-date-edited
           MOVE SPACES TO compare-report-record
           STRING "PROJECT-EULER-15 PRIOR-RUN COMPARE REPORT"
               DELIMITED BY SIZE
               INTO compare-report-record
           WRITE compare-report-record

           MOVE SPACES TO compare-report-record
           STRING "RUN DATE: " ws-run-date-edited
               DELIMITED BY SIZE
               INTO compare-report-record
           WRITE compare-report-record

           IF compare-mode-inactive
               MOVE SPACES TO compare-report-record
               STRING "NO BASELINE SUPPLIED, COMPARE NOT PERFORMED"
                   DELIMITED BY SIZE
                   INTO compare-report-record
               WRITE compare-report-record
           END-IF
           .


      * precond: every detail of the night's feed is compared
      * postcond: one missing-this-run line per untouched baseline
      * entry and the matched/changed/new/missing totals are on
      * PE15CMPR
       write-compare-summary.
           IF compare-mode-inactive
               CONTINUE
           ELSE
               PERFORM VARYING ws-baseline-ix FROM 1 BY 1
                       UNTIL ws-baseline-ix > ws-baseline-count
                   IF baseline-entry-unmatched(ws-baseline-ix)
                       ADD 1 TO ws-compare-missing
                       MOVE SPACES TO compare-report-record
                       STRING "*** MISSING THIS RUN: WIDTH "
                           ws-baseline-entry-width(ws-baseline-ix)
                           " HEIGHT "
                           ws-baseline-entry-height(ws-baseline-ix)
                           " BASELINE RESULT "
                           ws-baseline-entry-result(ws-baseline-ix)
                           " ***"
                           DELIMITED BY SIZE
                           INTO compare-report-record
                       WRITE compare-report-record
                   END-IF
               END-PERFORM

               MOVE SPACES TO compare-report-record
               STRING "MATCHED:          " ws-compare-matched
                   DELIMITED BY SIZE
                   INTO compare-report-record
               WRITE compare-report-record

               MOVE SPACES TO compare-report-record
               STRING "CHANGED:          " ws-compare-changed
                   DELIMITED BY SIZE
                   INTO compare-report-record
               WRITE compare-report-record

               MOVE SPACES TO compare-report-record
               STRING "NEW THIS RUN:     " ws-compare-new
                   DELIMITED BY SIZE
                   INTO compare-report-record
               WRITE compare-report-record

               MOVE SPACES TO compare-report-record
               STRING "MISSING THIS RUN: " ws-compare-missing
                   DELIMITED BY SIZE
                   INTO compare-report-record
               WRITE compare-report-record
           END-IF
           .


      * precond: every stream checked out
      * postcond: PE15EXCP holds every stream's set-aside pairs, in
      * stream order
       merge-exception-file.
           OPEN OUTPUT exception-file
           MOVE ws-exception-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15EXCP" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM copy-stream-exceptions
                   VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
                       OR input-trouble
               CLOSE exception-file
           END-IF
           .


      * precond: exception-file is open for output
      * postcond: the stream's exception records are on PE15EXCP
       copy-stream-exceptions.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15EXCP." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           OPEN INPUT stream-file
           MOVE ws-stream-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE stream-record TO exception-record
                           WRITE exception-record
                           ADD 1 TO ws-exception-lines
                   END-READ
               END-PERFORM
               CLOSE stream-file
           END-IF
           .


      * precond: every stream checked out
      * postcond: PE15IMPR holds the first stream's heading and
      * every stream's what-if breakdowns, in stream order
       merge-impact-report.
           OPEN OUTPUT impact-report-file
           MOVE ws-impact-report-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15IMPR" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM copy-stream-impact
                   VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
                       OR input-trouble
               CLOSE impact-report-file
           END-IF
           .


      * precond: impact-report-file is open for output
      * postcond: the stream's impact lines are on PE15IMPR, its
      * heading only for the first stream
       copy-stream-impact.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15IMPR." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           OPEN INPUT stream-file
           MOVE ws-stream-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           PERFORM take-one-impact-line
                   END-READ
               END-PERFORM
               CLOSE stream-file
           END-IF
           .


      * precond: stream-record holds one line of a stream's impact
      * report
      * postcond: the line is on PE15IMPR, unless it is a heading
      * line of any stream but the first
       take-one-impact-line.
           IF ws-stream-ix = 1
                   OR (stream-record(1:47) NOT = ws-impact-title
                   AND stream-record(1:10) NOT = "RUN DATE: "
                   AND stream-record(1:42)
                       NOT = ws-impact-not-requested)
               MOVE stream-record TO impact-report-record
               WRITE impact-report-record
               ADD 1 TO ws-impact-lines
           END-IF
           .


      * precond: every stream checked out and the night's summary is
      * settled
      * postcond: one run-history record for the night is appended
      * to PE15RHIST, the main job's EXTEND-with-fallback-to-OUTPUT
      * way
       write-run-history.
           OPEN EXTEND run-history-file
           IF ws-run-history-status = "35"
               OPEN OUTPUT run-history-file
           END-IF
           IF ws-run-history-status = "00" OR "05"
               MOVE ws-stream-history-image(1) TO stream-history-record
               MOVE SPACES TO run-history-record
               MOVE ws-run-started TO runh-timestamp
               MOVE strh-job-id TO runh-job-id
               MOVE ws-pairs-processed TO runh-pairs-processed
               MOVE ws-overflow-skip-count TO runh-pairs-set-aside
               MOVE ws-pairs-restart-skipped TO runh-restart-skipped
               MOVE ws-reconcile-ok-count TO runh-reconcile-ok
               MOVE ws-reconcile-mismatch-count
                   TO runh-reconcile-mismatch
               MOVE ws-reconcile-skipped-count
                   TO runh-reconcile-skipped
               MOVE ws-reconcile-master-count
                   TO runh-reconcile-master
               MOVE ws-reconcile-blocked-count
                   TO runh-reconcile-blocked
               MOVE ws-largest-width TO runh-largest-width
               MOVE ws-largest-height TO runh-largest-height
               MOVE ws-elapsed-seconds TO runh-elapsed-seconds
               MOVE ws-final-return-code TO runh-return-code
               WRITE run-history-record
               CLOSE run-history-file
               SET history-written TO TRUE
           ELSE
               MOVE ws-run-history-status TO ws-open-status
               MOVE "PE15RHIST" TO ws-file-label
               PERFORM flag-open-trouble
           END-IF
           .


      * precond: every stream checked out and the night's run start
      * is settled
      * postcond: every stream's audit lines are appended to
      * PE15AUDT, each stream's own run restamped with the night's
      * run start; lines left by a stream's earlier, stopped run
      * keep their own stamp, as they would unsplit.  each new
      * clean-grid size is on the results master
       merge-audit-trail.
           OPEN I-O results-master-file
           IF ws-master-status = "35"
               OPEN OUTPUT results-master-file
               CLOSE results-master-file
               OPEN I-O results-master-file
           END-IF
           MOVE ws-master-status TO ws-master-open-status
           IF ws-master-open-status NOT = "00" AND "05"
               DISPLAY "PE15MERGE: UNABLE TO OPEN RESULTS MASTER, "
                   "STATUS " ws-master-open-status
                   ", NO SIZES ADDED"
           END-IF

           OPEN EXTEND audit-file
           IF ws-audit-status = "35"
               OPEN OUTPUT audit-file
           END-IF
           IF ws-audit-status NOT = "00" AND "05"
               MOVE ws-audit-status TO ws-open-status
               MOVE "PE15AUDT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM copy-stream-audit
                   VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
                       OR input-trouble
               CLOSE audit-file
           END-IF

           IF ws-master-open-status = "00" OR "05"
               CLOSE results-master-file
           END-IF
           .


      * precond: audit-file is open for extend
      * postcond: the stream's audit lines are on PE15AUDT, and its
      * clean-grid sizes on the results master
       copy-stream-audit.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE ws-stream-history-image(ws-stream-ix)
               TO stream-history-record
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15AUDT." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           SET file-not-eof TO TRUE
           OPEN INPUT stream-file
           MOVE ws-stream-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM UNTIL file-eof
                   READ stream-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE stream-record TO audit-record
                           IF audit-timestamp = strh-timestamp
                               MOVE ws-run-started TO audit-timestamp
                               ADD 1 TO ws-audit-restamped
                           END-IF
                           WRITE audit-record
                           ADD 1 TO ws-audit-lines
                           PERFORM add-to-results-master
                   END-READ
               END-PERFORM
               CLOSE stream-file
           END-IF
           .


      * precond: audit-record holds an audit line just appended
      * postcond: a clean grid's plain route count -- nothing
      * blocked or closed, no via point -- is on the keyed master:
      * written when the size is new, rewritten over a mangled
      * record, and left alone when the master already has it.  the
      * date last computed is the line's run date
       add-to-results-master.
           IF (ws-master-open-status = "00" OR "05")
                   AND audit-blocked-count IS NUMERIC
                   AND audit-blocked-count = 0
                   AND audit-segment-count IS NUMERIC
                   AND audit-segment-count = 0
                   AND audit-via-col IS NOT NUMERIC
                   AND audit-result IS NUMERIC
                   AND audit-result-high IS NUMERIC
               MOVE audit-width TO master-width
               MOVE audit-height TO master-height
               READ results-master-file
                   INVALID KEY
                       PERFORM build-master-record
                       WRITE master-record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO ws-master-added
                       END-WRITE
                   NOT INVALID KEY
                       IF master-result IS NOT NUMERIC
                               OR (master-result-high IS NOT NUMERIC
                                   AND master-result-high NOT = SPACES)
                           PERFORM build-master-record
                           REWRITE master-record
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO ws-master-rewritten
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           .


      * precond: audit-record holds a clean grid's audit line
      * postcond: master-record holds the size, its result and the
      * line's run date, ready to write
       build-master-record.
           MOVE SPACES TO master-record
           MOVE audit-width TO master-width
           MOVE audit-height TO master-height
           MOVE audit-result TO master-result
           MOVE audit-result-high TO master-result-high
           MOVE SPACES TO ws-date-work
           STRING audit-timestamp(1:4) audit-timestamp(6:2)
               audit-timestamp(9:2)
               DELIMITED BY SIZE
               INTO ws-date-work
           MOVE ws-date-work TO master-last-computed
           .


      * precond: the merge is done, or stopped
      * postcond: what went where, or why nothing did and what to
      * do, is on the merge report and the console
       write-merge-outcome.
           MOVE SPACES TO merge-report-record
           WRITE merge-report-record
           EVALUATE TRUE
               WHEN ws-streams-in-trouble > 0
                   MOVE SPACES TO merge-report-record
                   STRING "*** NOTHING MERGED: " ws-streams-in-trouble
                       " STREAM(S) NOT READY. MAIN IS ENDED FAILED; "
                       "RERUN EACH STREAM MARKED ABOVE, THEN THE "
                       "MERGE ***"
                       DELIMITED BY SIZE
                       INTO merge-report-record
                   WRITE merge-report-record
                   DISPLAY "PE15MERGE: NOTHING MERGED, "
                       ws-streams-in-trouble
                       " STREAM(S) NOT READY, SEE PE15MGRP"
               WHEN input-trouble
                   MOVE SPACES TO merge-report-record
                   STRING "*** MERGE STOPPED, SEE ABOVE. MAIN IS ENDED "
                       "FAILED; PUT IT RIGHT AND RERUN THE MERGE ***"
                       DELIMITED BY SIZE
                       INTO merge-report-record
                   WRITE merge-report-record
                   IF history-written
                       MOVE SPACES TO merge-report-record
                       STRING "*** THE NIGHT'S PE15RHIST RECORD IS "
                           "ALREADY APPENDED: REMOVE IT BEFORE THE "
                           "RERUN ***"
                           DELIMITED BY SIZE
                           INTO merge-report-record
                       WRITE merge-report-record
                   END-IF
                   DISPLAY "PE15MERGE: MERGE STOPPED, SEE PE15MGRP"
               WHEN OTHER
                   PERFORM write-merged-lines
           END-EVALUATE
           .


      * precond: the merge is done
      * postcond: one line per file merged is on the merge report
       write-merged-lines.
           MOVE SPACES TO merge-report-record
           STRING "PE15RPT    " ws-report-lines
               " LINES FROM THE STREAMS, ONE END-OF-RUN SUMMARY"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15IFAC   SEQUENCE " ws-iface-sequence
               "   DETAILS " ws-iface-detail-count
               "   HASH TOTAL " ws-iface-hash-total
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           IF compare-mode-active
               STRING "PE15CMPR   MATCHED " ws-compare-matched
                   "   CHANGED " ws-compare-changed
                   "   NEW " ws-compare-new
                   "   MISSING " ws-compare-missing
                   DELIMITED BY SIZE
                   INTO merge-report-record
           ELSE
               STRING "PE15CMPR   NO BASELINE SUPPLIED"
                   DELIMITED BY SIZE
                   INTO merge-report-record
           END-IF
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15EXCP   " ws-exception-lines " PAIRS SET ASIDE"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15IMPR   " ws-impact-lines " LINES"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15RHIST  ONE RECORD APPENDED, RUN STARTED "
               ws-run-started
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15AUDT   " ws-audit-lines " LINES APPENDED, "
               ws-audit-restamped " STAMPED WITH THE NIGHT'S RUN START"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "PE15MSTK   " ws-master-added " SIZES ADDED, "
               ws-master-rewritten " REWRITTEN"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           WRITE merge-report-record
           MOVE SPACES TO merge-report-record
           STRING "MAIN ENDED WITH RETURN CODE " ws-final-return-code
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record
           DISPLAY "PE15MERGE: " ws-stream-count " STREAMS MERGED, "
               ws-iface-detail-count " DETAILS, RETURN CODE "
               ws-final-return-code
           .


      * precond: the split control record is loaded
      * postcond: the report title, cycle-date and split lines are
      * on merge-report-file
       write-merge-header.
           MOVE SPACES TO merge-report-record
           STRING "PROJECT-EULER-15 SPLIT-NIGHT MERGE REPORT"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           STRING "SPLIT AT " splt-written-at
               ":  " splt-card-count " CARDS INTO "
               splt-stream-count " STREAMS"
               DELIMITED BY SIZE
               INTO merge-report-record
           WRITE merge-report-record

           MOVE SPACES TO merge-report-record
           WRITE merge-report-record
           .


      * precond: none
      * postcond: this step has joined the MAIN step in progress for
      * the current cycle; with no split night in progress it stops
      * here with the refusal return code, before any file is
      * opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-join-step TO TRUE
           MOVE "MAIN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15MERGE: STEP REFUSED BY CYCLE CONTROL: "
                   cycl-message
               MOVE cycle-refused-rc TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           .


      * precond: begin-cycle-step has run; RETURN-CODE holds what
      * the night is ending with
      * postcond: MAIN's end and return code are posted to its
      * cycle, and RETURN-CODE is left as it was
       end-cycle-step.
           MOVE RETURN-CODE TO ws-step-return-code
           SET cycl-end-step TO TRUE
           MOVE ws-step-return-code TO cycl-step-rc
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           MOVE ws-step-return-code TO RETURN-CODE
           .

       END PROGRAM project-euler-15-merge.
