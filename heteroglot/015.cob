      * default grid size below; a file with one record behaves like
      * the original single control card, and a file with many records
      * drives one pass per pair in a single job step.
      * on a night the deck is split across parallel streams, each
      * copy of this job is one stream and works its own copy of
      * this file and of every other file the stream's share of the
      * night belongs to -- report, audit, checkpoint, feed,
      * compare, impact, exception, run history -- under the same
      * name with the stream number after it (see name-run-files);
      * the merge step puts them back together as the one set of
      * files an unsplit night writes.
           SELECT OPTIONAL grid-parm-file ASSIGN TO DYNAMIC
               ws-grid-parm-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-grid-parm-status.

      * nightly batch report: a proper QSAM-style file to file and
      * hand to audit instead of screen-scraping sysout.
           SELECT report-file ASSIGN TO DYNAMIC
               ws-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

      * HEIGHT and the final result for every grid size this job
      * processes, separate from the report file.  opened EXTEND so
      * every run's lines accumulate rather than overwrite the last.
           SELECT audit-file ASSIGN TO DYNAMIC
               ws-audit-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

      * rerun can skip the pairs already done instead of redoing the
      * whole grid-parm-file from record one.  optional, so a run with
      * no prior checkpoint just starts at the top of grid-parm-file.
           SELECT OPTIONAL checkpoint-file ASSIGN TO DYNAMIC
               ws-checkpoint-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-checkpoint-status.

      * number), one fixed-width detail per grid size this job
      * processes, and a trailer carrying the detail count and a
      * hash total of the results, so their load step can balance
      * the feed and reject a truncated or duplicate one.  written
      * here staged, not sent: the release gate (IFACGATE) decides
      * whether it goes on to the outbound file they load.
           SELECT interface-file ASSIGN TO DYNAMIC
               ws-interface-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.


      * the compare report for the regression evidence, in the
      * shop's 132-column print format.
           SELECT compare-report-file ASSIGN TO DYNAMIC
               ws-compare-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-compare-report-status.

      * closure impact report: when the impact-analysis option is
      * on, every blocked pair also gets a what-if breakdown here --
      * the clean-grid count, the all-blocked count, and one line
      * per blocked intersection or closed segment with the route
      * count when only that closure is in force, ranked by how
      * much of the clean count it removes.  this is the answer to
      * routing-analysis's morning-after question ("which closure is
      * actually costing the routes?") that the single combined
      * number on PE15RPT cannot give them.
           SELECT impact-report-file ASSIGN TO DYNAMIC
               ws-impact-report-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-impact-report-status.

      * continue overflow option below: one record per skipped pair
      * with a reason code, so one oversized card no longer costs the
      * rest of a 500-pair deck its batch window.
           SELECT exception-file ASSIGN TO DYNAMIC
               ws-exception-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exception-status.

      * next fresh run's report.  the PROJECT-EULER-15-TREND report
      * reads this for the capacity meeting's week-over-week
      * picture.
           SELECT run-history-file ASSIGN TO DYNAMIC
               ws-run-history-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-run-history-status.

               10 ws-scen-entry-id         PIC X(8).
               10 ws-scen-entry-count      PIC 9(2).
               10 ws-scen-entry-list       PIC X(160).
               10 ws-scen-entry-seg-count  PIC 9(2).
               10 ws-scen-entry-seg-list   PIC X(180).
      * resolve-scenario's argument and results, separate from the
      * pair-in-hand fields so the checkpoint match can resolve a
      * parm record's scenario without trampling the pair being
           88 scenario-unresolved              VALUE "N".
       01 ws-resolved-count            PIC 9(2).
       01 ws-resolved-list             PIC X(160).
       01 ws-resolved-seg-count        PIC 9(2).
       01 ws-resolved-seg-list         PIC X(180).

      * checkpoint/restart: populated from PE15CKPT (if present)
      * before the multi-grid loop starts
      * falls back to matching on size alone.
       01 ws-restart-blocked-count-x   PIC X(2).
       01 ws-restart-blocked-list      PIC X(160).
      * the closed-segment extension, held the same way and for the
      * same reason; all spaces means a checkpoint written before
      * segments existed, which matches on the cell extension alone
       01 ws-restart-segment-count-x   PIC X(2).
       01 ws-restart-segment-list      PIC X(180).
      * the via point, held the same way: a plain pair and a
      * via-point pair of the same grid are different pairs too
       01 ws-restart-via-point         PIC X(8).
      * and the request the pair answers: two areas asking for the
      * same grid on the same night are two pairs, and a restart
      * must resume after the right one
       01 ws-restart-request           PIC X(28).
      * the grid-parm record's extension, normalized for the match
      * (a blank extension reads as a zero count)
       01 ws-parm-blocked-count-x      PIC X(2).
       01 ws-parm-blocked-list         PIC X(160).
       01 ws-parm-segment-count-x      PIC X(2).
       01 ws-parm-segment-list         PIC X(180).
       01 ws-parm-via-point            PIC X(8).
       01 ws-parm-request              PIC X(28).
       01 ws-checkpoint-match-flag     PIC X.
           88 checkpoint-pair-matches          VALUE "Y".
           88 checkpoint-pair-differs          VALUE "N".

      * which stream of a split night this copy of the job is, handed
      * down as environment variable PE15STREAM by the split night's
      * JCL: two digits, 01 up.  blank (every unsplit night) is the
      * job as it always ran.  a stream joins the MAIN step the split
      * step began rather than beginning one of its own, leaves the
      * baseline compare, the results-master adds and the feed
      * sequence number to the merge step, which sees the whole
      * night, and works its own copy of each per-run file.  same
      * refuse-loudly handling of a garbled value as PE15OVFLACT,
      * except that a stream number cannot be guessed at: a garbled
      * one stops the job before it touches a file.
       01 ws-stream-id-x               PIC X(2).
       01 ws-stream-mode-flag          PIC X VALUE "N".
           88 stream-mode                      VALUE "Y".
           88 single-stream-mode               VALUE "N".
      * the per-run files' names: the plain names on an unsplit
      * night, the name with ".nn" after it for a stream
       01 ws-grid-parm-name            PIC X(16).
       01 ws-report-name               PIC X(16).
       01 ws-audit-name                PIC X(16).
       01 ws-checkpoint-name           PIC X(16).
       01 ws-interface-name            PIC X(16).
       01 ws-compare-report-name       PIC X(16).
       01 ws-impact-report-name        PIC X(16).
       01 ws-exception-name            PIC X(16).
       01 ws-run-history-name          PIC X(16).

      * job/step id for the audit trail: this shop has no JCL JOBNAME
      * special register available here, so the submitting job passes
      * them down as environment variables instead.
           05 ws-blocked-cell OCCURS 20 TIMES.
               10 ws-blocked-col           PIC 9(4).
               10 ws-blocked-row           PIC 9(4).
      * the pair in hand's closed segments, likewise: each one the
      * single eastbound or southbound move out of (COL,ROW).  a
      * nonzero count also takes the route-walking path, blocked
      * cells or not -- the closed form knows nothing of a closed
      * block of street either.
       01 ws-segment-count             PIC 9(2).
       01 ws-segment-list.
           05 ws-closed-segment OCCURS 20 TIMES.
               10 ws-segment-col           PIC 9(4).
               10 ws-segment-row           PIC 9(4).
               10 ws-segment-dir           PIC X.
      * the request the pair in hand answers: the standing-request
      * ID and requesting area off its card, carried onto the
      * report, the audit line, the exception record and the feed
      * detail.  spaces for a hand-keyed card or the default pair.
       01 ws-request.
           05 ws-request-id                PIC X(8).
           05 ws-requesting-area           PIC X(20).
      * the pair in hand's via point, when the card names one: the
      * route count is then split into the routes through that
      * intersection and the routes avoiding it, with every closure
      * above still in force.  spaces when the card names none.
       01 ws-via-point-flag            PIC X VALUE "N".
           88 via-point-requested              VALUE "Y".
           88 via-point-none                   VALUE "N".
       01 ws-via-point.
           05 ws-via-col                   PIC 9(4).
           05 ws-via-row                   PIC 9(4).
      * the split itself, in the same 64-digit display form as
      * every other route count here, and the through share of the
      * total as a percentage.  the share is worked from an
      * eighteen-digit window of each count taken at the same
      * position -- the total's leading digit, or the last eighteen
      * columns for a small total -- which is exact for a small
      * total and far finer than the two printed decimals otherwise.
       01 ws-via-through               PIC X(64).
       01 ws-via-avoiding              PIC X(64).
       01 ws-via-total                 PIC X(64).
       01 ws-via-through-edited        PIC X(64).
       01 ws-via-avoiding-edited       PIC X(64).
       01 ws-via-window-start          USAGE IS UNSIGNED-LONG.
       01 ws-via-through-window        PIC 9(18).
       01 ws-via-total-window          PIC 9(18).
       01 ws-via-share                 PIC 9(3)V99.
       01 ws-via-share-edited          PIC ZZ9.99.
       01 ws-result-display             PIC X(64).
       01 ws-result-edited              PIC X(64).

           05 ws-impact-saved-cell OCCURS 20 TIMES.
               10 ws-impact-saved-col      PIC 9(4).
               10 ws-impact-saved-row      PIC 9(4).
       01 ws-impact-saved-seg-count    PIC 9(2).
       01 ws-impact-saved-seg-list.
           05 ws-impact-saved-segment OCCURS 20 TIMES.
               10 ws-impact-saved-seg-col  PIC 9(4).
               10 ws-impact-saved-seg-row  PIC 9(4).
               10 ws-impact-saved-seg-dir  PIC X.
       01 ws-impact-saved-action       PIC X.
       01 ws-impact-rank               PIC 9(2).
      * the what-if counts are held and ranked in their 64-digit
           88 impact-clean-overflowed          VALUE "Y".
           88 impact-clean-ok                  VALUE "N".

      * one entry per closure of the pair in hand -- each blocked
      * intersection, then each closed segment: the route count
      * with only that closure in force, and how much of the clean
      * count it alone removes -- the ranking key.  sized to the
      * cell list's and segment list's capacities together; the
      * direction is blank on an intersection's entry and E or S on
      * a segment's.
       01 ws-impact-ix                 USAGE IS UNSIGNED-LONG.
       01 ws-impact-jx                 USAGE IS UNSIGNED-LONG.
       01 ws-impact-top-ix             USAGE IS UNSIGNED-LONG.
       01 ws-impact-seg-ix             USAGE IS UNSIGNED-LONG.
       01 ws-impact-closure-count      USAGE IS UNSIGNED-LONG.
       01 ws-impact-closure-text       PIC X(40).
       01 ws-impact-table.
           05 ws-impact-entry OCCURS 40 TIMES.
               10 ws-impact-col            PIC 9(4).
               10 ws-impact-row            PIC 9(4).
               10 ws-impact-dir            PIC X.
               10 ws-impact-result         PIC X(64).
               10 ws-impact-removed        PIC X(64).
               10 ws-impact-trouble        PIC X.
       01 ws-impact-hold.
           05 ws-impact-hold-col           PIC 9(4).
           05 ws-impact-hold-row           PIC 9(4).
           05 ws-impact-hold-dir           PIC X.
           05 ws-impact-hold-result        PIC X(64).
           05 ws-impact-hold-removed       PIC X(64).
           05 ws-impact-hold-trouble       PIC X.
               10 ws-baseline-entry-width  PIC 9(4).
               10 ws-baseline-entry-height PIC 9(4).
               10 ws-baseline-entry-result PIC X(64).
               10 ws-baseline-entry-via    PIC X(8).
               10 ws-baseline-entry-flag   PIC X.
                   88 baseline-entry-matched       VALUE "Y".
                   88 baseline-entry-unmatched     VALUE "N".
           05 ws-master-found-limb OCCURS 4 TIMES
               PIC S9(31) COMP-3.

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).

       LOCAL-STORAGE SECTION.

      * used by n-choose-r.  N, R and I are small (bounded by the
       01 dp-cell-blocked-flag         PIC X.
           88 dp-cell-blocked                  VALUE "Y".
           88 dp-cell-clear                    VALUE "N".
      * check-segment-closed's argument: the move out of
      * (dp-seg-col,dp-seg-row) in direction dp-seg-dir
       01 dp-seg-col                   USAGE IS UNSIGNED-LONG.
       01 dp-seg-row                   USAGE IS UNSIGNED-LONG.
       01 dp-seg-dir                   PIC X.
       01 dp-segment-ix                USAGE IS UNSIGNED-LONG.
       01 dp-segment-closed-flag       PIC X.
           88 dp-segment-closed                VALUE "Y".
           88 dp-segment-open                  VALUE "N".
      * walk-route-rows's arguments: the intersection the walk
      * starts from and the route count seeded there, and the
      * intersection it stops at.  the whole-grid count starts from
      * the top-left corner with one route; the via-point split
      * walks to the via point, then on from it with the routes
      * that reached it
       01 dp-start-col                 USAGE IS UNSIGNED-LONG.
       01 dp-start-row                 USAGE IS UNSIGNED-LONG.
       01 dp-end-col                   USAGE IS UNSIGNED-LONG.
       01 dp-end-row                   USAGE IS UNSIGNED-LONG.
       01 dp-start-value.
           05 dp-start-limb OCCURS 4 TIMES PIC S9(31) COMP-3.


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM get-stream-identification
           PERFORM begin-cycle-step
           PERFORM initialize-wide-fields
           PERFORM read-run-options
           PERFORM get-run-identification
           PERFORM get-processing-options
           PERFORM read-default-parm
           PERFORM load-scenarios
      * a stream sees only its share of the deck, so every baseline
      * pair in another stream's share would report missing: the
      * merge step runs the compare, against the whole night's feed
           IF single-stream-mode
               PERFORM load-baseline
           END-IF
           PERFORM check-for-restart-checkpoint

      * whether the grid-parm-file pass below actually resumes a prior
           OPEN OUTPUT impact-report-file
           PERFORM write-impact-header

      * a stream's audit file is only its share of the night on its
      * way to the merge step, which appends it to the real trail:
      * it starts fresh like the stream's report, and extends only
      * on a genuine resume
           IF stream-mode
                   AND NOT (restart-requested AND restart-pair-found)
               OPEN OUTPUT audit-file
           ELSE
               OPEN EXTEND audit-file
               IF ws-audit-status = "35"
                   OPEN OUTPUT audit-file
               END-IF
           END-IF

      * the master stays open I-O for the whole run so each newly
      * keyed master does not exist yet (the reorganization job has
      * never run there) gets one started empty, the same
      * create-then-carry-on spirit as audit-file's fallback above.
      * the streams of a split night run at the same time, so they
      * only read the master; the merge step adds the night's new
      * sizes once every stream has finished.
           IF stream-mode
               OPEN INPUT results-master-file
           ELSE
               OPEN I-O results-master-file
               IF ws-master-status = "35"
                   OPEN OUTPUT results-master-file
                   CLOSE results-master-file
                   OPEN I-O results-master-file
               END-IF
           END-IF
           MOVE ws-master-status TO ws-master-open-status
           IF ws-master-open-status NOT = "00" AND "05"
               IF grid-parm-eof
      * no control card, or an empty batch input: fall back to the
      * shop-wide default grid size for a single pass
                   PERFORM process-default-pair
               ELSE
                   PERFORM UNTIL grid-parm-eof
                       MOVE grid-width OF grid-parm-file TO ws-width
                       MOVE grid-height OF grid-parm-file TO ws-height
      * the via point rides alongside whatever closures the card
      * brings; blank columns (every card from before the column
      * existed) are a plain pair
                       IF grid-via-col OF grid-parm-file IS NUMERIC
                               AND grid-via-row OF grid-parm-file
                                   IS NUMERIC
                           SET via-point-requested TO TRUE
                           MOVE grid-via-point OF grid-parm-file
                               TO ws-via-point
                       ELSE
                           SET via-point-none TO TRUE
                           MOVE SPACES TO ws-via-point
                       END-IF
                       MOVE grid-request OF grid-parm-file TO ws-request
      * a card naming a scenario takes its blocked cells and closed
      * segments from the library; a blank blocked or segment count
      * on any other card is a record from before that extension
      * existed (or a plain grid keyed without one): nothing
      * closed.
                       IF grid-scenario-id OF grid-parm-file
                               NOT = SPACES
                           MOVE grid-scenario-id OF grid-parm-file
                                   TO ws-blocked-count
                               MOVE ws-resolved-list
                                   TO ws-blocked-list
                               MOVE ws-resolved-seg-count
                                   TO ws-segment-count
                               MOVE ws-resolved-seg-list
                                   TO ws-segment-list
                               PERFORM process-one-grid
                           ELSE
                               PERFORM set-aside-missing-scenario
                           ELSE
                               MOVE 0 TO ws-blocked-count
                           END-IF
                           IF grid-segment-count OF grid-parm-file
                                   IS NUMERIC
                               MOVE grid-segment-count
                                   OF grid-parm-file
                                   TO ws-segment-count
                               MOVE grid-segment-list
                                   OF grid-parm-file
                                   TO ws-segment-list
                           ELSE
                               MOVE 0 TO ws-segment-count
                           END-IF
                           PERFORM process-one-grid
                       END-IF
                       PERFORM read-next-grid-parm
           ELSE
               DISPLAY "PE15: UNABLE TO OPEN GRID-PARM-FILE, STATUS "
                   ws-grid-parm-open-status
               PERFORM process-default-pair
           END-IF

      * the batch loop above finished without aborting (an overflow
           CLOSE exception-file

           MOVE ws-final-return-code TO RETURN-CODE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: none
      * postcond: stream-mode with ws-stream-id-x holding the stream
      * number when PE15STREAM names one, single-stream-mode when it
      * is blank, and the per-run file names set to match; a garbled
      * stream number stops the job before cycle control or any file
      * is touched -- guessed at, it would write another stream's
      * files, or the unsplit night's
       get-stream-identification.
           MOVE SPACES TO ws-stream-id-x
           ACCEPT ws-stream-id-x FROM ENVIRONMENT "PE15STREAM"
           EVALUATE TRUE
               WHEN ws-stream-id-x = SPACES
                   SET single-stream-mode TO TRUE
               WHEN ws-stream-id-x IS NUMERIC
                       AND ws-stream-id-x NOT = "00"
                   SET stream-mode TO TRUE
               WHEN OTHER
                   DISPLAY "PE15: UNRECOGNIZED PE15STREAM ["
                       ws-stream-id-x "], RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE "PE15VPRM" TO ws-grid-parm-name
           MOVE "PE15RPT" TO ws-report-name
           MOVE "PE15AUDT" TO ws-audit-name
           MOVE "PE15CKPT" TO ws-checkpoint-name
           MOVE "PE15IFAC" TO ws-interface-name
           MOVE "PE15CMPR" TO ws-compare-report-name
           MOVE "PE15IMPR" TO ws-impact-report-name
           MOVE "PE15EXCP" TO ws-exception-name
           MOVE "PE15RHIST" TO ws-run-history-name
           IF stream-mode
               PERFORM name-run-files
           END-IF
           .


      * precond: stream-mode, ws-stream-id-x the stream number
      * postcond: each per-run file name is the plain name with
      * ".nn" after it, the names the split step dealt this stream's
      * deck under and the merge step gathers its outputs from
       name-run-files.
           MOVE SPACES TO ws-grid-parm-name
           STRING "PE15VPRM." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-grid-parm-name
           MOVE SPACES TO ws-report-name
           STRING "PE15RPT." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-report-name
           MOVE SPACES TO ws-audit-name
           STRING "PE15AUDT." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-audit-name
           MOVE SPACES TO ws-checkpoint-name
           STRING "PE15CKPT." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-checkpoint-name
           MOVE SPACES TO ws-interface-name
           STRING "PE15IFAC." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-interface-name
           MOVE SPACES TO ws-compare-report-name
           STRING "PE15CMPR." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-compare-report-name
           MOVE SPACES TO ws-impact-report-name
           STRING "PE15IMPR." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-impact-report-name
           MOVE SPACES TO ws-exception-name
           STRING "PE15EXCP." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-exception-name
           MOVE SPACES TO ws-run-history-name
           STRING "PE15RHIST." ws-stream-id-x
               DELIMITED BY SIZE
               INTO ws-run-history-name
           .


      * precond: none
      * postcond: ws-job-id/ws-step-id and the run timestamp fields
      * are populated for the report header and the audit trail
      * a scenario that has been hand-mangled (non-numeric count) is
      * left out of the table rather than trusted: any card naming
      * it is then set aside for the morning shift, never run with
      * a garbled cell list.  a blank segment count is a scenario
      * stored before segments existed: none closed.
                   IF scen-segment-count = SPACES
                       MOVE 0 TO scen-segment-count
                   END-IF
                   IF scen-blocked-count IS NUMERIC
                           AND scen-segment-count IS NUMERIC
                       ADD 1 TO ws-scenario-count
                       MOVE scen-id
                           TO ws-scen-entry-id(ws-scenario-count)
                           TO ws-scen-entry-count(ws-scenario-count)
                       MOVE scen-blocked-list
                           TO ws-scen-entry-list(ws-scenario-count)
                       MOVE scen-segment-count
                           TO ws-scen-entry-seg-count
                               (ws-scenario-count)
                       MOVE scen-segment-list
                           TO ws-scen-entry-seg-list
                               (ws-scenario-count)
                   ELSE
                       DISPLAY "PE15: NON-NUMERIC SCENARIO RECORD "
                           "BYPASSED: " scenario-record(1:40)
      * precond: ws-scenario-lookup-id holds a scenario ID and
      * load-scenarios has run
      * postcond: scenario-resolved with ws-resolved-count/
      * ws-resolved-list holding the library's cell list for it (and
      * ws-resolved-seg-count/ws-resolved-seg-list its closed
      * segments), or scenario-unresolved when the ID is not in the
      * library
       resolve-scenario.
           SET scenario-unresolved TO TRUE
           PERFORM VARYING ws-scenario-ix FROM 1 BY 1
                       TO ws-resolved-count
                   MOVE ws-scen-entry-list(ws-scenario-ix)
                       TO ws-resolved-list
                   MOVE ws-scen-entry-seg-count(ws-scenario-ix)
                       TO ws-resolved-seg-count
                   MOVE ws-scen-entry-seg-list(ws-scenario-ix)
                       TO ws-resolved-seg-list
               END-IF
           END-PERFORM
           .
           SET grid-overflow-skipped TO TRUE
           MOVE "SCENMISS" TO ws-exception-reason
           MOVE 0 TO ws-blocked-count
           MOVE 0 TO ws-segment-count
           PERFORM write-pair-outputs
           .

      * passes and later runs; a size somehow already there (a
      * mangled record the lookup refused to trust, say) is
      * REWRITTEN in place, never duplicated -- the duplicate
      * appends were the old flat master's disease.  a stream of a
      * split night has the master open for input only and adds
      * nothing; the merge step adds for the whole night
       add-to-results-master.
           IF (ws-master-open-status = "00" OR "05")
                   AND single-stream-mode
               MOVE n-choose-r-result TO ws-wide-a
               PERFORM wide-a-to-display
               MOVE SPACES TO master-record
                           MOVE base-result
                               TO ws-baseline-entry-result
                                   (ws-baseline-count) (34:31)
                           MOVE base-via-point
                               TO ws-baseline-entry-via
                                   (ws-baseline-count)
                           SET baseline-entry-unmatched
                               (ws-baseline-count) TO TRUE
                       WHEN base-ext-detail-rec
                           MOVE base-ext-result
                               TO ws-baseline-entry-result
                                   (ws-baseline-count)
                           MOVE base-via-point
                               TO ws-baseline-entry-via
                                   (ws-baseline-count)
                           SET baseline-entry-unmatched
                               (ws-baseline-count) TO TRUE
                       WHEN OTHER
                           TO ws-restart-blocked-count-x
                       MOVE grid-blocked-list OF checkpoint-file
                           TO ws-restart-blocked-list
                       MOVE grid-segment-count OF checkpoint-file
                           TO ws-restart-segment-count-x
                       MOVE grid-segment-list OF checkpoint-file
                           TO ws-restart-segment-list
                       MOVE grid-via-point OF checkpoint-file
                           TO ws-restart-via-point
                       MOVE grid-request OF checkpoint-file
                           TO ws-restart-request
               END-READ
           END-IF
           IF ws-checkpoint-status = "00" OR "05"
                           MOVE "00" TO ws-parm-blocked-count-x
                           MOVE SPACES TO ws-parm-blocked-list
                       END-IF
                       IF scenario-resolved
                               AND ws-resolved-seg-count > 0
                           MOVE ws-resolved-seg-count
                               TO ws-parm-segment-count-x
                           MOVE ws-resolved-seg-list
                               TO ws-parm-segment-list
                       ELSE
                           MOVE "00" TO ws-parm-segment-count-x
                           MOVE SPACES TO ws-parm-segment-list
                       END-IF
                   ELSE
                   IF grid-blocked-count OF grid-parm-file IS NUMERIC
                       MOVE grid-blocked-count OF grid-parm-file
                       MOVE "00" TO ws-parm-blocked-count-x
                       MOVE SPACES TO ws-parm-blocked-list
                   END-IF
                   IF grid-segment-count OF grid-parm-file IS NUMERIC
                       MOVE grid-segment-count OF grid-parm-file
                           TO ws-parm-segment-count-x
                       IF grid-segment-count OF grid-parm-file > 0
                           MOVE grid-segment-list OF grid-parm-file
                               TO ws-parm-segment-list
                       ELSE
                           MOVE SPACES TO ws-parm-segment-list
                       END-IF
                   ELSE
                       MOVE "00" TO ws-parm-segment-count-x
                       MOVE SPACES TO ws-parm-segment-list
                   END-IF
                   END-IF
      * the via point normalizes the way the batch loop reads it:
      * anything short of a whole numeric via point is a plain pair
                   IF grid-via-col OF grid-parm-file IS NUMERIC
                           AND grid-via-row OF grid-parm-file
                               IS NUMERIC
                       MOVE grid-via-point OF grid-parm-file
                           TO ws-parm-via-point
                   ELSE
                       MOVE SPACES TO ws-parm-via-point
                   END-IF
                   MOVE grid-request OF grid-parm-file
                       TO ws-parm-request
      * a checkpoint from before the segment extension existed has
      * it all spaces and matches on the cell extension alone
                   IF ws-parm-blocked-count-x
                           = ws-restart-blocked-count-x
                       AND ws-parm-blocked-list
                           = ws-restart-blocked-list
                       AND (ws-restart-segment-count-x = SPACES
                           OR (ws-parm-segment-count-x
                               = ws-restart-segment-count-x
                           AND ws-parm-segment-list
                               = ws-restart-segment-list))
                       AND ws-parm-via-point = ws-restart-via-point
                       AND ws-parm-request = ws-restart-request
                       SET checkpoint-pair-matches TO TRUE
                   END-IF
               END-IF
           .


      * precond: there is no deck to work (none supplied, empty, or
      * unopenable)
      * postcond: the shop-wide default grid size has had a single
      * pass.  on a split night only the first stream stands for the
      * whole deck here -- the split step leaves it empty only when
      * the deck itself was -- and any other stream with nothing
      * dealt to it does nothing
       process-default-pair.
           IF stream-mode AND ws-stream-id-x NOT = "01"
               CONTINUE
           ELSE
               MOVE ws-default-width TO ws-width
               MOVE ws-default-height TO ws-height
               MOVE 0 TO ws-blocked-count
               MOVE 0 TO ws-segment-count
               SET via-point-none TO TRUE
               MOVE SPACES TO ws-via-point
               MOVE SPACES TO ws-request
               PERFORM process-one-grid
           END-IF
           .


      * precond: ws-width/ws-height hold the grid size for this pass
      * postcond: n-choose-r-result holds this grid size's route
      * count (reused from the results master on a hit, computed and
      * the report, and none of the result outputs
       process-one-grid.
           SET grid-not-skipped TO TRUE
           IF ws-blocked-count > 0 OR ws-segment-count > 0
      * a blocked grid goes straight to the route walk: the results
      * master is keyed by grid size alone, and two decks can block
      * different intersections (or close different segments) on
      * the same size, so neither the lookup nor the add applies
      * here.
               PERFORM count-blocked-routes
               IF grid-not-skipped
                   SET reconciliation-blocked-grid TO TRUE
               END-IF
               PERFORM split-via-point-routes
               PERFORM write-pair-outputs
      * the what-if breakdown runs after the pair's own outputs and
      * checkpoint are safely written, and only for a pair that
                   PERFORM add-to-results-master
               END-IF
           END-IF
           PERFORM split-via-point-routes
           PERFORM write-pair-outputs
           .

      * forms; every output paragraph below draws on them
               PERFORM format-pair-result
               PERFORM write-report-detail
      * a via-point pair's split follows its detail line, and from
      * there on the number the pair carries is its routes through
      * the via point: the audit line, the feed detail and the
      * compare all take that count, each marked with the via point
               IF via-point-requested
                   PERFORM write-report-via-detail
                   MOVE ws-via-through TO ws-wide-display
               END-IF
               PERFORM write-audit-detail
               PERFORM write-interface-detail
               IF compare-mode-active
               WHEN reconciliation-blocked-grid
                   STRING "   RECONCILE: NOT APPLICABLE, "
                       "BLOCKED-INTERSECTION GRID ("
                       ws-blocked-count " BLOCKED, "
                       ws-segment-count " SEGMENTS CLOSED)"
                       DELIMITED BY SIZE
                       INTO report-record
           END-EVALUATE
           WRITE report-record

           IF ws-request NOT = SPACES
               PERFORM write-report-request-line
           END-IF
           .


      * precond: the pair in hand came off a card naming its
      * request
      * postcond: a line naming the standing request and requesting
      * area is on report-file under the pair's own line
       write-report-request-line.
           MOVE SPACES TO report-record
           STRING "   REQUEST: " ws-request-id
               "   REQUESTING AREA: " ws-requesting-area
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record
           .


      * precond: the via-point pair in hand has its split in
      * ws-via-through/ws-via-avoiding/ws-via-share
      * postcond: the through, avoiding and share lines for the pair
      * are on report-file under its detail line
       write-report-via-detail.
           MOVE ws-via-through TO ws-wide-display
           PERFORM edit-wide-display
           MOVE ws-wide-edited TO ws-via-through-edited
           MOVE ws-via-avoiding TO ws-wide-display
           PERFORM edit-wide-display
           MOVE ws-wide-edited TO ws-via-avoiding-edited
           MOVE ws-via-share TO ws-via-share-edited

           MOVE SPACES TO report-record
           STRING "   VIA POINT: COL " ws-via-col
               " ROW " ws-via-row
               "   ROUTES THROUGH:  " ws-via-through-edited
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "                               "
               "   ROUTES AVOIDING: " ws-via-avoiding-edited
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record

           MOVE SPACES TO report-record
           STRING "                               "
               "   SHARE THROUGH:   " ws-via-share-edited
               " PCT OF TOTAL"
               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record
           .


           MOVE ws-wide-display(34:31) TO audit-result
           MOVE ws-wide-display(1:33) TO audit-result-high
           MOVE ws-blocked-count TO audit-blocked-count
           MOVE ws-segment-count TO audit-segment-count
           IF via-point-requested
               MOVE ws-via-col TO audit-via-col
               MOVE ws-via-row TO audit-via-row
           END-IF
           MOVE ws-request-id TO audit-request-id
           MOVE ws-requesting-area TO audit-requesting-area
           WRITE audit-record
           .

      * appended to PE15RHIST for the trend report.  same
      * EXTEND-with-fallback-to-OUTPUT pattern as audit-file
       write-run-history.
      * a stream's history file holds just the stream's finished
      * run, for the merge step to find and fold into the one record
      * the night appends to the real history
           IF stream-mode
               OPEN OUTPUT run-history-file
           ELSE
               OPEN EXTEND run-history-file
               IF ws-run-history-status = "35"
                   OPEN OUTPUT run-history-file
               END-IF
           END-IF
           IF ws-run-history-status = "00" OR "05"
               MOVE SPACES TO run-history-record
      * postcond: ws-iface-sequence holds this feed's sequence number
      * (one past the last feed's, or one for the first sequenced
      * feed ever) and PE15SEQ holds it too, so the next fresh feed
      * draws the next number even if this run later abends; zero,
      * and PE15SEQ untouched, for a stream
       get-feed-sequence.
           MOVE 0 TO ws-iface-sequence
      * a stream's feed is only its share of the night: the merged
      * feed's header carries the one number the night draws, and a
      * stream's header goes out with zero
           IF single-stream-mode
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
           END-IF
           .


               MOVE ws-wide-display TO iface-ext-result
               MOVE ws-run-date-numeric TO iface-ext-run-date
           END-IF
           IF via-point-requested
               MOVE ws-via-point TO iface-via-point
           END-IF
           MOVE ws-request-id TO iface-request-id
           MOVE ws-requesting-area TO iface-requesting-area

      * the hash total stays the low-order 15 digits of the value,
      * whichever record type carried it -- the one rule both ends
      * agreeing in size alone: a deck can legitimately carry the
      * same WIDTH/HEIGHT more than once (a clean grid and a blocked
      * one, say), and only a one-to-one match lets such a deck ever
      * compare clean.  a via-point pair only ever pairs off with a
      * baseline detail for the same via point: its result is a
      * different number from the grid's plain route count
       compare-one-result.
           MOVE ws-wide-display TO ws-result-display
           SET baseline-not-found TO TRUE
                           = ws-height
                       AND ws-baseline-entry-result(ws-baseline-ix)
                           = ws-result-display
                       AND ws-baseline-entry-via(ws-baseline-ix)
                           = ws-via-point
                   SET baseline-found TO TRUE
                   SET baseline-entry-matched(ws-baseline-ix) TO TRUE
                   MOVE ws-baseline-entry-result(ws-baseline-ix)
                               = ws-width
                           AND ws-baseline-entry-height
                               (ws-baseline-ix) = ws-height
                           AND ws-baseline-entry-via(ws-baseline-ix)
                               = ws-via-point
                       SET baseline-found TO TRUE
                       SET baseline-entry-matched(ws-baseline-ix)
                           TO TRUE
      * count, and its outputs and checkpoint are already written
      * postcond: the pair's what-if breakdown -- clean-grid count,
      * all-blocked count, and one line per blocked intersection
      * and per closed segment, ranked by routes removed -- is on
      * impact-report-file, with the pair's own result, cell and
      * segment lists and overflow action restored exactly as they
      * stood
       analyze-closure-impact.
           MOVE n-choose-r-result TO ws-impact-saved-result
           MOVE n-choose-r-result TO ws-wide-a
           MOVE ws-wide-display TO ws-impact-all-blocked
           MOVE ws-blocked-count TO ws-impact-saved-count
           MOVE ws-blocked-list TO ws-impact-saved-list
           MOVE ws-segment-count TO ws-impact-saved-seg-count
           MOVE ws-segment-list TO ws-impact-saved-seg-list
           COMPUTE ws-impact-closure-count = ws-impact-saved-count
               + ws-impact-saved-seg-count
      * the what-if runs never abend the night: a variant that
      * overflows is flagged on its own line instead, whatever
      * PE15OVFLACT says about the real pairs
           SET impact-clean-ok TO TRUE
           SET grid-not-skipped TO TRUE
           MOVE 0 TO ws-blocked-count
           MOVE 0 TO ws-segment-count
           PERFORM count-blocked-routes
           IF grid-overflow-skipped
               SET impact-clean-overflowed TO TRUE
           IF impact-clean-ok
               PERFORM run-one-impact-variant
                   VARYING ws-impact-ix FROM 1 BY 1
                   UNTIL ws-impact-ix > ws-impact-closure-count
               PERFORM rank-impact-entries
           END-IF


           MOVE ws-impact-saved-count TO ws-blocked-count
           MOVE ws-impact-saved-list TO ws-blocked-list
           MOVE ws-impact-saved-seg-count TO ws-segment-count
           MOVE ws-impact-saved-seg-list TO ws-segment-list
           MOVE ws-impact-saved-result TO n-choose-r-result
           MOVE ws-impact-saved-action TO ws-overflow-action-flag
           SET grid-not-skipped TO TRUE
           .


      * precond: ws-impact-ix names one of the pair's closures --
      * the first ws-impact-saved-count are its blocked
      * intersections, the rest its closed segments in list order --
      * and ws-impact-clean holds the clean count
      * postcond: the pair's ws-impact-table entry for that closure
      * holds the route count with only it in force and the routes
      * that closure alone removes from the clean count
       run-one-impact-variant.
           IF ws-impact-ix > ws-impact-saved-count
               COMPUTE ws-impact-seg-ix =
                   ws-impact-ix - ws-impact-saved-count
               MOVE 0 TO ws-blocked-count
               MOVE 1 TO ws-segment-count
               MOVE ws-impact-saved-segment(ws-impact-seg-ix)
                   TO ws-closed-segment(1)
               MOVE ws-impact-saved-seg-col(ws-impact-seg-ix)
                   TO ws-impact-col(ws-impact-ix)
               MOVE ws-impact-saved-seg-row(ws-impact-seg-ix)
                   TO ws-impact-row(ws-impact-ix)
               MOVE ws-impact-saved-seg-dir(ws-impact-seg-ix)
                   TO ws-impact-dir(ws-impact-ix)
           ELSE
               MOVE 1 TO ws-blocked-count
               MOVE 0 TO ws-segment-count
               MOVE ws-impact-saved-col(ws-impact-ix)
                   TO ws-blocked-col(1)
               MOVE ws-impact-saved-row(ws-impact-ix)
                   TO ws-blocked-row(1)
               MOVE ws-impact-saved-col(ws-impact-ix)
                   TO ws-impact-col(ws-impact-ix)
               MOVE ws-impact-saved-row(ws-impact-ix)
                   TO ws-impact-row(ws-impact-ix)
               MOVE SPACE TO ws-impact-dir(ws-impact-ix)
           END-IF
           SET grid-not-skipped TO TRUE
           PERFORM count-blocked-routes

      * a single closure can never carry more routes than the clean
      * grid, so with a sound clean count this leg cannot overflow;
      * the flag is belt and braces, not an expected path
           .


      * precond: ws-impact-table holds one entry per closure of the
      * pair in hand
      * postcond: the entries are in descending order of routes
      * removed, so the report reads costliest closure first
       rank-impact-entries.
           PERFORM VARYING ws-impact-ix FROM 1 BY 1
                   UNTIL ws-impact-ix >= ws-impact-closure-count
               MOVE ws-impact-ix TO ws-impact-top-ix
               PERFORM VARYING ws-impact-jx FROM ws-impact-ix BY 1
                       UNTIL ws-impact-jx > ws-impact-closure-count
                   IF ws-impact-removed(ws-impact-jx)
                           > ws-impact-removed(ws-impact-top-ix)
                       MOVE ws-impact-jx TO ws-impact-top-ix
      * precond: the what-if runs for the pair in hand have finished
      * (or the clean count overflowed and there is nothing to rank)
      * postcond: the pair's impact section -- heading, clean and
      * all-blocked counts, and the ranked per-closure lines -- is
      * on impact-report-file
       write-impact-section.
           MOVE SPACES TO impact-report-record
           STRING "CLOSURE IMPACT: WIDTH " ws-width
               " HEIGHT " ws-height
               " (" ws-impact-saved-count " BLOCKED, "
               ws-impact-saved-seg-count " SEGMENTS CLOSED)"
               DELIMITED BY SIZE
               INTO impact-report-record
           WRITE impact-report-record
               WRITE impact-report-record

               PERFORM VARYING ws-impact-ix FROM 1 BY 1
                       UNTIL ws-impact-ix > ws-impact-closure-count
                   MOVE ws-impact-ix TO ws-impact-rank
      * the closure named the way it was keyed: an intersection by
      * its COL/ROW, a segment by the COL/ROW it leaves and which
      * way
                   MOVE SPACES TO ws-impact-closure-text
                   EVALUATE ws-impact-dir(ws-impact-ix)
                       WHEN "E"
                           STRING "COL " ws-impact-col(ws-impact-ix)
                               " ROW " ws-impact-row(ws-impact-ix)
                               " EASTBOUND SEGMENT"
                               DELIMITED BY SIZE
                               INTO ws-impact-closure-text
                       WHEN "S"
                           STRING "COL " ws-impact-col(ws-impact-ix)
                               " ROW " ws-impact-row(ws-impact-ix)
                               " SOUTHBOUND SEGMENT"
                               DELIMITED BY SIZE
                               INTO ws-impact-closure-text
                       WHEN OTHER
                           STRING "COL " ws-impact-col(ws-impact-ix)
                               " ROW " ws-impact-row(ws-impact-ix)
                               DELIMITED BY SIZE
                               INTO ws-impact-closure-text
                   END-EVALUATE
                   MOVE SPACES TO impact-report-record
                   IF impact-entry-overflowed(ws-impact-ix)
                       STRING "   RANK " ws-impact-rank ": "
                               DELIMITED BY SIZE
                           ws-impact-closure-text
                               DELIMITED BY "  "
                           "  COUNT EXCEEDS RESULT CAPACITY"
                               DELIMITED BY SIZE
                           INTO impact-report-record
                   ELSE
                       MOVE ws-impact-result(ws-impact-ix)
                       MOVE ws-wide-edited TO ws-impact-removed-edited
      * the two 64-digit counts no longer fit beside the rank on
      * one print line, so each closure takes two
                       STRING "   RANK " ws-impact-rank ": "
                               DELIMITED BY SIZE
                           ws-impact-closure-text
                               DELIMITED BY "  "
                           "  REMOVES " ws-impact-removed-edited
                               DELIMITED BY SIZE
                           INTO impact-report-record
                       WRITE impact-report-record
                       MOVE SPACES TO impact-report-record
           MOVE ws-height TO excp-height
           MOVE ws-exception-reason TO excp-reason-code
           MOVE ws-run-date-numeric TO excp-run-date
           MOVE ws-request-id TO excp-request-id
           MOVE ws-requesting-area TO excp-requesting-area
           WRITE exception-record
           .

               DELIMITED BY SIZE
               INTO report-record
           WRITE report-record
           IF ws-request NOT = SPACES
               PERFORM write-report-request-line
           END-IF
           .


               MOVE ws-blocked-list TO grid-blocked-list
                   OF checkpoint-file
           END-IF
           MOVE ws-segment-count TO grid-segment-count
               OF checkpoint-file
           IF ws-segment-count > 0
               MOVE ws-segment-list TO grid-segment-list
                   OF checkpoint-file
           END-IF
           MOVE ws-via-point TO grid-via-point OF checkpoint-file
           MOVE ws-request TO grid-request OF checkpoint-file
           WRITE grid-record OF checkpoint-file
           CLOSE checkpoint-file
           .


      * precond: ws-width/ws-height/ws-blocked-count/ws-blocked-list
      * and ws-segment-count/ws-segment-list hold a blocked grid
      * postcond: n-choose-r-result holds the count of lattice
      * routes from the top-left to the bottom-right intersection
      * that avoid every blocked intersection and never take a
      * closed segment (zero when the
      * blockage cuts the grid entirely, including a blocked start
      * or end); or grid-overflow-skipped is set under the SKIP
      * option when the grid outgrows the walk's row table or the
                   PERFORM abend-blocked-capacity
               END-IF
           ELSE
               MOVE 0 TO dp-start-col
               MOVE 0 TO dp-start-row
               MOVE ws-width TO dp-end-col
               MOVE ws-height TO dp-end-row
               PERFORM zero-wide-a
               MOVE 1 TO ws-wide-a-limb(wide-limb-count)
               MOVE ws-wide-a TO dp-start-value
               PERFORM walk-route-rows
               IF grid-not-skipped
                   MOVE dp-route-entry(ws-width + 1)
                       TO n-choose-r-result
               END-IF
           END-IF
           .


      * precond: dp-start-col/dp-start-row and dp-end-col/
      * dp-end-row name two intersections of the grid in hand, the
      * end no further left or up than the start, and
      * dp-start-value holds the routes that have reached the start
      * postcond: dp-route-entry(dp-end-col + 1) holds the count of
      * lattice routes from the start to the end intersection
      * (seeded with dp-start-value) that avoid every blocked
      * intersection and never take a closed segment; or
      * grid-overflow-skipped is set under the SKIP option when a
      * count outgrows the result's PICTURE
       walk-route-rows.
           PERFORM zero-wide-a
           PERFORM VARYING dp-col FROM 1 BY 1
                   UNTIL dp-col > ws-width + 1
               MOVE ws-wide-a TO dp-route-entry(dp-col)
           END-PERFORM
           MOVE dp-start-value TO dp-route-entry(dp-start-col + 1)

      * row by row: a blocked intersection contributes nothing; any
      * other picks up the routes of its left neighbor, on top of
      * the routes it already carries down from the intersection
      * above it.  a closed segment cuts just the one leg: a closed
      * southbound move into the intersection drops what it carried
      * down from above, and a closed eastbound move into it keeps
      * the left neighbor's routes from being picked up.  the start
      * is covered by the blocked check alone -- its entry starts
      * at the seeded count and nothing reaches it from inside the
      * walk.
           PERFORM VARYING dp-row FROM dp-start-row BY 1
                   UNTIL dp-row > dp-end-row
                       OR grid-overflow-skipped
               PERFORM VARYING dp-col FROM dp-start-col BY 1
                       UNTIL dp-col > dp-end-col
                           OR grid-overflow-skipped
                   PERFORM check-cell-blocked
                   IF dp-cell-blocked
                       PERFORM zero-wide-a
                       MOVE ws-wide-a TO dp-route-entry(dp-col + 1)
                   ELSE
                       SET dp-segment-open TO TRUE
                       IF dp-row > dp-start-row
                           MOVE dp-col TO dp-seg-col
                           COMPUTE dp-seg-row = dp-row - 1
                           MOVE "S" TO dp-seg-dir
                           PERFORM check-segment-closed
                       END-IF
                       IF dp-segment-closed
                           PERFORM zero-wide-a
                           MOVE ws-wide-a TO dp-route-entry(dp-col + 1)
                       END-IF
                       SET dp-segment-open TO TRUE
                       IF dp-col > dp-start-col
                           COMPUTE dp-seg-col = dp-col - 1
                           MOVE dp-row TO dp-seg-row
                           MOVE "E" TO dp-seg-dir
                           PERFORM check-segment-closed
                       END-IF
                       IF dp-col > dp-start-col AND dp-segment-open
                           MOVE dp-route-entry(dp-col + 1) TO ws-wide-a
                           MOVE dp-route-entry(dp-col) TO ws-wide-b
                           PERFORM wide-add-b-to-a
                           IF wide-op-overflowed
                               IF overflow-action-skip
                                   SET grid-overflow-skipped TO TRUE
                                   MOVE "OVERFLOW"
                                       TO ws-exception-reason
                               ELSE
                                   PERFORM abend-overflow
                               END-IF
                           ELSE
                               MOVE ws-wide-a
                                   TO dp-route-entry(dp-col + 1)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .


      * precond: the pair in hand has its route count in
      * n-choose-r-result, or grid-overflow-skipped set
      * postcond: for a produced pair with a via point,
      * ws-via-through/ws-via-avoiding hold the routes through and
      * around it and ws-via-share the through share of the total;
      * any other pair is left exactly as it stood.  the through
      * count is the routes that reach the via point, walked on from
      * there to the bottom-right corner -- two walks over the same
      * closures the total honored, so a route through the via
      * point is never counted that the total would not also count
       split-via-point-routes.
           IF via-point-requested AND grid-not-skipped
      * a clean pair reaches here by the closed form, with no walk
      * behind it, so the walk's capacity is checked here too
               IF ws-width > max-pascal-r OR ws-height > max-pascal-r
                   IF overflow-action-skip
                       SET grid-overflow-skipped TO TRUE
                       MOVE "OVERSIZE" TO ws-exception-reason
                   ELSE
                       PERFORM abend-blocked-capacity
                   END-IF
               ELSE
                   MOVE 0 TO dp-start-col
                   MOVE 0 TO dp-start-row
                   MOVE ws-via-col TO dp-end-col
                   MOVE ws-via-row TO dp-end-row
                   PERFORM zero-wide-a
                   MOVE 1 TO ws-wide-a-limb(wide-limb-count)
                   MOVE ws-wide-a TO dp-start-value
                   PERFORM walk-route-rows
               END-IF
               IF grid-not-skipped
                   MOVE dp-route-entry(ws-via-col + 1) TO dp-start-value
                   MOVE ws-via-col TO dp-start-col
                   MOVE ws-via-row TO dp-start-row
                   MOVE ws-width TO dp-end-col
                   MOVE ws-height TO dp-end-row
                   PERFORM walk-route-rows
               END-IF
               IF grid-not-skipped
                   MOVE dp-route-entry(ws-width + 1) TO ws-wide-a
                   PERFORM wide-a-to-display
                   MOVE ws-wide-display TO ws-via-through
                   PERFORM wide-b-from-display
                   MOVE n-choose-r-result TO ws-wide-a
                   PERFORM wide-a-to-display
                   MOVE ws-wide-display TO ws-via-total
                   PERFORM wide-subtract-b-from-a
                   PERFORM wide-a-to-display
                   MOVE ws-wide-display TO ws-via-avoiding
                   PERFORM compute-via-share
               END-IF
           END-IF
           .


      * precond: ws-via-total/ws-via-through hold a via-point pair's
      * total and through counts, through never above total
      * postcond: ws-via-share holds through as a percentage of
      * total, rounded to two places (zero when nothing reaches the
      * far corner at all)
       compute-via-share.
           MOVE 0 TO ws-via-share
           IF ws-via-total NOT = ZEROS
               MOVE 1 TO ws-via-window-start
               PERFORM UNTIL ws-via-window-start >= 47
                       OR ws-via-total(ws-via-window-start:1) NOT = "0"
                   ADD 1 TO ws-via-window-start
               END-PERFORM
               MOVE ws-via-total(ws-via-window-start:18)
                   TO ws-via-total-window
               MOVE ws-via-through(ws-via-window-start:18)
                   TO ws-via-through-window
               COMPUTE ws-via-share ROUNDED =
                   ws-via-through-window * 100 / ws-via-total-window
           END-IF
           .


      * precond: dp-col/dp-row hold an intersection of the grid in
      * hand
      * postcond: dp-cell-blocked is true if that intersection is on
           .


      * precond: dp-seg-col/dp-seg-row/dp-seg-dir name one move of
      * the grid in hand
      * postcond: dp-segment-closed is true if that move is on the
      * pair's closed-segment list (an out-of-range entry simply
      * never matches anything)
       check-segment-closed.
           SET dp-segment-open TO TRUE
           PERFORM VARYING dp-segment-ix FROM 1 BY 1
                   UNTIL dp-segment-ix > ws-segment-count
                       OR dp-segment-closed
               IF ws-segment-col(dp-segment-ix) = dp-seg-col
                       AND ws-segment-row(dp-segment-ix) = dp-seg-row
                       AND ws-segment-dir(dp-segment-ix) = dp-seg-dir
                   SET dp-segment-closed TO TRUE
               END-IF
           END-PERFORM
           .


      * precond: a blocked grid's dimensions exceed the route walk's
      * row table
      * postcond: the capacity trip is flagged on the report and the
           CLOSE compare-report-file
           CLOSE impact-report-file
           MOVE 16 TO RETURN-CODE
           PERFORM end-cycle-step
           STOP RUN
           .

           CLOSE compare-report-file
           CLOSE impact-report-file
           MOVE 16 TO RETURN-CODE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
      * a stream joins the MAIN step the split step began, and
      * leaves posting its end to the merge step
           IF stream-mode
               SET cycl-join-step TO TRUE
           ELSE
               SET cycl-begin-step TO TRUE
           END-IF
           MOVE "MAIN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15: STEP REFUSED BY CYCLE CONTROL: "
                   cycl-message
               MOVE cycle-refused-rc TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           .


      * precond: begin-cycle-step has run; RETURN-CODE holds what
      * the step is ending with
      * postcond: the step's end and return code are posted to its
      * cycle (by the merge step instead, for a stream), and
      * RETURN-CODE is left as it was
       end-cycle-step.
           MOVE RETURN-CODE TO ws-step-return-code
           IF single-stream-mode
               SET cycl-end-step TO TRUE
               MOVE ws-step-return-code TO cycl-step-rc
               CALL "project-euler-15-cyclctl"
                   USING cycle-control-parms
           END-IF
           MOVE ws-step-return-code TO RETURN-CODE
           .

       END PROGRAM project-euler-15.
