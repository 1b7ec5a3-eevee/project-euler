      * PROJECT-EULER-15-CLOSLOAD: the inbound interface for the
      * public-works road-works calendar.  every closure we keyed
      * into SCENMNT by hand came off that calendar anyway, and
      * keying them meant they went in a day late and now and then
      * never came out after the work had finished.  public works
      * now sends the whole calendar every night as PE15PWCL (see
      * PWCLREC), and this step, run after GRIDGEN has opened the
      * cycle and before the edit, loads it:
      *   every record is edited against our grid coordinates --
      *   COL/ROW numeric and within the same 0-100 bound the card
      *   edit holds a grid to, a segment leading to an intersection
      *   that exists, real dates in order -- and a record that does
      *   not fit is rejected onto the load report, never guessed at
      *   the accepted calendar is compared with the last load's,
      *   kept in PE15PWRG, and the report says what was added, what
      *   changed, and what expired: ended, or withdrawn from the
      *   calendar by public works
      *   the closures in force on the cycle date become that
      *   night's dated scenario in PE15SCEN (see PWSCEN), built or
      *   refreshed whole, so a standing request naming LIVE gets
      *   exactly tonight's closures with nobody keying anything;
      *   dated scenarios past their retention are dropped
      * a night with no calendar from public works builds the
      * scenario from the last load, which still knows every
      * closure's dates, and says so.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-closload.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the public-works calendar extract; optional, so a night they
      * send nothing carries the last load forward instead of
      * erroring out.
           SELECT OPTIONAL calendar-file ASSIGN TO "PE15PWCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendar-status.

      * the closures as of the last load, rewritten whole each load;
      * optional, so the first load starts it.
           SELECT OPTIONAL register-file ASSIGN TO "PE15PWRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.

      * the scenario library the dated scenario is kept in, read
      * whole and rewritten whole, as the scenario transaction does.
           SELECT OPTIONAL scenario-file ASSIGN TO "PE15SCEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-scenario-status.

      * the load report, in the shop's 132-column print format.
           SELECT load-report-file ASSIGN TO "PE15CLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-load-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  calendar-file
           RECORDING MODE IS F.
           COPY pwclrec.

       FD  register-file
           RECORDING MODE IS F.
           COPY pwclrec REPLACING LEADING ==pwcl== BY ==pwrg==.

       FD  scenario-file
           RECORDING MODE IS F.
           COPY scenrec.

       FD  load-report-file
           RECORDING MODE IS F.
       01 load-report-record           PIC X(132).

       WORKING-STORAGE SECTION.

      * the card edit's keying bound on a grid side: a closure off
      * a grid that size is not on any grid this shop will run.
       78 max-grid-dimension VALUE IS 100.

      * capacity of the blocked-cell and closed-segment lists on a
      * scenario -- the OCCURS in the shared record layout.
       78 max-blocked-cells VALUE IS 20.
       78 max-closed-segments VALUE IS 20.

           COPY pwscen.

       01 ws-calendar-status           PIC XX.
       01 ws-register-status           PIC XX.
       01 ws-scenario-status           PIC XX.
       01 ws-load-report-status        PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(8).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".
       01 ws-calendar-flag             PIC X VALUE "Y".
           88 calendar-received                VALUE "Y".
           88 calendar-not-received            VALUE "N".

      * the closure in hand, whichever table it came from
           COPY pwclrec REPLACING LEADING ==pwcl== BY ==ws-clos==.
       01 ws-closure-text              PIC X(100).
       01 ws-reject-reason             PIC X(30).

      * the last load's closures, and tonight's accepted calendar,
      * each with what the comparison made of it.  same 500-entry
      * sizing as the rest of this shop's in-storage tables.
       78 max-closure-entries VALUE IS 500.
       01 ws-old-count                 USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-old-ix                    USAGE IS UNSIGNED-LONG.
       01 ws-old-table.
           05 ws-old-entry OCCURS 500 TIMES.
               10 ws-old-image             PIC X(78).
               10 ws-old-seen-flag         PIC X.
                   88 old-seen                     VALUE "Y".
                   88 old-not-seen                 VALUE "N".
       01 ws-new-count                 USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-new-ix                    USAGE IS UNSIGNED-LONG.
       01 ws-new-table.
           05 ws-new-entry OCCURS 500 TIMES.
               10 ws-new-image             PIC X(78).
      * the last load's entry for the same permit, 0 for none
               10 ws-new-old-ix            USAGE IS UNSIGNED-LONG.
               10 ws-new-status            PIC X.
                   88 new-added                    VALUE "A".
                   88 new-changed                  VALUE "C".
                   88 new-unchanged                VALUE "U".
                   88 new-expired                  VALUE "E".
                   88 new-ended-on-arrival         VALUE "P".
                   88 new-kept                     VALUE "A" "C" "U".
       01 ws-match-ix                  USAGE IS UNSIGNED-LONG.

      * tonight's dated scenario as it is built
       01 ws-dated-scenario-id         PIC X(8).
       01 ws-live-cell-count           PIC 9(2) VALUE 0.
       01 ws-live-cell-list.
           05 ws-live-cell OCCURS 20 TIMES.
               10 ws-live-cell-col         PIC 9(4).
               10 ws-live-cell-row         PIC 9(4).
       01 ws-live-seg-count            PIC 9(2) VALUE 0.
       01 ws-live-seg-list.
           05 ws-live-segment OCCURS 20 TIMES.
               10 ws-live-seg-col          PIC 9(4).
               10 ws-live-seg-row          PIC 9(4).
               10 ws-live-seg-dir          PIC X.
       01 ws-live-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-live-found-flag           PIC X.
           88 live-already-listed              VALUE "Y".
           88 live-not-listed                  VALUE "N".
       01 ws-live-applied-flag         PIC X.
           88 live-applied                     VALUE "Y".
           88 live-not-applied                 VALUE "N".

      * the whole scenario library, held as record images so every
      * scenario but tonight's is written back exactly as read
       78 max-scenario-entries VALUE IS 500.
       01 ws-scenario-count            USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-scenario-ix               USAGE IS UNSIGNED-LONG.
       01 ws-dated-ix                  USAGE IS UNSIGNED-LONG.
       01 ws-scenario-table.
           05 ws-scenario-entry OCCURS 500 TIMES.
               10 ws-scenario-image        PIC X(382).
       01 ws-scenario-work             PIC X(382).
       01 ws-scenario-date-x           PIC X(8).
       01 ws-scenario-date             PIC 9(8).
       01 ws-scenario-refreshed-flag   PIC X VALUE "N".
           88 scenario-refreshed               VALUE "Y".
           88 scenario-built-new               VALUE "N".

      * control totals for the report and the return code
       01 ws-calendar-read             PIC 9(6) VALUE 0.
       01 ws-calendar-rejected         PIC 9(6) VALUE 0.
       01 ws-calendar-accepted         PIC 9(6) VALUE 0.
       01 ws-closures-added            PIC 9(6) VALUE 0.
       01 ws-closures-changed          PIC 9(6) VALUE 0.
       01 ws-closures-unchanged        PIC 9(6) VALUE 0.
       01 ws-closures-expired          PIC 9(6) VALUE 0.
       01 ws-closures-ended-arrival    PIC 9(6) VALUE 0.
       01 ws-closures-in-force         PIC 9(6) VALUE 0.
       01 ws-closures-not-applied      PIC 9(6) VALUE 0.
       01 ws-closures-not-yet          PIC 9(6) VALUE 0.
       01 ws-scenarios-dropped         PIC 9(6) VALUE 0.
       01 ws-section-count             PIC 9(6).

      * the cycle date the scenario is built for, and its day count
      * for the retention check
       01 ws-cycle-date                PIC 9(8).
       01 ws-cycle-date-edited         PIC 9999/99/99.
       01 ws-cycle-day-integer         PIC 9(7).
       01 ws-scenario-day-integer      PIC 9(7).

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           PERFORM get-cycle-date

           OPEN OUTPUT load-report-file
           PERFORM write-load-header

           PERFORM load-register
           IF inputs-ok
               PERFORM load-calendar
           END-IF
           IF inputs-ok
               PERFORM load-scenario-library
           END-IF
           IF inputs-ok
               PERFORM compare-with-register
               PERFORM report-added
               PERFORM report-changed
               PERFORM report-expired
               PERFORM build-live-closures
               PERFORM store-dated-scenario
           END-IF
           IF inputs-ok
               PERFORM drop-old-dated-scenarios
               PERFORM write-scenario-library
           END-IF
      * the register moves on only once the scenario is safely
      * stored, so a failed load reruns against the same baseline
           IF inputs-ok
               PERFORM write-register
           END-IF
           PERFORM write-load-totals

           CLOSE load-report-file

      * 8 when the scenario could not be built or stored; 4 when
      * a record was rejected, a closure in force would not fit the
      * scenario, or no calendar came in -- each one a closure
      * tonight's routes may be missing; otherwise 0
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN ws-calendar-rejected > 0
                   OR ws-closures-not-applied > 0
                   OR calendar-not-received
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: begin-cycle-step has run
      * postcond: the cycle date, its day count and tonight's dated
      * scenario ID are set.  the cycle's date, not the clock's: a
      * load run after midnight still builds the night it belongs to
       get-cycle-date.
           MOVE cycl-cycle-date TO ws-cycle-date
           MOVE ws-cycle-date TO ws-cycle-date-edited
           COMPUTE ws-cycle-day-integer =
               FUNCTION INTEGER-OF-DATE(ws-cycle-date)
           MOVE SPACES TO ws-dated-scenario-id
           STRING dated-scenario-prefix
               ws-cycle-date(3:6)
               DELIMITED BY SIZE
               INTO ws-dated-scenario-id
           .


      * precond: ws-file-label names the file that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the load report,
      * with input-trouble set so nothing is stored
       flag-open-trouble.
           SET input-trouble TO TRUE
           DISPLAY "PE15CLOSLOAD: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO load-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
               ", NOTHING LOADED ***"
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           .


      * precond: none
      * postcond: ws-old-table holds the last load's closures, none
      * of them seen yet; a register too big for the table is
      * trouble rather than a partial comparison
       load-register.
           SET file-not-eof TO TRUE
           OPEN INPUT register-file
           MOVE ws-register-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   PERFORM UNTIL file-eof OR input-trouble
                       READ register-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               IF ws-old-count < max-closure-entries
                                   ADD 1 TO ws-old-count
                                   MOVE pwrg-record
                                       TO ws-old-image(ws-old-count)
                                   SET old-not-seen(ws-old-count)
                                       TO TRUE
                               ELSE
                                   MOVE "PE15PWRG" TO ws-file-label
                                   MOVE "TF" TO ws-open-status
                                   PERFORM flag-open-trouble
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE register-file
               WHEN "05"
                   CLOSE register-file
               WHEN OTHER
                   MOVE "PE15PWRG" TO ws-file-label
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: load-register has run
      * postcond: ws-new-table holds every calendar record that
      * fits our grid, each reject is on the report; with no
      * calendar tonight it holds the last load's closures instead
       load-calendar.
           SET file-not-eof TO TRUE
           OPEN INPUT calendar-file
           MOVE ws-calendar-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   MOVE SPACES TO load-report-record
                   WRITE load-report-record
                   MOVE SPACES TO load-report-record
                   STRING "CALENDAR RECORDS REJECTED"
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
                   PERFORM UNTIL file-eof
                       READ calendar-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               PERFORM edit-one-calendar-record
                       END-READ
                   END-PERFORM
                   CLOSE calendar-file
                   IF ws-calendar-rejected = 0
                       MOVE SPACES TO load-report-record
                       STRING "   NONE"
                           DELIMITED BY SIZE
                           INTO load-report-record
                       WRITE load-report-record
                   END-IF
               WHEN "05"
                   CLOSE calendar-file
                   SET calendar-not-received TO TRUE
                   DISPLAY "PE15CLOSLOAD: NO CALENDAR RECEIVED, LAST "
                       "LOAD CARRIED FORWARD"
                   MOVE SPACES TO load-report-record
                   WRITE load-report-record
                   MOVE SPACES TO load-report-record
                   STRING "*** NO CALENDAR RECEIVED TONIGHT: THE LAST "
                       "LOAD'S CLOSURES ARE CARRIED FORWARD ***"
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
                   PERFORM VARYING ws-old-ix FROM 1 BY 1
                           UNTIL ws-old-ix > ws-old-count
                       ADD 1 TO ws-new-count
                       MOVE ws-old-image(ws-old-ix)
                           TO ws-new-image(ws-new-count)
                   END-PERFORM
               WHEN OTHER
                   MOVE "PE15PWCL" TO ws-file-label
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: pwcl-record holds one calendar record
      * postcond: the record is in ws-new-table, or rejected onto
      * the report with the reason it does not fit
       edit-one-calendar-record.
           ADD 1 TO ws-calendar-read
           MOVE pwcl-record TO ws-clos-record
           MOVE SPACES TO ws-reject-reason
      * an intersection has no direction; one keyed anyway is not
      * worth a reject, and must not make an unchanged closure look
      * changed tomorrow
           IF ws-clos-intersection
               MOVE SPACE TO ws-clos-direction
           END-IF

           EVALUATE TRUE
               WHEN ws-clos-closure-id = SPACES
                   MOVE "NO PERMIT NUMBER" TO ws-reject-reason
               WHEN NOT ws-clos-intersection
                       AND NOT ws-clos-segment
                   MOVE "UNKNOWN CLOSURE TYPE" TO ws-reject-reason
               WHEN ws-clos-col IS NOT NUMERIC
                       OR ws-clos-row IS NOT NUMERIC
                   MOVE "NON-NUMERIC COL/ROW" TO ws-reject-reason
               WHEN ws-clos-col > max-grid-dimension
                       OR ws-clos-row > max-grid-dimension
                   MOVE "OUTSIDE GRID COORDINATES"
                       TO ws-reject-reason
               WHEN ws-clos-segment
                       AND NOT ws-clos-eastbound
                       AND NOT ws-clos-southbound
                   MOVE "BAD SEGMENT DIRECTION" TO ws-reject-reason
               WHEN ws-clos-segment AND ws-clos-eastbound
                       AND ws-clos-col = max-grid-dimension
                   MOVE "SEGMENT LEADS OFF THE GRID"
                       TO ws-reject-reason
               WHEN ws-clos-segment AND ws-clos-southbound
                       AND ws-clos-row = max-grid-dimension
                   MOVE "SEGMENT LEADS OFF THE GRID"
                       TO ws-reject-reason
               WHEN ws-clos-start-date IS NOT NUMERIC
                       OR ws-clos-end-date IS NOT NUMERIC
                   MOVE "NON-NUMERIC DATES" TO ws-reject-reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ws-clos-start-date)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(ws-clos-end-date)
                       NOT = 0
                   MOVE "INVALID DATE" TO ws-reject-reason
               WHEN ws-clos-end-date < ws-clos-start-date
                   MOVE "ENDS BEFORE IT STARTS" TO ws-reject-reason
               WHEN OTHER
                   PERFORM find-new-permit
                   EVALUATE TRUE
                       WHEN ws-match-ix > 0
                           MOVE "DUPLICATE PERMIT NUMBER"
                               TO ws-reject-reason
                       WHEN ws-new-count = max-closure-entries
                           MOVE "CLOSURE TABLE FULL"
                               TO ws-reject-reason
                       WHEN OTHER
                           ADD 1 TO ws-calendar-accepted
                           ADD 1 TO ws-new-count
                           MOVE ws-clos-record
                               TO ws-new-image(ws-new-count)
                   END-EVALUATE
           END-EVALUATE

           IF ws-reject-reason NOT = SPACES
               ADD 1 TO ws-calendar-rejected
               MOVE SPACES TO load-report-record
               STRING "   RECORD " ws-calendar-read
                   "  PERMIT " pwcl-closure-id
                   "  " ws-reject-reason
                   DELIMITED BY SIZE
                   INTO load-report-record
               WRITE load-report-record
               MOVE SPACES TO load-report-record
               STRING "      [" pwcl-record "]"
                   DELIMITED BY SIZE
                   INTO load-report-record
               WRITE load-report-record
           END-IF
           .


      * precond: ws-clos-closure-id holds a permit number
      * postcond: ws-match-ix is its entry in ws-new-table, or 0
       find-new-permit.
           MOVE 0 TO ws-match-ix
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
                       OR ws-match-ix > 0
               IF ws-new-image(ws-new-ix)(1:12) = ws-clos-closure-id
                   MOVE ws-new-ix TO ws-match-ix
               END-IF
           END-PERFORM
           .


      * precond: none
      * postcond: ws-scenario-table holds every scenario on
      * PE15SCEN as read; a library too big for the table, or one
      * that will not open, is trouble -- it is rewritten whole, so
      * a partial read would lose scenarios
       load-scenario-library.
           SET file-not-eof TO TRUE
           OPEN INPUT scenario-file
           MOVE ws-scenario-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   PERFORM UNTIL file-eof OR input-trouble
                       READ scenario-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               IF ws-scenario-count
                                       < max-scenario-entries
                                   ADD 1 TO ws-scenario-count
                                   MOVE scenario-record
                                       TO ws-scenario-image
                                           (ws-scenario-count)
                               ELSE
                                   MOVE "PE15SCEN" TO ws-file-label
                                   MOVE "TF" TO ws-open-status
                                   PERFORM flag-open-trouble
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE scenario-file
               WHEN "05"
                   CLOSE scenario-file
               WHEN OTHER
                   MOVE "PE15SCEN" TO ws-file-label
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: both tables are loaded
      * postcond: every accepted closure is marked added, changed,
      * unchanged, expired (ended by tonight, known last load) or
      * ended on arrival (ended by tonight, never loaded); every
      * last-load closure still on the calendar is marked seen
       compare-with-register.
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
               MOVE ws-new-image(ws-new-ix) TO ws-clos-record
               PERFORM find-old-permit
               MOVE ws-match-ix TO ws-new-old-ix(ws-new-ix)
               IF ws-match-ix > 0
                   SET old-seen(ws-match-ix) TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN ws-clos-end-date < ws-cycle-date
                           AND ws-match-ix > 0
                       SET new-expired(ws-new-ix) TO TRUE
                       ADD 1 TO ws-closures-expired
                   WHEN ws-clos-end-date < ws-cycle-date
                       SET new-ended-on-arrival(ws-new-ix) TO TRUE
                       ADD 1 TO ws-closures-ended-arrival
                   WHEN ws-match-ix = 0
                       SET new-added(ws-new-ix) TO TRUE
                       ADD 1 TO ws-closures-added
                   WHEN ws-old-image(ws-match-ix)
                           NOT = ws-new-image(ws-new-ix)
                       SET new-changed(ws-new-ix) TO TRUE
                       ADD 1 TO ws-closures-changed
                   WHEN OTHER
                       SET new-unchanged(ws-new-ix) TO TRUE
                       ADD 1 TO ws-closures-unchanged
               END-EVALUATE
           END-PERFORM

      * a last-load closure public works no longer lists is gone
      * too, whether or not its dates had run out
           PERFORM VARYING ws-old-ix FROM 1 BY 1
                   UNTIL ws-old-ix > ws-old-count
               IF old-not-seen(ws-old-ix)
                   ADD 1 TO ws-closures-expired
               END-IF
           END-PERFORM
           .


      * precond: ws-clos-closure-id holds a permit number
      * postcond: ws-match-ix is its entry in ws-old-table, or 0
       find-old-permit.
           MOVE 0 TO ws-match-ix
           PERFORM VARYING ws-old-ix FROM 1 BY 1
                   UNTIL ws-old-ix > ws-old-count
                       OR ws-match-ix > 0
               IF ws-old-image(ws-old-ix)(1:12) = ws-clos-closure-id
                   MOVE ws-old-ix TO ws-match-ix
               END-IF
           END-PERFORM
           .


      * precond: compare-with-register has run
      * postcond: the closures new since the last load are listed
       report-added.
           PERFORM write-section-title-added
           MOVE 0 TO ws-section-count
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
               IF new-added(ws-new-ix)
                   ADD 1 TO ws-section-count
                   MOVE ws-new-image(ws-new-ix) TO ws-clos-record
                   PERFORM format-closure-text
                   MOVE SPACES TO load-report-record
                   STRING "   " ws-closure-text
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty
           .


      * precond: compare-with-register has run
      * postcond: the closures public works changed since the last
      * load are listed, each with what it was
       report-changed.
           MOVE SPACES TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CLOSURES CHANGED SINCE THE LAST LOAD"
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE 0 TO ws-section-count
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
               IF new-changed(ws-new-ix)
                   ADD 1 TO ws-section-count
                   MOVE ws-new-image(ws-new-ix) TO ws-clos-record
                   PERFORM format-closure-text
                   MOVE SPACES TO load-report-record
                   STRING "   NOW: " ws-closure-text
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
                   MOVE ws-new-old-ix(ws-new-ix) TO ws-old-ix
                   MOVE ws-old-image(ws-old-ix) TO ws-clos-record
                   PERFORM format-closure-text
                   MOVE SPACES TO load-report-record
                   STRING "   WAS: " ws-closure-text
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty
           .


      * precond: compare-with-register has run
      * postcond: the closures that ended by tonight, and those
      * public works withdrew from the calendar, are listed
       report-expired.
           MOVE SPACES TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CLOSURES EXPIRED SINCE THE LAST LOAD"
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE 0 TO ws-section-count
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
               IF new-expired(ws-new-ix)
                   ADD 1 TO ws-section-count
                   MOVE ws-new-image(ws-new-ix) TO ws-clos-record
                   PERFORM format-closure-text
                   MOVE SPACES TO load-report-record
                   STRING "   ENDED:     " ws-closure-text
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
               END-IF
           END-PERFORM
           PERFORM VARYING ws-old-ix FROM 1 BY 1
                   UNTIL ws-old-ix > ws-old-count
               IF old-not-seen(ws-old-ix)
                   ADD 1 TO ws-section-count
                   MOVE ws-old-image(ws-old-ix) TO ws-clos-record
                   PERFORM format-closure-text
                   MOVE SPACES TO load-report-record
                   STRING "   WITHDRAWN: " ws-closure-text
                       DELIMITED BY SIZE
                       INTO load-report-record
                   WRITE load-report-record
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty
           .


      * precond: compare-with-register has run
      * postcond: every kept closure in force on the cycle date is
      * on tonight's cell or segment list and listed, once per
      * intersection or segment however many permits close it; one
      * that will not fit is listed as not applied
       build-live-closures.
           MOVE SPACES TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CLOSURES IN FORCE " ws-cycle-date-edited
               ", SCENARIO " ws-dated-scenario-id
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE 0 TO ws-section-count
           MOVE 0 TO ws-live-cell-count
           MOVE 0 TO ws-live-seg-count
           MOVE SPACES TO ws-live-cell-list
           MOVE SPACES TO ws-live-seg-list
           PERFORM VARYING ws-new-ix FROM 1 BY 1
                   UNTIL ws-new-ix > ws-new-count
               MOVE ws-new-image(ws-new-ix) TO ws-clos-record
               IF new-kept(ws-new-ix)
                   IF ws-clos-start-date > ws-cycle-date
                       ADD 1 TO ws-closures-not-yet
                   ELSE
                       ADD 1 TO ws-section-count
                       PERFORM apply-one-live-closure
                   END-IF
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty
           .


      * precond: ws-clos-record holds a closure in force tonight
      * postcond: its intersection or segment is on tonight's list
      * (already there counts), or it is reported not applied
       apply-one-live-closure.
           SET live-applied TO TRUE
           SET live-not-listed TO TRUE
           IF ws-clos-intersection
               PERFORM VARYING ws-live-ix FROM 1 BY 1
                       UNTIL ws-live-ix > ws-live-cell-count
                   IF ws-live-cell-col(ws-live-ix) = ws-clos-col
                           AND ws-live-cell-row(ws-live-ix)
                               = ws-clos-row
                       SET live-already-listed TO TRUE
                   END-IF
               END-PERFORM
               IF live-not-listed
                   IF ws-live-cell-count < max-blocked-cells
                       ADD 1 TO ws-live-cell-count
                       MOVE ws-clos-col
                           TO ws-live-cell-col(ws-live-cell-count)
                       MOVE ws-clos-row
                           TO ws-live-cell-row(ws-live-cell-count)
                   ELSE
                       SET live-not-applied TO TRUE
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING ws-live-ix FROM 1 BY 1
                       UNTIL ws-live-ix > ws-live-seg-count
                   IF ws-live-seg-col(ws-live-ix) = ws-clos-col
                           AND ws-live-seg-row(ws-live-ix)
                               = ws-clos-row
                           AND ws-live-seg-dir(ws-live-ix)
                               = ws-clos-direction
                       SET live-already-listed TO TRUE
                   END-IF
               END-PERFORM
               IF live-not-listed
                   IF ws-live-seg-count < max-closed-segments
                       ADD 1 TO ws-live-seg-count
                       MOVE ws-clos-col
                           TO ws-live-seg-col(ws-live-seg-count)
                       MOVE ws-clos-row
                           TO ws-live-seg-row(ws-live-seg-count)
                       MOVE ws-clos-direction
                           TO ws-live-seg-dir(ws-live-seg-count)
                   ELSE
                       SET live-not-applied TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM format-closure-text
           MOVE SPACES TO load-report-record
           IF live-applied
               ADD 1 TO ws-closures-in-force
               STRING "   " ws-closure-text
                   DELIMITED BY SIZE
                   INTO load-report-record
           ELSE
               ADD 1 TO ws-closures-not-applied
               STRING "   " ws-closure-text
                   DELIMITED BY SIZE
                   INTO load-report-record
               MOVE "*** NOT APPLIED, LIST FULL ***"
                   TO load-report-record(103:30)
           END-IF
           WRITE load-report-record
           .


      * precond: build-live-closures has run and the library is
      * loaded
      * postcond: tonight's dated scenario, built whole from the
      * lists, replaces one already in the library (a rerun) or is
      * added to the end; a full library is trouble
       store-dated-scenario.
           MOVE SPACES TO scenario-record
           MOVE ws-dated-scenario-id TO scen-id
           STRING "PUBLIC WORKS CLOSURES " ws-cycle-date
               DELIMITED BY SIZE
               INTO scen-description
           MOVE ws-live-cell-count TO scen-blocked-count
           MOVE ws-live-cell-list TO scen-blocked-list
           MOVE ws-live-seg-count TO scen-segment-count
           MOVE ws-live-seg-list TO scen-segment-list

           MOVE 0 TO ws-dated-ix
           PERFORM VARYING ws-scenario-ix FROM 1 BY 1
                   UNTIL ws-scenario-ix > ws-scenario-count
                       OR ws-dated-ix > 0
               IF ws-scenario-image(ws-scenario-ix)(1:8)
                       = ws-dated-scenario-id
                   MOVE ws-scenario-ix TO ws-dated-ix
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN ws-dated-ix > 0
                   SET scenario-refreshed TO TRUE
                   MOVE scenario-record
                       TO ws-scenario-image(ws-dated-ix)
               WHEN ws-scenario-count < max-scenario-entries
                   SET scenario-built-new TO TRUE
                   ADD 1 TO ws-scenario-count
                   MOVE scenario-record
                       TO ws-scenario-image(ws-scenario-count)
               WHEN OTHER
                   MOVE "PE15SCEN" TO ws-file-label
                   MOVE "FL" TO ws-open-status
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: tonight's dated scenario is in the table
      * postcond: every other dated scenario older than the
      * retention is gone from the table, and listed
       drop-old-dated-scenarios.
           MOVE 1 TO ws-scenario-ix
           PERFORM UNTIL ws-scenario-ix > ws-scenario-count
               MOVE ws-scenario-image(ws-scenario-ix)
                   TO ws-scenario-work
               IF ws-scenario-work(1:2) = dated-scenario-prefix
                       AND ws-scenario-work(3:6) IS NUMERIC
                       AND ws-scenario-work(1:8)
                           NOT = ws-dated-scenario-id
                   PERFORM check-dated-scenario-age
               ELSE
                   ADD 1 TO ws-scenario-ix
               END-IF
           END-PERFORM
           .


      * precond: ws-scenario-work holds a dated scenario other than
      * tonight's, at ws-scenario-ix
      * postcond: past its retention it is dropped (the entries
      * after it move up a slot into ws-scenario-ix); otherwise
      * ws-scenario-ix has moved on to the next entry
       check-dated-scenario-age.
           MOVE SPACES TO ws-scenario-date-x
           STRING "20" ws-scenario-work(3:6)
               DELIMITED BY SIZE
               INTO ws-scenario-date-x
           MOVE ws-scenario-date-x TO ws-scenario-date
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-scenario-date) = 0
               COMPUTE ws-scenario-day-integer =
                   FUNCTION INTEGER-OF-DATE(ws-scenario-date)
           ELSE
               MOVE ws-cycle-day-integer TO ws-scenario-day-integer
           END-IF
           IF ws-scenario-day-integer + dated-scenario-keep-days
                   < ws-cycle-day-integer
               ADD 1 TO ws-scenarios-dropped
               MOVE SPACES TO load-report-record
               STRING "DATED SCENARIO " ws-scenario-work(1:8)
                   " DROPPED, OLDER THAN " dated-scenario-keep-days
                   " DAYS"
                   DELIMITED BY SIZE
                   INTO load-report-record
               WRITE load-report-record
               PERFORM VARYING ws-dated-ix FROM ws-scenario-ix BY 1
                       UNTIL ws-dated-ix >= ws-scenario-count
                   MOVE ws-scenario-image(ws-dated-ix + 1)
                       TO ws-scenario-image(ws-dated-ix)
               END-PERFORM
               SUBTRACT 1 FROM ws-scenario-count
           ELSE
               ADD 1 TO ws-scenario-ix
           END-IF
           .


      * precond: the table holds the library to keep
      * postcond: PE15SCEN holds it; a library that will not take
      * it is trouble
       write-scenario-library.
           OPEN OUTPUT scenario-file
           MOVE ws-scenario-status TO ws-open-status
           IF ws-open-status NOT = "00" AND "05"
               MOVE "PE15SCEN" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM VARYING ws-scenario-ix FROM 1 BY 1
                       UNTIL ws-scenario-ix > ws-scenario-count
                   MOVE ws-scenario-image(ws-scenario-ix)
                       TO scenario-record
                   WRITE scenario-record
               END-PERFORM
               CLOSE scenario-file
           END-IF
           .


      * precond: the scenario is stored
      * postcond: PE15PWRG holds every accepted closure that has
      * not ended, the baseline for the next load's comparison
       write-register.
           OPEN OUTPUT register-file
           MOVE ws-register-status TO ws-open-status
           IF ws-open-status NOT = "00" AND "05"
               MOVE "PE15PWRG" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM VARYING ws-new-ix FROM 1 BY 1
                       UNTIL ws-new-ix > ws-new-count
                   IF new-kept(ws-new-ix)
                       MOVE ws-new-image(ws-new-ix) TO pwrg-record
                       WRITE pwrg-record
                   END-IF
               END-PERFORM
               CLOSE register-file
           END-IF
           .


      * precond: ws-clos-record holds a closure
      * postcond: ws-closure-text describes it on one line: permit,
      * what closes and where, its dates and public works' location
       format-closure-text.
           MOVE SPACES TO ws-closure-text
           IF ws-clos-intersection
               STRING ws-clos-closure-id
                   "  INTERSECTION " ws-clos-col "," ws-clos-row
                   "    " ws-clos-start-date "-" ws-clos-end-date
                   "  " ws-clos-location
                   DELIMITED BY SIZE
                   INTO ws-closure-text
           ELSE
               STRING ws-clos-closure-id
                   "  SEGMENT      " ws-clos-col "," ws-clos-row
                   " " ws-clos-direction
                   "  " ws-clos-start-date "-" ws-clos-end-date
                   "  " ws-clos-location
                   DELIMITED BY SIZE
                   INTO ws-closure-text
           END-IF
           .


      * precond: none
      * postcond: the added-closures section title is on the report
       write-section-title-added.
           MOVE SPACES TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CLOSURES ADDED SINCE THE LAST LOAD"
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           .


      * precond: ws-section-count holds the lines a section listed
      * postcond: an empty section says so
       write-none-if-empty.
           IF ws-section-count = 0
               MOVE SPACES TO load-report-record
               STRING "   NONE"
                   DELIMITED BY SIZE
                   INTO load-report-record
               WRITE load-report-record
           END-IF
           .


      * precond: get-cycle-date has run
      * postcond: the report title and cycle-date lines are on
      * load-report-file
       write-load-header.
           MOVE SPACES TO load-report-record
           STRING "PROJECT-EULER-15 PUBLIC-WORKS CLOSURE CALENDAR LOAD"
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record

           MOVE SPACES TO load-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               "   DATED SCENARIO: " ws-dated-scenario-id
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           .


      * precond: the load has finished, or stopped on trouble
      * postcond: the control-total lines are on the report, so
      * read = accepted + rejected, and accepted = added + changed
      * + unchanged + expired + ended on arrival, can be eyeballed
       write-load-totals.
           MOVE SPACES TO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CALENDAR RECORDS READ:    " ws-calendar-read
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "ACCEPTED:                 " ws-calendar-accepted
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "REJECTED:                 " ws-calendar-rejected
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "ADDED:                    " ws-closures-added
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "CHANGED:                  " ws-closures-changed
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "UNCHANGED:                " ws-closures-unchanged
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "EXPIRED:                  " ws-closures-expired
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "ENDED BEFORE LOADING:     "
               ws-closures-ended-arrival
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "IN FORCE TONIGHT:         " ws-closures-in-force
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "NOT APPLIED, LIST FULL:   "
               ws-closures-not-applied
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "NOT YET IN FORCE:         " ws-closures-not-yet
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record
           MOVE SPACES TO load-report-record
           STRING "DATED SCENARIOS DROPPED:  " ws-scenarios-dropped
               DELIMITED BY SIZE
               INTO load-report-record
           WRITE load-report-record

           MOVE SPACES TO load-report-record
           EVALUATE TRUE
               WHEN input-trouble
                   STRING "*** SCENARIO " ws-dated-scenario-id
                       " NOT STORED, SEE ABOVE ***"
                       DELIMITED BY SIZE
                       INTO load-report-record
               WHEN scenario-refreshed
                   STRING "SCENARIO " ws-dated-scenario-id
                       " REFRESHED: " ws-live-cell-count
                       " INTERSECTION(S), " ws-live-seg-count
                       " SEGMENT(S)"
                       DELIMITED BY SIZE
                       INTO load-report-record
               WHEN OTHER
                   STRING "SCENARIO " ws-dated-scenario-id
                       " BUILT: " ws-live-cell-count
                       " INTERSECTION(S), " ws-live-seg-count
                       " SEGMENT(S)"
                       DELIMITED BY SIZE
                       INTO load-report-record
           END-EVALUATE
           WRITE load-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "CLOSLOAD" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15CLOSLOAD: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-closload.
