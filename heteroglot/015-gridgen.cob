      * the generated cards then feed PROJECT-EULER-15-EDIT exactly
      * as keyed cards do, and get every edit a keyed card gets --
      * this step schedules requests, it does not vouch for them.
      * a request whose scenario is LIVE gets the night's dated
      * public-works scenario on its card (see PWSCEN), the one the
      * closure load builds right after this step.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-gridgen.
       01 ws-first-business-flag       PIC X VALUE "N".
           88 first-business-day               VALUE "Y".

      * cycle date for the report header and the due checks
       01 ws-run-date-numeric          PIC 9(8).
       01 ws-run-date-edited           PIC 9999/99/99.

      * the LIVE token and the night's dated scenario it stands for
           COPY pwscen.
       01 ws-live-scenario-id          PIC X(8).

      * the cycle-control check: made before anything is opened,
      * and the step's end posted at every way out of it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           PERFORM get-run-date
           PERFORM work-out-calendar-position

               WRITE gen-report-record
               CLOSE gen-report-file
               MOVE 8 TO RETURN-CODE
               PERFORM end-cycle-step
               STOP RUN
           END-IF

                   PERFORM write-gen-totals
                   CLOSE gen-report-file
                   MOVE 8 TO RETURN-CODE
                   PERFORM end-cycle-step
                   STOP RUN
           END-EVALUATE

           IF ws-requests-mangled > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM end-cycle-step
           STOP RUN
           .


      * precond: begin-cycle-step has run
      * postcond: the run date fields are populated for the report
      * header and the due checks, and the dated scenario a LIVE
      * request resolves to is set from them.  the run date is the
      * cycle's date, not the clock's: a cycle opened for a given
      * night generates that night's requests even when operations
      * open it after midnight, or name the date in PE15CYCLE
       get-run-date.
           MOVE cycl-cycle-date TO ws-run-date-numeric
           MOVE ws-run-date-numeric TO ws-run-date-edited
           MOVE SPACES TO ws-live-scenario-id
           STRING dated-scenario-prefix
               ws-run-date-numeric(3:6)
               DELIMITED BY SIZE
               INTO ws-live-scenario-id
           .



      * precond: standing-record holds a request due tonight
      * postcond: one GRIDPARM card for it -- size plus scenario ID
      * or keyed cell list, and the via point when it has one, the
      * same columns data entry would key, plus the request ID and
      * requesting area it answers -- is appended to the deck and
      * reported
       write-one-card.
           MOVE SPACES TO grid-record
           MOVE stnd-width TO grid-width
           MOVE stnd-height TO grid-height
           IF stnd-scenario-id NOT = SPACES
               IF stnd-scenario-id = live-closures-token
                   MOVE ws-live-scenario-id TO grid-scenario-id
               ELSE
                   MOVE stnd-scenario-id TO grid-scenario-id
               END-IF
           ELSE
      * the unreadable-columns gate has already vouched for the
      * count when no scenario carries the blockage
                   MOVE stnd-blocked-list TO grid-blocked-list
               END-IF
           END-IF
           MOVE stnd-via-point TO grid-via-point
           MOVE stnd-request-id TO grid-request-id
           MOVE stnd-requesting-area TO grid-requesting-area
           WRITE grid-record
           ADD 1 TO ws-cards-generated

               "  AREA " stnd-requesting-area
               DELIMITED BY SIZE
               INTO gen-report-record
           IF stnd-scenario-id = live-closures-token
               STRING "  LIVE CLOSURES = " ws-live-scenario-id
                   DELIMITED BY SIZE
                   INTO gen-report-record(68:)
           END-IF
           WRITE gen-report-record
           .

           WRITE gen-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "GRIDGEN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15GRIDGEN: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-gridgen.
