      * grid record -- the OCCURS in the shared record layout.
       78 max-blocked-cells VALUE IS 20.

      * capacity of the closed-segment list, likewise.
       78 max-closed-segments VALUE IS 20.

       01 ws-grid-parm-status          PIC XX.
      * grid-parm-file's FILE STATUS register gets overwritten by
      * every I/O verb against that file, not just OPEN -- this holds
      * columns (width, height, blocked count and the first blocked
      * intersection) to stay inside the print width; the reject
      * file carries the whole image.
       01 ws-record-image              PIC X(396).

      * scratch for the blocked-intersection edits
       01 ws-blocked-ix                USAGE IS UNSIGNED-LONG.
           88 cell-trouble                     VALUE "Y".
           88 cells-all-good                   VALUE "N".

      * scratch for the closed-segment edits
       01 ws-segment-ix                USAGE IS UNSIGNED-LONG.
       01 ws-segment-trouble-flag      PIC X.
           88 segment-trouble                  VALUE "Y".
           88 segments-all-good                VALUE "N".

       01 ws-records-read              PIC 9(6) VALUE 0.
       01 ws-records-accepted          PIC 9(6) VALUE 0.
       01 ws-records-rejected          PIC 9(6) VALUE 0.
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
           PERFORM load-scenario-ids

           IF ws-records-rejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM end-cycle-step
           STOP RUN
           .

                   MOVE "SCENARIO AND KEYED CELLS"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN grid-scenario-id OF grid-parm-file NOT = SPACES
                   AND grid-segment-count OF grid-parm-file IS NUMERIC
                   AND grid-segment-count OF grid-parm-file > 0
                   MOVE "SAMB" TO ws-reject-reason-code
                   MOVE "SCENARIO AND KEYED SEGMENTS"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN grid-scenario-id OF grid-parm-file NOT = SPACES
                   AND scenario-not-found
                   MOVE "SCEN" TO ws-reject-reason-code
                   MOVE "BLOCKED COUNT OVER CAPACITY"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN grid-segment-count OF grid-parm-file NOT = SPACES
                   AND grid-segment-count OF grid-parm-file
                       IS NOT NUMERIC
                   MOVE "NNUM" TO ws-reject-reason-code
                   MOVE "NON-NUMERIC SEGMENT COUNT"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN grid-segment-count OF grid-parm-file IS NUMERIC
                   AND grid-segment-count OF grid-parm-file
                       > max-closed-segments
                   MOVE "SMAX" TO ws-reject-reason-code
                   MOVE "SEGMENT COUNT OVER CAPACITY"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
      * a via point is one intersection of the grid, keyed whole or
      * not at all; blank columns are a plain pair
               WHEN grid-via-point OF grid-parm-file NOT = SPACES
                   AND (grid-via-col OF grid-parm-file IS NOT NUMERIC
                   OR grid-via-row OF grid-parm-file IS NOT NUMERIC)
                   MOVE "VIAP" TO ws-reject-reason-code
                   MOVE "NON-NUMERIC VIA POINT"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN grid-via-point OF grid-parm-file NOT = SPACES
                   AND (grid-via-col OF grid-parm-file
                       > grid-width OF grid-parm-file
                   OR grid-via-row OF grid-parm-file
                       > grid-height OF grid-parm-file)
                   MOVE "VIAP" TO ws-reject-reason-code
                   MOVE "VIA POINT OFF THE GRID"
                       TO ws-reject-reason-text
                   PERFORM reject-this-record
               WHEN OTHER
                   PERFORM edit-blocked-cells
                   IF cells-all-good
                       PERFORM edit-closed-segments
                   END-IF
                   EVALUATE TRUE
                       WHEN cell-trouble
                           MOVE "BCEL" TO ws-reject-reason-code
                           MOVE "BAD BLOCKED INTERSECTION"
                               TO ws-reject-reason-text
                           PERFORM reject-this-record
                       WHEN segment-trouble
                           MOVE "SSEG" TO ws-reject-reason-code
                           MOVE "BAD CLOSED SEGMENT"
                               TO ws-reject-reason-text
                           PERFORM reject-this-record
                       WHEN OTHER
                           PERFORM accept-this-record
                   END-EVALUATE
           END-EVALUATE
           .

           .


      * precond: the card's dimensions and segment count have passed
      * their own edits
      * postcond: segment-trouble is true if any of the card's closed
      * segments is non-numeric, names a direction other than E or
      * S, or would lead off the grid -- an eastbound segment needs
      * an intersection to its east (COL below WIDTH), a southbound
      * one an intersection to its south (ROW below HEIGHT).  a
      * blank or zero count passes trivially
       edit-closed-segments.
           SET segments-all-good TO TRUE
           IF grid-segment-count OF grid-parm-file IS NUMERIC
               PERFORM VARYING ws-segment-ix FROM 1 BY 1
                       UNTIL ws-segment-ix
                               > grid-segment-count OF grid-parm-file
                           OR segment-trouble
                   EVALUATE TRUE
                       WHEN grid-segment-col OF grid-parm-file
                                   (ws-segment-ix) IS NOT NUMERIC
                           OR grid-segment-row OF grid-parm-file
                                   (ws-segment-ix) IS NOT NUMERIC
                           SET segment-trouble TO TRUE
                       WHEN grid-segment-eastbound OF grid-parm-file
                               (ws-segment-ix)
                           IF grid-segment-col OF grid-parm-file
                                       (ws-segment-ix)
                                   >= grid-width OF grid-parm-file
                               OR grid-segment-row OF grid-parm-file
                                       (ws-segment-ix)
                                   > grid-height OF grid-parm-file
                               SET segment-trouble TO TRUE
                           END-IF
                       WHEN grid-segment-southbound OF grid-parm-file
                               (ws-segment-ix)
                           IF grid-segment-col OF grid-parm-file
                                       (ws-segment-ix)
                                   > grid-width OF grid-parm-file
                               OR grid-segment-row OF grid-parm-file
                                       (ws-segment-ix)
                                   >= grid-height OF grid-parm-file
                               SET segment-trouble TO TRUE
                           END-IF
                       WHEN OTHER
                           SET segment-trouble TO TRUE
                   END-EVALUATE
               END-PERFORM
           END-IF
           .


      * precond: grid-record OF grid-parm-file holds a card that
      * passed every edit
      * postcond: the card is appended, unaltered, to valid-parm-file,
               "  [" ws-record-image(1:18) "]  ACCEPTED"
               DELIMITED BY SIZE
               INTO edit-report-record
           PERFORM add-request-to-report-line
           WRITE edit-report-record
           .

               ws-reject-reason-code " - " ws-reject-reason-text
               DELIMITED BY SIZE
               INTO edit-report-record
           PERFORM add-request-to-report-line
           WRITE edit-report-record
           .


      * precond: edit-report-record holds a record's ACCEPTED or
      * REJECTED line and grid-record OF grid-parm-file the card
      * postcond: a card that came off the standing-request
      * schedule has its request ID and requesting area at the end
      * of the line, so a reject goes straight back to the area
      * that asked for it; a hand-keyed card's line is untouched
       add-request-to-report-line.
           IF grid-request OF grid-parm-file NOT = SPACES
               MOVE SPACES TO edit-report-record(81:52)
               STRING "REQ " grid-request-id OF grid-parm-file
                   " AREA " grid-requesting-area OF grid-parm-file
                   DELIMITED BY SIZE
                   INTO edit-report-record(81:52)
           END-IF
           .


      * precond: get-run-date has set the run date fields
      * postcond: the report title and run-date lines are on
      * edit-report-file
           WRITE edit-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "EDIT" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15EDIT: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-edit.
