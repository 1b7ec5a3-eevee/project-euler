      * details routing-analysis rejected or never acknowledged, but
      * fixing it used to be manual: someone rekeyed those grid
      * sizes into a fresh GRIDPARM deck and we sent a whole new
      * feed.  this program reads the feed as sent (PE15IFOT) and
      * the acknowledgment file (PE15ACK), finds every detail that
      * was rejected or never acknowledged, and writes a resend feed
      * (PE15RSND) containing only those details: its own header
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the feed as we sent it, details of which are candidates for
      * retransmission: the outbound file the release gate shipped.
      * a detail of a feed held or withdrawn at the gate was never
      * sent, and must not slip out as a resend either.
           SELECT interface-file ASSIGN TO "PE15IFOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

               10 ws-sent-entry-width      PIC 9(4).
               10 ws-sent-entry-height     PIC 9(4).
               10 ws-sent-entry-run-date   PIC 9(8).
               10 ws-sent-entry-request-id PIC X(8).
               10 ws-sent-entry-area       PIC X(20).
               10 ws-sent-entry-image      PIC X(118).
               10 ws-sent-entry-flag       PIC X.
                   88 sent-entry-unmatched         VALUE "N".
                   88 sent-entry-accepted          VALUE "A".
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

           OPEN OUTPUT resend-report-file
                           ws-sent-entry-height(ws-sent-ix)
                           " RUN DATE "
                           ws-sent-entry-run-date(ws-sent-ix)
                           " REQ " ws-sent-entry-request-id(ws-sent-ix)
                           " AREA " ws-sent-entry-area(ws-sent-ix)
                           DELIMITED BY SIZE
                           INTO resend-report-record
                       WRITE resend-report-record
           IF input-trouble
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM end-cycle-step
           STOP RUN
           .

                           CLOSE interface-file
                           CLOSE resend-report-file
                           MOVE 16 TO RETURN-CODE
                           PERFORM end-cycle-step
                           STOP RUN
                       END-IF
                   END-IF

      * precond: iface-record holds a detail (classic or extended)
      * and ws-sent-count its table slot
      * postcond: the slot holds the detail's key fields, the
      * request it answers and its whole record image, flagged
      * unmatched
       load-one-sent-detail.
           IF iface-detail-rec
               MOVE iface-width
               MOVE iface-ext-run-date
                   TO ws-sent-entry-run-date(ws-sent-count)
           END-IF
           MOVE iface-request-id
               TO ws-sent-entry-request-id(ws-sent-count)
           MOVE iface-requesting-area
               TO ws-sent-entry-area(ws-sent-count)
           MOVE iface-record TO ws-sent-entry-image(ws-sent-count)
           SET sent-entry-unmatched(ws-sent-count) TO TRUE
           .
                           " RUN DATE " ack-run-date
                           " STATUS [" ack-status
                           "] REASON " ack-reason-code
                           " REQ " ws-sent-entry-request-id(ws-sent-ix)
                           " AREA " ws-sent-entry-area(ws-sent-ix)
                           DELIMITED BY SIZE
                           INTO resend-report-record
                       WRITE resend-report-record
           WRITE resend-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "RESEND" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15RESEND: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-resend.
