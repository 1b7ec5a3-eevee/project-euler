       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the feed as we sent it: header/detail/trailer records, of
      * which only the details take part in the match.  that is the
      * outbound file the release gate shipped, not the main job's
      * PE15IFAC, which may have been held or withdrawn at the gate
      * and never reached routing-analysis at all.
           SELECT interface-file ASSIGN TO "PE15IFOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interface-status.

               10 ws-sent-entry-width      PIC 9(4).
               10 ws-sent-entry-height     PIC 9(4).
               10 ws-sent-entry-run-date   PIC 9(8).
      * whose request the detail answered, for the report lines
               10 ws-sent-entry-request-id PIC X(8).
               10 ws-sent-entry-area       PIC X(20).
               10 ws-sent-entry-flag       PIC X.
                   88 sent-entry-matched           VALUE "Y".
                   88 sent-entry-unmatched         VALUE "N".
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

           OPEN OUTPUT recon-report-file
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM end-cycle-step
           STOP RUN
           .

                               TO TRUE
                           MOVE iface-resend-marker
                               TO ws-sent-entry-resent(ws-sent-count)
                           MOVE iface-request-id TO
                               ws-sent-entry-request-id(ws-sent-count)
                           MOVE iface-requesting-area TO
                               ws-sent-entry-area(ws-sent-count)
                       ELSE
                           DISPLAY "PE15ACKRCN: SENT-DETAIL TABLE "
                               "FULL, RUN STOPPED"
                           CLOSE interface-file
                           CLOSE recon-report-file
                           MOVE 16 TO RETURN-CODE
                           PERFORM end-cycle-step
                           STOP RUN
                       END-IF
                   END-IF
                           " HEIGHT " ack-height
                           " RUN DATE " ack-run-date
                           " REASON " ack-reason-code
                           " REQ " ws-sent-entry-request-id(ws-work-ix)
                           " AREA " ws-sent-entry-area(ws-work-ix)
                           DELIMITED BY SIZE
                           INTO recon-report-record
                       WRITE recon-report-record
                               "(REJECTED AGAIN): WIDTH " ack-width
                               " HEIGHT " ack-height
                               " RUN DATE " ack-run-date
                               " REQ "
                               ws-sent-entry-request-id(ws-work-ix)
                               " AREA " ws-sent-entry-area(ws-work-ix)
                               DELIMITED BY SIZE
                               INTO recon-report-record
                           WRITE recon-report-record
                           STRING "RESEND CLEARED: WIDTH " ack-width
                               " HEIGHT " ack-height
                               " RUN DATE " ack-run-date
                               " REQ "
                               ws-sent-entry-request-id(ws-work-ix)
                               " AREA " ws-sent-entry-area(ws-work-ix)
                               DELIMITED BY SIZE
                               INTO recon-report-record
                           WRITE recon-report-record
                           " HEIGHT " ack-height
                           " RUN DATE " ack-run-date
                           " STATUS [" ack-status "]"
                           " REQ " ws-sent-entry-request-id(ws-work-ix)
                           " AREA " ws-sent-entry-area(ws-work-ix)
                           DELIMITED BY SIZE
                           INTO recon-report-record
                       WRITE recon-report-record
                       " HEIGHT " ws-sent-entry-height(ws-sent-ix)
                       " RUN DATE "
                       ws-sent-entry-run-date(ws-sent-ix)
                       " REQ " ws-sent-entry-request-id(ws-sent-ix)
                       " AREA " ws-sent-entry-area(ws-sent-ix)
                       DELIMITED BY SIZE
                       INTO recon-report-record
                   WRITE recon-report-record
                           ws-sent-entry-height(ws-sent-ix)
                           " RUN DATE "
                           ws-sent-entry-run-date(ws-sent-ix)
                           " REQ " ws-sent-entry-request-id(ws-sent-ix)
                           " AREA " ws-sent-entry-area(ws-sent-ix)
                           DELIMITED BY SIZE
                           INTO recon-report-record
                       WRITE recon-report-record
           WRITE recon-report-record
           .


      * precond: none
      * postcond: the cycle-control file has this step posted
      * started for the current cycle; a step out of sequence or
      * for the wrong cycle stops here with the refusal return
      * code, before any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "ACKRCN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15ACKRCN: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-ackrcn.
