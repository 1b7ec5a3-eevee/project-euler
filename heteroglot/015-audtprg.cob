      * archived line.
       FD  archive-file
           RECORDING MODE IS F.
       01 archive-record               PIC X(200).

       FD  new-audit-file
           RECORDING MODE IS F.
       01 new-audit-record             PIC X(200).

       FD  purge-report-file
           RECORDING MODE IS F.
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

           OPEN OUTPUT purge-report-file
           END-IF

           CLOSE purge-report-file
           PERFORM end-cycle-step
           STOP RUN
           .

       abend-purge.
           CLOSE purge-report-file
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
           SET cycl-begin-step TO TRUE
           MOVE "AUDTPRG" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15AUDTPRG: STEP REFUSED BY CYCLE CONTROL: "
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

       END PROGRAM project-euler-15-audtprg.
