      * CYCLPARM - the parameter block every job-stream step passes
      * to PROJECT-EULER-15-CYCLCTL, once before it touches a file
      * and once as it ends.
      *   function   - "B" to begin the step: the module checks the
      *                step may run now, for this cycle, and posts
      *                it started; "E" to post it ended; "J" to
      *                join a step another program began: the
      *                streams and the merge step of a split night
      *                run as the MAIN step the split step began,
      *                and are let run only while it is in progress
      *                (or has failed and is being rerun).  "J"
      *                posts nothing and hands back the cycle date
      *                as "B" does
      *   step-name  - the step, as named in CYCLSTEP
      *   step-rc    - on "E", the return code the step is ending
      *                with
      *   cycle-date - returned by "B" and "J": the cycle the step runs
      *                for, to be handed back unchanged on "E" so a
      *                step that runs past midnight still posts to
      *                its own cycle
      *   result     - returned: "Y" go ahead, "N" refused, with
      *                the reason in message.  a refused step must
      *                stop at once with cycle-refused-rc, and does
      *                not call "E"
       78  cycle-refused-rc                 VALUE IS 12.
       01  cycle-control-parms.
           05  cycl-function                PIC X.
               88  cycl-begin-step                  VALUE "B".
               88  cycl-end-step                    VALUE "E".
               88  cycl-join-step                   VALUE "J".
           05  cycl-step-name               PIC X(8).
           05  cycl-step-rc                 PIC 9(4).
           05  cycl-cycle-date              PIC 9(8).
           05  cycl-result                  PIC X.
               88  cycl-step-allowed                VALUE "Y".
               88  cycl-step-refused                VALUE "N".
           05  cycl-message                 PIC X(80).
