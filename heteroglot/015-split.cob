      * PROJECT-EULER-15-SPLIT: the front half of a split night.
      * the deck has grown past what one copy of the main job gets
      * through in the batch window, and the pairs do not depend on
      * one another, so on a long night operations split it: this
      * step, run after the edit in place of the main job, deals
      * the validated deck PE15VPRM into PE15STREAMS streams, and
      * one copy of the main job per stream then runs at the same
      * time, each with PE15STREAM set to its stream number:
      *   the deck is dealt in contiguous shares, in deck order, as
      *   even as it divides -- stream 01 the first share, and so
      *   on -- onto PE15VPRM.nn, nn the stream number; never more
      *   streams than cards, and a deck with no cards goes to
      *   stream 01 alone, for the default pair an empty deck gets
      *   every other file a stream writes -- report, feed, audit,
      *   exception, run history, checkpoint, compare, impact --
      *   is emptied under its .nn name, so a stream always starts
      *   fresh after a split, and a stream that failed and is rerun
      *   on its own resumes from its own checkpoint
      *   PE15SPLT (see SPLTREC) records the split for the merge
      *   step, which puts the streams' files back together as the
      *   one set an unsplit night writes and ends the MAIN step
      * this step begins MAIN in the cycle and, when the deck is
      * dealt, leaves it in progress for the streams and the merge
      * step to join.  a split that cannot be made ends MAIN 16, so
      * the cycle's restart point is MAIN: rerun this step, or run
      * the main job unsplit.  PE15VPRM itself is left as the edit
      * wrote it -- the balancing step counts the night's cards off
      * it as always.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-split.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's validated deck, as the edit wrote it; optional,
      * the same as the main job holds it.
           SELECT OPTIONAL valid-parm-file ASSIGN TO "PE15VPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-valid-parm-status.

      * one stream's share of the deck, PE15VPRM.nn.
           SELECT stream-deck-file ASSIGN TO DYNAMIC
               ws-stream-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stream-deck-status.

      * any other file a stream writes, opened only to empty it.
           SELECT stream-work-file ASSIGN TO DYNAMIC
               ws-stream-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stream-work-status.

      * the split control record the merge step works from.
           SELECT split-control-file ASSIGN TO "PE15SPLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-split-control-status.

      * the split report, in the shop's 132-column print format.
           SELECT split-report-file ASSIGN TO "PE15SPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-split-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  valid-parm-file
           RECORDING MODE IS F.
           COPY gridrec.

      * same card layout as the deck it is dealt from, re-prefixed
      * so the two FDs don't collide.
       FD  stream-deck-file
           RECORDING MODE IS F.
           COPY gridrec REPLACING LEADING ==grid== BY ==strm==.

       FD  stream-work-file
           RECORDING MODE IS F.
       01 stream-work-record           PIC X(132).

       FD  split-control-file
           RECORDING MODE IS F.
           COPY spltrec.

       FD  split-report-file
           RECORDING MODE IS F.
       01 split-report-record          PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-valid-parm-status         PIC XX.
       01 ws-stream-deck-status        PIC XX.
       01 ws-stream-work-status        PIC XX.
       01 ws-split-control-status      PIC XX.
       01 ws-split-report-status       PIC XX.
       01 ws-open-status               PIC XX.
       01 ws-file-label                PIC X(12).

       01 ws-file-eof-flag             PIC X VALUE "N".
           88 file-eof                         VALUE "Y".
           88 file-not-eof                     VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

      * the streams asked for, and the streams the deck is dealt to
       01 ws-streams-requested-x       PIC X(2).
       01 ws-streams-requested         PIC 9(2) VALUE 0.
       01 ws-stream-count              PIC 9(2) VALUE 0.
       01 ws-card-count                PIC 9(6) VALUE 0.
       01 ws-share-base                PIC 9(6).
       01 ws-share-extra               PIC 9(6).
       01 ws-first-card                PIC 9(6).
       01 ws-cards-written             PIC 9(6).

       01 ws-stream-ix                 USAGE IS UNSIGNED-LONG.
       01 ws-name-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-stream-id                 PIC 9(2).
       01 ws-stream-file-name          PIC X(16).

      * each stream's share of the deck, built here and kept on the
      * split control record
       01 ws-stream-shares.
           05 ws-stream-cards          PIC 9(6) OCCURS 20 TIMES.

      * every file a stream writes besides its deck, emptied under
      * the stream's name before the stream runs
       78 stream-output-count VALUE IS 8.
       01 stream-output-name-values.
           05 FILLER                   PIC X(9) VALUE "PE15RPT".
           05 FILLER                   PIC X(9) VALUE "PE15IFAC".
           05 FILLER                   PIC X(9) VALUE "PE15EXCP".
           05 FILLER                   PIC X(9) VALUE "PE15AUDT".
           05 FILLER                   PIC X(9) VALUE "PE15RHIST".
           05 FILLER                   PIC X(9) VALUE "PE15CKPT".
           05 FILLER                   PIC X(9) VALUE "PE15CMPR".
           05 FILLER                   PIC X(9) VALUE "PE15IMPR".
       01 stream-output-name-table
               REDEFINES stream-output-name-values.
           05 stream-output-name       PIC X(9) OCCURS 8 TIMES.

       01 ws-current-date-time         PIC X(21).
       01 ws-timestamp                 PIC X(19).
       01 ws-cycle-date-edited         PIC 9999/99/99.

      * the cycle-control check: made before anything is opened.
      * this step begins MAIN, and posts its end only when the
      * split fails -- otherwise the merge step ends it
           COPY cyclparm.
       01 ws-step-return-code          PIC S9(4).


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM begin-cycle-step
           PERFORM get-run-date

           OPEN OUTPUT split-report-file
           PERFORM write-split-header

           PERFORM empty-split-control
           IF inputs-ok
               PERFORM get-stream-count
           END-IF
           IF inputs-ok
               PERFORM count-deck
           END-IF
           IF inputs-ok
               PERFORM settle-stream-shares
               PERFORM deal-deck
           END-IF
           IF inputs-ok
               PERFORM empty-stream-outputs
           END-IF
           IF inputs-ok
               PERFORM write-split-control
           END-IF
           PERFORM write-split-outcome

           CLOSE split-report-file

      * a split that could not be made fails MAIN, so nothing after
      * it runs on a deck nobody has counted; a split that was made
      * leaves MAIN in progress for the streams and the merge step
           IF input-trouble
               MOVE 16 TO RETURN-CODE
               PERFORM end-cycle-step
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .


      * precond: begin-cycle-step has handed back the cycle date
      * postcond: the cycle date's print form and ws-timestamp hold
      * what the report and the split control record need
       get-run-date.
           MOVE cycl-cycle-date TO ws-cycle-date-edited
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
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


      * precond: ws-file-label names the file that would not open
      * and ws-open-status holds the status it came back with
      * postcond: the failure is on the console and the split
      * report, with input-trouble set so the split goes no further
       flag-open-trouble.
           SET input-trouble TO TRUE
           DISPLAY "PE15SPLIT: UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
           MOVE SPACES TO split-report-record
           STRING "*** UNABLE TO OPEN " ws-file-label
               ", STATUS " ws-open-status
               ", DECK NOT SPLIT ***"
               DELIMITED BY SIZE
               INTO split-report-record
           WRITE split-report-record
           .


      * precond: none
      * postcond: PE15SPLT is empty, so until this split is made
      * the merge step finds no split to gather
       empty-split-control.
           OPEN OUTPUT split-control-file
           MOVE ws-split-control-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15SPLT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               CLOSE split-control-file
           END-IF
           .


      * precond: none
      * postcond: ws-streams-requested holds the PE15STREAMS count,
      * one or two digits; a count missing, garbled, under two or
      * over MAX-SPLIT-STREAMS is input trouble -- a split into a
      * guessed number of streams would leave the operator running
      * copies of the main job nobody dealt a deck to
       get-stream-count.
           MOVE SPACES TO ws-streams-requested-x
           ACCEPT ws-streams-requested-x FROM ENVIRONMENT
               "PE15STREAMS"
           EVALUATE TRUE
               WHEN ws-streams-requested-x IS NUMERIC
                   MOVE ws-streams-requested-x TO ws-streams-requested
               WHEN ws-streams-requested-x(1:1) IS NUMERIC
                       AND ws-streams-requested-x(2:1) = SPACE
                   MOVE ws-streams-requested-x(1:1)
                       TO ws-streams-requested
               WHEN OTHER
                   MOVE 0 TO ws-streams-requested
           END-EVALUATE

           IF ws-streams-requested < 2
                   OR ws-streams-requested > max-split-streams
               SET input-trouble TO TRUE
               DISPLAY "PE15SPLIT: PE15STREAMS ["
                   ws-streams-requested-x "] IS NOT 2 TO "
                   max-split-streams ", DECK NOT SPLIT"
               MOVE SPACES TO split-report-record
               STRING "*** PE15STREAMS [" ws-streams-requested-x
                   "] IS NOT A STREAM COUNT OF 2 TO "
                   max-split-streams ", DECK NOT SPLIT ***"
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
           END-IF
           .


      * precond: none
      * postcond: ws-card-count holds how many cards are on
      * PE15VPRM; no deck at all counts as none
       count-deck.
           MOVE 0 TO ws-card-count
           SET file-not-eof TO TRUE
           OPEN INPUT valid-parm-file
           MOVE ws-valid-parm-status TO ws-open-status
           EVALUATE ws-open-status
               WHEN "00"
                   PERFORM UNTIL file-eof
                       READ valid-parm-file
                           AT END
                               SET file-eof TO TRUE
                           NOT AT END
                               ADD 1 TO ws-card-count
                       END-READ
                   END-PERFORM
                   CLOSE valid-parm-file
               WHEN "05"
                   CLOSE valid-parm-file
               WHEN OTHER
                   MOVE "PE15VPRM" TO ws-file-label
                   PERFORM flag-open-trouble
           END-EVALUATE
           .


      * precond: the deck is counted and the stream count asked for
      * is good
      * postcond: ws-stream-count is how many streams the deck goes
      * to -- never more than there are cards, and one for an empty
      * deck -- and ws-stream-cards each stream's share: as even as
      * the deck divides, the odd cards one apiece to the first
      * streams
       settle-stream-shares.
           EVALUATE TRUE
               WHEN ws-card-count = 0
                   MOVE 1 TO ws-stream-count
               WHEN ws-card-count < ws-streams-requested
                   MOVE ws-card-count TO ws-stream-count
               WHEN OTHER
                   MOVE ws-streams-requested TO ws-stream-count
           END-EVALUATE

           MOVE ZEROS TO ws-stream-shares
           DIVIDE ws-card-count BY ws-stream-count
               GIVING ws-share-base
               REMAINDER ws-share-extra
           PERFORM VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
               MOVE ws-share-base TO ws-stream-cards(ws-stream-ix)
               IF ws-stream-ix <= ws-share-extra
                   ADD 1 TO ws-stream-cards(ws-stream-ix)
               END-IF
           END-PERFORM
           .


      * precond: the shares are settled
      * postcond: each stream's PE15VPRM.nn holds its share of the
      * deck, card for card in deck order; a deck or stream deck
      * that will not open is input trouble
       deal-deck.
           SET file-not-eof TO TRUE
           OPEN INPUT valid-parm-file
           MOVE ws-valid-parm-status TO ws-open-status
           IF ws-open-status NOT = "00" AND "05"
               MOVE "PE15VPRM" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               PERFORM VARYING ws-stream-ix FROM 1 BY 1
                       UNTIL ws-stream-ix > ws-stream-count
                           OR input-trouble
                   PERFORM deal-one-share
               END-PERFORM
               CLOSE valid-parm-file
           END-IF
           .


      * precond: valid-parm-file is open for input, positioned at
      * the first card of stream ws-stream-ix's share
      * postcond: the stream's PE15VPRM.nn holds that share, and
      * valid-parm-file is positioned at the next stream's
       deal-one-share.
           MOVE ws-stream-ix TO ws-stream-id
           MOVE SPACES TO ws-stream-file-name
           STRING "PE15VPRM." ws-stream-id
               DELIMITED BY SIZE
               INTO ws-stream-file-name
           OPEN OUTPUT stream-deck-file
           MOVE ws-stream-deck-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE ws-stream-file-name TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               MOVE 0 TO ws-cards-written
               PERFORM UNTIL ws-cards-written
                           = ws-stream-cards(ws-stream-ix)
                       OR file-eof
                   READ valid-parm-file
                       AT END
                           SET file-eof TO TRUE
                       NOT AT END
                           MOVE grid-record TO strm-record
                           WRITE strm-record
                           ADD 1 TO ws-cards-written
                   END-READ
               END-PERFORM
               CLOSE stream-deck-file
      * the deck is read twice; one that came up short the second
      * time changed under the split, and its shares are wrong
               IF ws-cards-written NOT = ws-stream-cards(ws-stream-ix)
                   SET input-trouble TO TRUE
                   DISPLAY "PE15SPLIT: PE15VPRM CHANGED WHILE BEING "
                       "SPLIT, DECK NOT SPLIT"
                   MOVE SPACES TO split-report-record
                   STRING "*** PE15VPRM CHANGED WHILE BEING SPLIT, "
                       "DECK NOT SPLIT ***"
                       DELIMITED BY SIZE
                       INTO split-report-record
                   WRITE split-report-record
               END-IF
           END-IF
           .


      * precond: the deck is dealt
      * postcond: every other file each stream writes is empty
      * under the stream's name, so no stream can resume from, or
      * be merged with, what an earlier split left behind
       empty-stream-outputs.
           PERFORM VARYING ws-stream-ix FROM 1 BY 1
                   UNTIL ws-stream-ix > ws-stream-count
                       OR input-trouble
               MOVE ws-stream-ix TO ws-stream-id
               PERFORM VARYING ws-name-ix FROM 1 BY 1
                       UNTIL ws-name-ix > stream-output-count
                           OR input-trouble
                   MOVE SPACES TO ws-stream-file-name
                   STRING stream-output-name(ws-name-ix)
                       DELIMITED BY SPACE
                       "." ws-stream-id
                       DELIMITED BY SIZE
                       INTO ws-stream-file-name
                   OPEN OUTPUT stream-work-file
                   MOVE ws-stream-work-status TO ws-open-status
                   IF ws-open-status NOT = "00"
                       MOVE ws-stream-file-name TO ws-file-label
                       PERFORM flag-open-trouble
                   ELSE
                       CLOSE stream-work-file
                   END-IF
               END-PERFORM
           END-PERFORM
           .


      * precond: the deck is dealt and every stream's files emptied
      * postcond: PE15SPLT holds this split for the merge step
       write-split-control.
           OPEN OUTPUT split-control-file
           MOVE ws-split-control-status TO ws-open-status
           IF ws-open-status NOT = "00"
               MOVE "PE15SPLT" TO ws-file-label
               PERFORM flag-open-trouble
           ELSE
               MOVE SPACES TO split-record
               MOVE cycl-cycle-date TO splt-cycle-date
               MOVE ws-timestamp TO splt-written-at
               MOVE ws-card-count TO splt-card-count
               MOVE ws-stream-count TO splt-stream-count
               PERFORM VARYING ws-stream-ix FROM 1 BY 1
                       UNTIL ws-stream-ix > max-split-streams
                   MOVE ws-stream-cards(ws-stream-ix)
                       TO splt-stream-cards(ws-stream-ix)
               END-PERFORM
               WRITE split-record
               CLOSE split-control-file
           END-IF
           .


      * precond: the split is made, or input trouble stopped it
      * postcond: the deck, the streams it went to and what the
      * operator runs next are on the split report and the console
       write-split-outcome.
           MOVE SPACES TO split-report-record
           WRITE split-report-record
           IF input-trouble
               MOVE SPACES TO split-report-record
               STRING "*** DECK NOT SPLIT: MAIN IS ENDED FAILED FOR "
                   "THIS CYCLE. PUT RIGHT WHAT IS SHOWN ABOVE AND "
                   "RERUN THE SPLIT, OR RUN THE MAIN JOB UNSPLIT ***"
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
           ELSE
               MOVE SPACES TO split-report-record
               STRING "CARDS ON PE15VPRM:  " ws-card-count
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
               MOVE SPACES TO split-report-record
               STRING "STREAMS REQUESTED:  " ws-streams-requested
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
               MOVE SPACES TO split-report-record
               STRING "STREAMS DEALT:      " ws-stream-count
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
               IF ws-stream-count < ws-streams-requested
                   MOVE SPACES TO split-report-record
                   IF ws-card-count = 0
                       STRING "(THE DECK IS EMPTY: STREAM 01 ALONE "
                           "RUNS THE DEFAULT PAIR)"
                           DELIMITED BY SIZE
                           INTO split-report-record
                   ELSE
                       STRING "(NO MORE STREAMS THAN THERE ARE "
                           "CARDS)"
                           DELIMITED BY SIZE
                           INTO split-report-record
                   END-IF
                   WRITE split-report-record
               END-IF

               MOVE SPACES TO split-report-record
               WRITE split-report-record
               MOVE 1 TO ws-first-card
               PERFORM VARYING ws-stream-ix FROM 1 BY 1
                       UNTIL ws-stream-ix > ws-stream-count
                   MOVE ws-stream-ix TO ws-stream-id
                   MOVE SPACES TO split-report-record
                   STRING "STREAM " ws-stream-id
                       "   PE15VPRM." ws-stream-id
                       "   CARDS " ws-stream-cards(ws-stream-ix)
                       "   FROM CARD " ws-first-card
                       DELIMITED BY SIZE
                       INTO split-report-record
                   WRITE split-report-record
                   ADD ws-stream-cards(ws-stream-ix) TO ws-first-card
               END-PERFORM

               MOVE SPACES TO split-report-record
               WRITE split-report-record
               MOVE SPACES TO split-report-record
               STRING "RUN THE MAIN JOB ONCE PER STREAM WITH "
                   "PE15STREAM SET TO THE STREAM NUMBER, THEN THE "
                   "MERGE STEP"
                   DELIMITED BY SIZE
                   INTO split-report-record
               WRITE split-report-record
               DISPLAY "PE15SPLIT: " ws-card-count " CARDS SPLIT "
                   "INTO " ws-stream-count " STREAMS, SEE PE15SPRP"
           END-IF
           .


      * precond: the cycle date is set
      * postcond: the report title and cycle-date lines are on
      * split-report-file
       write-split-header.
           MOVE SPACES TO split-report-record
           STRING "PROJECT-EULER-15 DECK SPLIT REPORT"
               DELIMITED BY SIZE
               INTO split-report-record
           WRITE split-report-record

           MOVE SPACES TO split-report-record
           STRING "CYCLE DATE: " ws-cycle-date-edited
               DELIMITED BY SIZE
               INTO split-report-record
           WRITE split-report-record
           .


      * precond: none
      * postcond: the cycle-control file has MAIN posted started
      * for the current cycle; a split out of sequence or for the
      * wrong cycle stops here with the refusal return code, before
      * any file is opened
       begin-cycle-step.
           MOVE SPACES TO cycle-control-parms
           SET cycl-begin-step TO TRUE
           MOVE "MAIN" TO cycl-step-name
           MOVE 0 TO cycl-step-rc
           MOVE 0 TO cycl-cycle-date
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           IF cycl-step-refused
               DISPLAY "PE15SPLIT: STEP REFUSED BY CYCLE CONTROL: "
                   cycl-message
               MOVE cycle-refused-rc TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           .


      * precond: begin-cycle-step has run; RETURN-CODE holds what
      * the step is ending with
      * postcond: MAIN's end and return code are posted to its
      * cycle, and RETURN-CODE is left as it was
       end-cycle-step.
           MOVE RETURN-CODE TO ws-step-return-code
           SET cycl-end-step TO TRUE
           MOVE ws-step-return-code TO cycl-step-rc
           CALL "project-euler-15-cyclctl" USING cycle-control-parms
           MOVE ws-step-return-code TO RETURN-CODE
           .

       END PROGRAM project-euler-15-split.
