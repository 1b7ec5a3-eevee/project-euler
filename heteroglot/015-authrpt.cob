      * PROJECT-EULER-15-AUTHRPT: the audit group's periodic
      * operator authority report.  two questions come round every
      * review: who tried to look at or change a guarded file and
      * was turned away, and who holds which authority today.  this
      * program answers both in one report: every PE15SECL
      * security-log denial in the selected date range, a count of
      * them per operator, and a line per operator on the PE15AUTH
      * authority file showing the level held on each guarded file
      * and who granted it when.
      *
      * selection criteria, both optional (blank = no restriction):
      *   PE15SECFROM - earliest denial date selected, YYYYMMDD
      *   PE15SECTO   - latest denial date selected, YYYYMMDD

       IDENTIFICATION DIVISION.
       PROGRAM-ID. project-euler-15-authrpt.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the security log the authority check appends to, read here
      * untouched; optional, so a shop with no denials yet reports
      * none rather than erroring out.
           SELECT OPTIONAL security-log-file ASSIGN TO "PE15SECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-security-log-status.

      * the operator authority file, read here untouched.
           SELECT OPTIONAL authority-file ASSIGN TO "PE15AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authority-status.

      * the report, in the shop's 132-column print format.
           SELECT auth-report-file ASSIGN TO "PE15SCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-auth-report-status.


       DATA DIVISION.
       FILE SECTION.
       FD  security-log-file
           RECORDING MODE IS F.
           COPY seclrec.

       FD  authority-file
           RECORDING MODE IS F.
           COPY authrec.

       FD  auth-report-file
           RECORDING MODE IS F.
       01 auth-report-record           PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-security-log-status       PIC XX.
       01 ws-security-log-open-status  PIC XX.
       01 ws-authority-status          PIC XX.
       01 ws-authority-open-status     PIC XX.
       01 ws-auth-report-status        PIC XX.
       01 ws-security-log-eof-flag     PIC X VALUE "N".
           88 security-log-eof                 VALUE "Y".
           88 security-log-not-eof             VALUE "N".
       01 ws-authority-eof-flag        PIC X VALUE "N".
           88 authority-eof                    VALUE "Y".
           88 authority-not-eof                VALUE "N".
       01 ws-input-trouble-flag        PIC X VALUE "N".
           88 input-trouble                    VALUE "Y".
           88 inputs-ok                        VALUE "N".

           COPY authlist.
       01 ws-file-ix                   USAGE IS UNSIGNED-LONG.
       01 ws-column                    USAGE IS UNSIGNED-LONG.

      * the selection criteria as handed down
       01 ws-sec-from-date             PIC X(8).
       01 ws-sec-to-date               PIC X(8).
       01 ws-denial-date               PIC X(8).

      * denials per operator, for the summary; same 500-entry
      * sizing as the rest of this shop's in-storage tables, with
      * any operator past that counted in the grand total only
       78 max-operator-entries VALUE IS 500.
       01 ws-operator-count            USAGE IS UNSIGNED-LONG VALUE 0.
       01 ws-operator-ix               USAGE IS UNSIGNED-LONG.
       01 ws-operator-table.
           05 ws-operator-entry OCCURS 500 TIMES.
               10 ws-operator-entry-id     PIC X(8).
               10 ws-operator-entry-count  PIC 9(6).
       01 ws-operator-found-flag       PIC X.
           88 operator-found                   VALUE "Y".
           88 operator-not-found               VALUE "N".

       01 ws-log-lines-read            PIC 9(6) VALUE 0.
       01 ws-denials-selected          PIC 9(6) VALUE 0.
       01 ws-operators-on-file         PIC 9(6) VALUE 0.
       01 ws-level-text                PIC X(8).
       01 ws-granted-date-edited       PIC 9999/99/99.

      * run date for the report header
       01 ws-current-date-time         PIC X(21).
       01 ws-run-date-numeric          PIC 9(8).
       01 ws-run-date-edited           PIC 9999/99/99.


       PROCEDURE DIVISION.
       do-the-needful.
           PERFORM get-run-date
           MOVE SPACES TO ws-sec-from-date
           ACCEPT ws-sec-from-date FROM ENVIRONMENT "PE15SECFROM"
           MOVE SPACES TO ws-sec-to-date
           ACCEPT ws-sec-to-date FROM ENVIRONMENT "PE15SECTO"

           OPEN OUTPUT auth-report-file
           PERFORM write-auth-header

           PERFORM report-denials
           PERFORM report-denials-by-operator
           PERFORM report-authority-holders

           CLOSE auth-report-file

      * an input that would not open is its own failure; otherwise
      * a warning whenever anyone was turned away in the period, so
      * the finding reaches the audit group without a search
           EVALUATE TRUE
               WHEN input-trouble
                   MOVE 8 TO RETURN-CODE
               WHEN ws-denials-selected > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .


      * precond: none
      * postcond: the run date fields are populated for the report
      * header
       get-run-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE ws-current-date-time(1:8) TO ws-run-date-numeric
           MOVE ws-run-date-numeric TO ws-run-date-edited
           .


      * precond: the report header is written
      * postcond: every selected denial is on the report, tallied
      * per operator, with the selected and read counts after them
       report-denials.
           MOVE SPACES TO auth-report-record
           WRITE auth-report-record
           MOVE SPACES TO auth-report-record
           STRING "DENIED ATTEMPTS"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record
           MOVE SPACES TO auth-report-record
           STRING "TIMESTAMP            OPERATOR  TRANSACT  FILE      "
               "ACCESS  REASON"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record

           OPEN INPUT security-log-file
           MOVE ws-security-log-status TO ws-security-log-open-status
           IF ws-security-log-open-status = "00" OR "05"
               PERFORM read-next-security-log
               PERFORM UNTIL security-log-eof
                   PERFORM consider-one-denial
                   PERFORM read-next-security-log
               END-PERFORM
               CLOSE security-log-file
           ELSE
               DISPLAY "PE15AUTHRPT: UNABLE TO OPEN PE15SECL, "
                   "STATUS " ws-security-log-open-status
               SET input-trouble TO TRUE
               MOVE SPACES TO auth-report-record
               STRING "*** UNABLE TO OPEN SECURITY LOG, STATUS "
                   ws-security-log-open-status
                   ", DENIALS NOT REPORTED ***"
                   DELIMITED BY SIZE
                   INTO auth-report-record
               WRITE auth-report-record
           END-IF

           MOVE SPACES TO auth-report-record
           STRING "DENIALS SELECTED:    " ws-denials-selected
               "   LOG LINES READ: " ws-log-lines-read
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record
           .


      * precond: security-log-file is open for input
      * postcond: security-log-record holds the next log line, and
      * security-log-eof is set true once the file is exhausted
       read-next-security-log.
           READ security-log-file
               AT END
                   SET security-log-eof TO TRUE
               NOT AT END
                   SET security-log-not-eof TO TRUE
           END-READ
           .


      * precond: security-log-record holds one denial
      * postcond: when its date is in the selected range it is on
      * the report and tallied against its operator
       consider-one-denial.
           ADD 1 TO ws-log-lines-read
           MOVE SPACES TO ws-denial-date
           STRING secl-timestamp(1:4)
               secl-timestamp(6:2)
               secl-timestamp(9:2)
               DELIMITED BY SIZE
               INTO ws-denial-date

           IF (ws-sec-from-date = SPACES
                   OR ws-denial-date >= ws-sec-from-date)
               AND (ws-sec-to-date = SPACES
                   OR ws-denial-date <= ws-sec-to-date)
               ADD 1 TO ws-denials-selected
               MOVE SPACES TO auth-report-record
               STRING secl-timestamp "  "
                   secl-operator "  "
                   secl-transaction "  "
                   secl-file "  "
                   secl-access "  "
                   secl-reason
                   DELIMITED BY SIZE
                   INTO auth-report-record
               WRITE auth-report-record
               PERFORM tally-operator
           END-IF
           .


      * precond: security-log-record holds a selected denial
      * postcond: its operator's entry in ws-operator-table is
      * bumped, a new entry started for an operator not seen yet
       tally-operator.
           SET operator-not-found TO TRUE
           PERFORM VARYING ws-operator-ix FROM 1 BY 1
                   UNTIL ws-operator-ix > ws-operator-count
                       OR operator-found
               IF ws-operator-entry-id(ws-operator-ix) = secl-operator
                   SET operator-found TO TRUE
                   ADD 1 TO ws-operator-entry-count(ws-operator-ix)
               END-IF
           END-PERFORM
           IF operator-not-found
                   AND ws-operator-count < max-operator-entries
               ADD 1 TO ws-operator-count
               MOVE secl-operator
                   TO ws-operator-entry-id(ws-operator-count)
               MOVE 1 TO ws-operator-entry-count(ws-operator-count)
           END-IF
           .


      * precond: report-denials has tallied the selected denials
      * postcond: one line per operator turned away in the period,
      * with how many times; a blank operator ID is a denial of
      * someone who keyed no ID at all
       report-denials-by-operator.
           MOVE SPACES TO auth-report-record
           WRITE auth-report-record
           MOVE SPACES TO auth-report-record
           STRING "DENIALS BY OPERATOR"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record

           IF ws-operator-count = 0
               MOVE SPACES TO auth-report-record
               STRING "   NONE"
                   DELIMITED BY SIZE
                   INTO auth-report-record
               WRITE auth-report-record
           END-IF
           PERFORM VARYING ws-operator-ix FROM 1 BY 1
                   UNTIL ws-operator-ix > ws-operator-count
               MOVE SPACES TO auth-report-record
               IF ws-operator-entry-id(ws-operator-ix) = SPACES
                   STRING "   (NO ID)   "
                       ws-operator-entry-count(ws-operator-ix)
                       DELIMITED BY SIZE
                       INTO auth-report-record
               ELSE
                   STRING "   " ws-operator-entry-id(ws-operator-ix)
                       "  " ws-operator-entry-count(ws-operator-ix)
                       DELIMITED BY SIZE
                       INTO auth-report-record
               END-IF
               WRITE auth-report-record
           END-PERFORM
           .


      * precond: the report header is written
      * postcond: one line per operator on the authority file, the
      * level held on each guarded file in its own column, then
      * when and by whom the authority was granted
       report-authority-holders.
           MOVE SPACES TO auth-report-record
           WRITE auth-report-record
           MOVE SPACES TO auth-report-record
           STRING "CURRENT AUTHORITY HOLDERS"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record

           MOVE SPACES TO auth-report-record
           STRING "OPERATOR  NAME"
               DELIMITED BY SIZE
               INTO auth-report-record
           MOVE 33 TO ws-column
           PERFORM VARYING ws-file-ix FROM 1 BY 1
                   UNTIL ws-file-ix > auth-file-count
               IF auth-file-name(ws-file-ix) NOT = SPACES
                   MOVE auth-file-name(ws-file-ix)
                       TO auth-report-record(ws-column:8)
                   ADD 10 TO ws-column
               END-IF
           END-PERFORM
           MOVE "GRANTED     BY" TO auth-report-record(ws-column:14)
           WRITE auth-report-record

           OPEN INPUT authority-file
           MOVE ws-authority-status TO ws-authority-open-status
           IF ws-authority-open-status = "00" OR "05"
               SET authority-not-eof TO TRUE
               PERFORM read-next-authority
               PERFORM UNTIL authority-eof
                   PERFORM report-one-holder
                   PERFORM read-next-authority
               END-PERFORM
               CLOSE authority-file
           ELSE
               DISPLAY "PE15AUTHRPT: UNABLE TO OPEN PE15AUTH, "
                   "STATUS " ws-authority-open-status
               SET input-trouble TO TRUE
               MOVE SPACES TO auth-report-record
               STRING "*** UNABLE TO OPEN AUTHORITY FILE, STATUS "
                   ws-authority-open-status
                   ", HOLDERS NOT REPORTED ***"
                   DELIMITED BY SIZE
                   INTO auth-report-record
               WRITE auth-report-record
           END-IF

           MOVE SPACES TO auth-report-record
           STRING "OPERATORS ON FILE:   " ws-operators-on-file
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record
           .


      * precond: authority-file is open for input
      * postcond: authority-record holds the next operator, and
      * authority-eof is set true once the file is exhausted
       read-next-authority.
           READ authority-file
               AT END
                   SET authority-eof TO TRUE
           END-READ
           .


      * precond: authority-record holds one operator
      * postcond: the operator's line is on the report
       report-one-holder.
           ADD 1 TO ws-operators-on-file
           MOVE SPACES TO auth-report-record
           STRING auth-operator "  " auth-operator-name
               DELIMITED BY SIZE
               INTO auth-report-record
           MOVE 33 TO ws-column
           PERFORM VARYING ws-file-ix FROM 1 BY 1
                   UNTIL ws-file-ix > auth-file-count
               IF auth-file-name(ws-file-ix) NOT = SPACES
                   EVALUATE TRUE
                       WHEN auth-may-change(ws-file-ix)
                           MOVE "CHANGE" TO ws-level-text
                       WHEN auth-may-view(ws-file-ix)
                           MOVE "VIEW" TO ws-level-text
                       WHEN OTHER
                           MOVE "-" TO ws-level-text
                   END-EVALUATE
                   MOVE ws-level-text
                       TO auth-report-record(ws-column:8)
                   ADD 10 TO ws-column
               END-IF
           END-PERFORM
           IF auth-granted-date IS NUMERIC
               MOVE auth-granted-date TO ws-granted-date-edited
               MOVE ws-granted-date-edited
                   TO auth-report-record(ws-column:10)
           END-IF
           ADD 12 TO ws-column
           MOVE auth-granted-by TO auth-report-record(ws-column:8)
           WRITE auth-report-record
           .


      * precond: get-run-date has set the run date fields
      * postcond: the report title, run-date and selection lines are
      * on auth-report-file
       write-auth-header.
           MOVE SPACES TO auth-report-record
           STRING "PROJECT-EULER-15 OPERATOR AUTHORITY AND SECURITY "
               "REPORT"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record

           MOVE SPACES TO auth-report-record
           STRING "RUN DATE: " ws-run-date-edited
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record

           MOVE SPACES TO auth-report-record
           STRING "DENIALS FROM: [" ws-sec-from-date
               "]  TO: [" ws-sec-to-date "]  (BLANK = NO LIMIT)"
               DELIMITED BY SIZE
               INTO auth-report-record
           WRITE auth-report-record
           .

       END PROGRAM project-euler-15-authrpt.
