      * Night batch list generator for the DDA plotting system.
      * Reads the job schedule master SCHEDMNT keeps, DDASCHED.DAT,
      * in run order and picks the entries due on the run date -
      * daily ones, weekday ones whose day is listed, day-of-month
      * ones on their day (or on the last day of a month too short
      * to have it), month-end ones on the month's last day, and
      * one-off ones on their date - then writes tonight's
      * JOBLIST.TXT: every policy line the chosen jobs carry, once
      * each, ahead of the jobs themselves. An overlay member whose
      * group leader is not due is run as a job of its own, so it
      * never lands on some other group's canvas. A listing in
      * DDASCHED.RPT shows every entry, whether it was selected,
      * and why. The run date is today unless SCHEDGEN-DATE in
      * DDAPARM.TXT (or the prompt) names another.
      * Condition code: 0 list written, 4 list written with notes
      * (nothing due, a one-off date passed, an overlay run alone),
      * 8 the schedule or JOBLIST.TXT could not be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE
               ASSIGN TO "DDASCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SC-SEQ
               FILE STATUS IS schedule-status.
           SELECT CONTROL-FILE
               ASSIGN TO "JOBLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-status.
           SELECT LISTING-FILE
               ASSIGN TO "DDASCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS listing-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
      *One scheduled job, laid out exactly as SCHEDMNT files it.
       FD   SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS SCHED-REC.
       01   SCHED-REC.
             03    SC-SEQ         PIC  9(4).
             03    SC-INPUT       PIC  X(30).
             03    SC-OUTPUT      PIC  X(30).
             03    SC-OVERLAY     PIC  X.
             03    SC-FREQ        PIC  X.
             03    SC-WEEKDAYS    PIC  X(7).
             03    SC-MONTH-DAY   PIC  99.
             03    SC-ONE-DATE    PIC  9(8).
             03    SC-POLICY-1    PIC  X(30).
             03    SC-POLICY-2    PIC  X(30).

      *The control file DDA's batch mode reads, in its own layout.
       FD   CONTROL-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS JOB-REC.
       01   JOB-REC.
             03    JOB-INPUT-NAME    PIC  X(30).
             03    FILLER            PIC  X.
             03    JOB-OUTPUT-NAME   PIC  X(30).
             03    FILLER            PIC  X.
             03    JOB-OVERLAY-FLAG  PIC  X.

       FD   LISTING-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS LISTING-LINE.
       01   LISTING-LINE   PIC X(100).

      *One parameter line: the keyword naming a prompt, a blank,
      *and the answer that prompt should take.
       FD   PARM-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS PARM-REC.
       01   PARM-REC.
             03    PARM-KEY     PIC X(18).
             03    FILLER       PIC X.
             03    PARM-VALUE   PIC X(30).

       WORKING-STORAGE SECTION.
       01   schedule-status PIC XX.
       01   control-status  PIC XX.
       01   listing-status  PIC XX.
       01   END-OF-SCHEDULE PIC X     VALUE 'N'.
      *The run date taken apart, its weekday (1 Monday .. 7
      *Sunday), and whether it is the last day of its month.
       01   RUN-DATE-TEXT   PIC X(8).
       01   RUN-DATE        PIC 9(8).
       01   RUN-DATE-PARTS REDEFINES RUN-DATE.
            03  RUN-YEAR    PIC 9(4).
            03  RUN-MONTH   PIC 99.
            03  RUN-DAY     PIC 99.
       01   RUN-INTEGER     PIC 9(8).
       01   RUN-WEEKDAY     PIC 9.
       01   WEEK-COUNT      PIC 9(8).
       01   NEXT-DATE       PIC 9(8).
       01   NEXT-DATE-PARTS REDEFINES NEXT-DATE.
            03  NEXT-YEAR   PIC 9(4).
            03  NEXT-MONTH  PIC 99.
            03  NEXT-DAY    PIC 99.
       01   MONTH-END-DAY   PIC X     VALUE 'N'.
       01   WEEKDAY-NAMES   PIC X(21)
                            VALUE "MONTUEWEDTHUFRISATSUN".
       01   WEEKDAY-NAME    PIC X(3).
      *The decision on the entry in hand.
       01   ENTRY-DUE       PIC X.
       01   ENTRY-STATUS    PIC X(8).
       01   REASON-TEXT     PIC X(44).
       01   DIGIT-HITS      PIC 9.
       01   WEEKDAY-CHAR    PIC X.
       01   ED-MONTH-DAY    PIC Z9.
      *Whether the latest plain entry in run order was selected -
      *an overlay member can only join a group that is running.
       01   LEADER-DUE      PIC X     VALUE 'N'.
       01   RUN-ALONE       PIC X.
      *The selected jobs, in run order, and the policy lines they
      *want, once each.
       01   SELECT-LIMIT    PIC 9(4)  VALUE 500.
       01   SELECT-TOTAL    PIC 9(4)  VALUE 0.
       01   SELECT-INDEX    PIC 9(4).
       01   SELECT-TABLE.
            02  SELECT-ENTRY  OCCURS 500.
                03  SEL-INPUT    PIC X(30).
                03  SEL-OUTPUT   PIC X(30).
                03  SEL-OVERLAY  PIC X.
       01   POLICY-TOTAL    PIC 99    VALUE 0.
       01   POLICY-INDEX    PIC 99.
       01   POLICY-WANTED   PIC X(30).
       01   POLICY-FOUND    PIC X.
       01   POLICY-TABLE.
            02  POLICY-LINE  PIC X(30)  OCCURS 20.
      *Tallies for the listing and the condition code.
       01   ENTRIES-READ    PIC 9(4)  VALUE 0.
       01   ENTRIES-SKIPPED PIC 9(4)  VALUE 0.
       01   NOTES-RAISED    PIC 9(4)  VALUE 0.
       01   ED-TOTAL        PIC ZZZ9.
      *The DDAPARM.TXT answers, loaded whole at startup. Blank and
      *'*'-tagged lines are passed over, so the file can carry its
      *own commentary.
       01   parm-status     PIC XX.
       01   PARM-EOF        PIC X     VALUE 'N'.
       01   PARM-COUNT      PIC 999   VALUE 0.
       01   PARM-INDEX      PIC 999.
       01   PARM-WANTED     PIC X(18).
       01   PARM-FOUND      PIC X.
       01   PARM-TEXT       PIC X(30).
       01   PARM-TABLE.
            02  PARM-ENTRY  OCCURS 200.
                03  PE-KEY    PIC X(18).
                03  PE-VALUE  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
            PERFORM LOAD-PARM-FILE.
            MOVE "SCHEDGEN-DATE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO RUN-DATE-TEXT
                 DISPLAY "Run date " RUN-DATE-TEXT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Run date (YYYYMMDD, blank for today): "
                    WITH NO ADVANCING
                 ACCEPT RUN-DATE-TEXT.
            IF RUN-DATE-TEXT = SPACES
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
            ELSE
                 IF RUN-DATE-TEXT IS NUMERIC
                      MOVE RUN-DATE-TEXT TO RUN-DATE
                 ELSE
                      DISPLAY "Run date " RUN-DATE-TEXT
                         " is not a YYYYMMDD date."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
            PERFORM WORK-OUT-CALENDAR.
            OPEN INPUT SCHEDULE-FILE.
            IF schedule-status NOT = '00'
                 DISPLAY "Cannot open schedule DDASCHED.DAT - file "
                    "status " schedule-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            OPEN OUTPUT LISTING-FILE.
            IF listing-status NOT = '00'
                 DISPLAY "Cannot open DDASCHED.RPT - file status "
                    listing-status "."
                 CLOSE SCHEDULE-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE SPACES TO LISTING-LINE.
            STRING "JOB SCHEDULE FOR " RUN-DATE " (" WEEKDAY-NAME
               ")" DELIMITED BY SIZE INTO LISTING-LINE.
            IF MONTH-END-DAY = 'Y'
                 STRING "JOB SCHEDULE FOR " RUN-DATE " ("
                    WEEKDAY-NAME ", MONTH-END)" DELIMITED BY SIZE
                    INTO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE 0 TO SC-SEQ.
            START SCHEDULE-FILE KEY NOT < SC-SEQ
                 INVALID KEY
                      MOVE 'Y' TO END-OF-SCHEDULE.
            PERFORM SELECT-LOOP.
            CLOSE SCHEDULE-FILE.
            PERFORM WRITE-JOBLIST.
            PERFORM CLOSE-LISTING.
            DISPLAY SELECT-TOTAL " of " ENTRIES-READ " scheduled "
               "job(s) due on " RUN-DATE " - JOBLIST.TXT written, "
               "listing in DDASCHED.RPT.".
            IF SELECT-TOTAL = 0 OR NOTES-RAISED > 0
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *The weekday comes off the day count: day 1 of the integer
      *calendar, 1 January 1601, was a Monday. The run date is the
      *month's last day when the day after it is the 1st.
       WORK-OUT-CALENDAR.
            COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE).
            IF RUN-INTEGER = 0
                 DISPLAY "Run date " RUN-DATE
                    " is not a calendar date."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            COMPUTE WEEK-COUNT = RUN-INTEGER - 1.
            DIVIDE WEEK-COUNT BY 7 GIVING WEEK-COUNT
               REMAINDER RUN-WEEKDAY.
            ADD 1 TO RUN-WEEKDAY.
            MOVE WEEKDAY-NAMES(RUN-WEEKDAY * 3 - 2:3) TO WEEKDAY-NAME.
            COMPUTE NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(RUN-INTEGER + 1).
            IF NEXT-DAY = 1
                 MOVE 'Y' TO MONTH-END-DAY.

       SELECT-LOOP.
            IF END-OF-SCHEDULE NOT = 'Y'
                 READ SCHEDULE-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-SCHEDULE
                 END-READ
                 IF END-OF-SCHEDULE NOT = 'Y'
                      ADD 1 TO ENTRIES-READ
                      PERFORM DECIDE-ENTRY
                      PERFORM TAKE-OR-SKIP-ENTRY
                 END-IF
                 GO TO SELECT-LOOP.

      *Is the entry in hand due on the run date, and why (not).
       DECIDE-ENTRY.
            MOVE 'N' TO ENTRY-DUE.
            MOVE SPACES TO REASON-TEXT.
            IF SC-FREQ = 'D'
                 MOVE 'Y' TO ENTRY-DUE
                 MOVE "DAILY" TO REASON-TEXT
            ELSE
            IF SC-FREQ = 'W'
                 MOVE 0 TO DIGIT-HITS
                 MOVE RUN-WEEKDAY TO WEEKDAY-CHAR
                 INSPECT SC-WEEKDAYS TALLYING DIGIT-HITS
                    FOR ALL WEEKDAY-CHAR
                 IF DIGIT-HITS > 0
                      MOVE 'Y' TO ENTRY-DUE
                      STRING "WEEKDAYS " SC-WEEKDAYS " INCLUDE "
                         WEEKDAY-NAME DELIMITED BY SIZE
                         INTO REASON-TEXT
                 ELSE
                      STRING "WEEKDAYS " SC-WEEKDAYS " LEAVE OUT "
                         WEEKDAY-NAME DELIMITED BY SIZE
                         INTO REASON-TEXT
                 END-IF
            ELSE
            IF SC-FREQ = 'M'
                 MOVE SC-MONTH-DAY TO ED-MONTH-DAY
                 IF SC-MONTH-DAY = RUN-DAY
                      MOVE 'Y' TO ENTRY-DUE
                      STRING "DAY " ED-MONTH-DAY " OF THE MONTH"
                         DELIMITED BY SIZE INTO REASON-TEXT
                 ELSE
                      IF MONTH-END-DAY = 'Y'
                           AND SC-MONTH-DAY > RUN-DAY
                           MOVE 'Y' TO ENTRY-DUE
                           STRING "DAY " ED-MONTH-DAY
                              " - MONTH ENDS SHORT OF IT"
                              DELIMITED BY SIZE INTO REASON-TEXT
                      ELSE
                           STRING "DAY " ED-MONTH-DAY
                              " OF THE MONTH - NOT TODAY"
                              DELIMITED BY SIZE INTO REASON-TEXT
                      END-IF
                 END-IF
            ELSE
            IF SC-FREQ = 'E'
                 IF MONTH-END-DAY = 'Y'
                      MOVE 'Y' TO ENTRY-DUE
                      MOVE "MONTH-END" TO REASON-TEXT
                 ELSE
                      MOVE "MONTH-END - NOT TODAY" TO REASON-TEXT
                 END-IF
            ELSE
            IF SC-FREQ = 'O'
                 IF SC-ONE-DATE = RUN-DATE
                      MOVE 'Y' TO ENTRY-DUE
                      STRING "ONE-OFF FOR " SC-ONE-DATE
                         DELIMITED BY SIZE INTO REASON-TEXT
                 ELSE
                      IF SC-ONE-DATE < RUN-DATE
                           ADD 1 TO NOTES-RAISED
                           STRING "ONE-OFF FOR " SC-ONE-DATE
                              " - DATE PASSED, DELETE IT"
                              DELIMITED BY SIZE INTO REASON-TEXT
                      ELSE
                           STRING "ONE-OFF FOR " SC-ONE-DATE
                              " - NOT YET" DELIMITED BY SIZE
                              INTO REASON-TEXT
                      END-IF
                 END-IF
            ELSE
                 ADD 1 TO NOTES-RAISED
                 STRING "UNKNOWN FREQUENCY '" SC-FREQ "'"
                    DELIMITED BY SIZE INTO REASON-TEXT.

      *Due entries go into the selection; an overlay member whose
      *leader is not running goes in as a job of its own, or is
      *skipped when it has no output of its own to plot to.
       TAKE-OR-SKIP-ENTRY.
            MOVE 'N' TO RUN-ALONE.
            IF ENTRY-DUE = 'Y' AND SC-OVERLAY = '+'
                 AND LEADER-DUE NOT = 'Y'
                 ADD 1 TO NOTES-RAISED
                 IF SC-OUTPUT = SPACES
                      MOVE 'N' TO ENTRY-DUE
                      MOVE "OVERLAY - LEADER NOT DUE, NO OUTPUT"
                         TO REASON-TEXT
                 ELSE
                      MOVE 'Y' TO RUN-ALONE
                      MOVE "OVERLAY - LEADER NOT DUE, RUN ALONE"
                         TO REASON-TEXT.
            IF ENTRY-DUE = 'Y' AND SELECT-TOTAL NOT < SELECT-LIMIT
                 MOVE 'N' TO ENTRY-DUE
                 ADD 1 TO NOTES-RAISED
                 MOVE "SELECTION TABLE FULL - NOT LISTED"
                    TO REASON-TEXT.
            IF ENTRY-DUE = 'Y'
                 ADD 1 TO SELECT-TOTAL
                 MOVE SC-INPUT TO SEL-INPUT(SELECT-TOTAL)
                 MOVE SC-OUTPUT TO SEL-OUTPUT(SELECT-TOTAL)
                 MOVE SC-OVERLAY TO SEL-OVERLAY(SELECT-TOTAL)
                 IF RUN-ALONE = 'Y'
                      MOVE SPACE TO SEL-OVERLAY(SELECT-TOTAL)
                 END-IF
                 MOVE SC-POLICY-1 TO POLICY-WANTED
                 PERFORM NOTE-POLICY
                 MOVE SC-POLICY-2 TO POLICY-WANTED
                 PERFORM NOTE-POLICY
                 MOVE "SELECTED" TO ENTRY-STATUS
            ELSE
                 ADD 1 TO ENTRIES-SKIPPED
                 MOVE "SKIPPED" TO ENTRY-STATUS.
      *A plain entry is a leader its overlay members can join only
      *once it is actually on the list - not when the table was
      *full and it was left off.
            IF SC-OVERLAY NOT = '+'
                 MOVE ENTRY-DUE TO LEADER-DUE.
            MOVE SPACES TO LISTING-LINE.
            STRING SC-SEQ " " ENTRY-STATUS " " SC-INPUT " "
               SC-OVERLAY " " REASON-TEXT DELIMITED BY SIZE
               INTO LISTING-LINE.
            WRITE LISTING-LINE.

      *Add a policy line to the set unless it is blank or already
      *there.
       NOTE-POLICY.
            IF POLICY-WANTED NOT = SPACES
                 MOVE 'N' TO POLICY-FOUND
                 MOVE 1 TO POLICY-INDEX
                 PERFORM FIND-POLICY-LOOP
                 IF POLICY-FOUND = 'N'
                      IF POLICY-TOTAL < 20
                           ADD 1 TO POLICY-TOTAL
                           MOVE POLICY-WANTED
                              TO POLICY-LINE(POLICY-TOTAL)
                      ELSE
                           ADD 1 TO NOTES-RAISED
                           DISPLAY "Policy table is full - "
                              POLICY-WANTED " left out.".

       FIND-POLICY-LOOP.
            IF POLICY-INDEX NOT > POLICY-TOTAL
                 IF POLICY-LINE(POLICY-INDEX) = POLICY-WANTED
                      MOVE 'Y' TO POLICY-FOUND
                 ELSE
                      ADD 1 TO POLICY-INDEX
                      GO TO FIND-POLICY-LOOP.

      *Tonight's list: policy lines first, then the jobs in run
      *order. Written even when nothing is due, so last night's
      *jobs are never replotted by mistake.
       WRITE-JOBLIST.
            OPEN OUTPUT CONTROL-FILE.
            IF control-status NOT = '00'
                 DISPLAY "Cannot open JOBLIST.TXT for writing - file "
                    "status " control-status "."
                 PERFORM CLOSE-LISTING
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 1 TO POLICY-INDEX.
            PERFORM WRITE-POLICY-LOOP.
            MOVE 1 TO SELECT-INDEX.
            PERFORM WRITE-JOBS-LOOP.
            CLOSE CONTROL-FILE.

       WRITE-POLICY-LOOP.
            IF POLICY-INDEX NOT > POLICY-TOTAL
                 MOVE SPACES TO JOB-REC
                 MOVE POLICY-LINE(POLICY-INDEX) TO JOB-INPUT-NAME
                 WRITE JOB-REC
                 ADD 1 TO POLICY-INDEX
                 GO TO WRITE-POLICY-LOOP.

       WRITE-JOBS-LOOP.
            IF SELECT-INDEX NOT > SELECT-TOTAL
                 MOVE SPACES TO JOB-REC
                 MOVE SEL-INPUT(SELECT-INDEX) TO JOB-INPUT-NAME
                 MOVE SEL-OUTPUT(SELECT-INDEX) TO JOB-OUTPUT-NAME
                 MOVE SEL-OVERLAY(SELECT-INDEX) TO JOB-OVERLAY-FLAG
                 WRITE JOB-REC
                 ADD 1 TO SELECT-INDEX
                 GO TO WRITE-JOBS-LOOP.

       CLOSE-LISTING.
            MOVE SPACES TO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE ENTRIES-READ TO ED-TOTAL.
            MOVE SPACES TO LISTING-LINE.
            STRING "ENTRIES ON SCHEDULE   " ED-TOTAL
               DELIMITED BY SIZE INTO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE SELECT-TOTAL TO ED-TOTAL.
            MOVE SPACES TO LISTING-LINE.
            STRING "SELECTED FOR TONIGHT  " ED-TOTAL
               DELIMITED BY SIZE INTO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE ENTRIES-SKIPPED TO ED-TOTAL.
            MOVE SPACES TO LISTING-LINE.
            STRING "SKIPPED               " ED-TOTAL
               DELIMITED BY SIZE INTO LISTING-LINE.
            WRITE LISTING-LINE.
            MOVE POLICY-TOTAL TO ED-TOTAL.
            MOVE SPACES TO LISTING-LINE.
            STRING "POLICY LINES WRITTEN  " ED-TOTAL
               DELIMITED BY SIZE INTO LISTING-LINE.
            WRITE LISTING-LINE.
            CLOSE LISTING-FILE.

      *Pull the whole parameter file into the answer table. No
      *file at all is the everyday interactive case, not an error.
       LOAD-PARM-FILE.
            OPEN INPUT PARM-FILE.
            IF parm-status = '00'
                 MOVE 'N' TO PARM-EOF
                 PERFORM LOAD-PARM-LOOP
                 CLOSE PARM-FILE.

       LOAD-PARM-LOOP.
            IF PARM-EOF NOT = 'Y'
                 READ PARM-FILE
                      AT END
                           MOVE 'Y' TO PARM-EOF
                 END-READ
                 IF PARM-EOF NOT = 'Y'
                      AND PARM-KEY NOT = SPACES
                      AND PARM-KEY(1:1) NOT = '*'
                      IF PARM-COUNT < 200
                           ADD 1 TO PARM-COUNT
                           MOVE PARM-KEY TO PE-KEY(PARM-COUNT)
                           MOVE PARM-VALUE TO PE-VALUE(PARM-COUNT)
                      ELSE
                           DISPLAY "Parameter table is full - a "
                              "DDAPARM.TXT line was dropped."
                      END-IF
                 END-IF
                 GO TO LOAD-PARM-LOOP.

      *Look the wanted keyword up in the loaded answers.
       FIND-PARM.
            MOVE 'N' TO PARM-FOUND.
            MOVE SPACES TO PARM-TEXT.
            MOVE 1 TO PARM-INDEX.
            PERFORM FIND-PARM-LOOP.

       FIND-PARM-LOOP.
            IF PARM-INDEX NOT > PARM-COUNT
                 IF PE-KEY(PARM-INDEX) = PARM-WANTED
                      MOVE PE-VALUE(PARM-INDEX) TO PARM-TEXT
                      MOVE 'Y' TO PARM-FOUND
                 ELSE
                      ADD 1 TO PARM-INDEX
                      GO TO FIND-PARM-LOOP.
