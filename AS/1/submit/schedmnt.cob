      * Job schedule master maintenance for the DDA night batch.
      * DDASCHED.DAT holds one entry per nightly job, keyed by a
      * four-digit run-order number (number them 0010, 0020, ... so
      * a job can be slotted in between later). Each entry carries
      * what a JOBLIST.TXT line carries - the input file or "=NAME"
      * catalog figure, the output name, the overlay flag - plus up
      * to two policy lines ("*MAXABORTS 5", "*SEGFILE") the job
      * wants in force, and how often it runs: D)aily, on given
      * W)eekdays, on a given day of the M)onth, at month-E)nd, or
      * O)nce on one date. SCHEDGEN builds each night's JOBLIST.TXT
      * from the entries due that night, so the list is no longer
      * edited by hand.
      * Operations: A)dd or replace an entry, L)ist the master,
      * D)elete an entry. Answers come from DDAPARM.TXT when it is
      * present (SCHEDMNT-OP, -SEQ, -INPUT, -OUTPUT, -OVERLAY,
      * -FREQ, -WEEKDAYS, -MONTHDAY, -DATE, -POLICY1, -POLICY2,
      * -CONFIRM). Condition code: 0 done, 4 nothing changed, 8 the
      * entry was refused or the master could not be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE
               ASSIGN TO "DDASCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SC-SEQ
               FILE STATUS IS schedule-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
      *One scheduled job: its run-order number, the JOBLIST.TXT
      *fields, the frequency code with whichever of the weekday
      *digits (1 Monday .. 7 Sunday), day of month, or one-off date
      *it needs, and its policy lines.
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
       01   OPERATION-CODE  PIC X.
       01   CONFIRM-CODE    PIC X.
       01   END-OF-SCHEDULE PIC X     VALUE 'N'.
       01   LISTED-COUNT    PIC 9(4)  VALUE 0.
      *The entry as it is being keyed in, checked before it goes
      *onto the master.
       01   NEW-ENTRY       PIC X(143).
       01   ENTRY-SEQ       PIC 9(4).
       01   ENTRY-OK        PIC X.
       01   DAY-IX          PIC 9.
       01   DATE-CHECK.
            03  DC-YEAR     PIC 9(4).
            03  DC-MONTH    PIC 99.
            03  DC-DAY      PIC 99.
      *The frequency in words, for the List operation.
       01   FREQ-TEXT       PIC X(20).
       01   LIST-LINE.
            03  LL-SEQ      PIC 9(4).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-INPUT    PIC X(20).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-OUTPUT   PIC X(20).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-OVERLAY  PIC X.
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-FREQ     PIC X(20).
      *The DDAPARM.TXT answers, loaded whole at startup. Blank and
      *'*'-tagged lines are passed over, so the file can carry its
      *own commentary. PARM-NUMBER holds a numeric answer once its
      *left-justified digits have been walked off.
       01   parm-status     PIC XX.
       01   PARM-EOF        PIC X     VALUE 'N'.
       01   PARM-COUNT      PIC 999   VALUE 0.
       01   PARM-INDEX      PIC 999.
       01   PARM-WANTED     PIC X(18).
       01   PARM-FOUND      PIC X.
       01   PARM-TEXT       PIC X(30).
       01   PARM-NUMBER     PIC 9(8).
       01   PARM-CHAR-IX    PIC 99.
       01   PARM-DIGIT      PIC 9.
       01   PARM-TABLE.
            02  PARM-ENTRY  OCCURS 200.
                03  PE-KEY    PIC X(18).
                03  PE-VALUE  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
            PERFORM LOAD-PARM-FILE.
            MOVE "SCHEDMNT-OP" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OPERATION-CODE
                 DISPLAY "Operation '" OPERATION-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Operation - A)dd/replace, L)ist, D)elete: "
                    WITH NO ADVANCING
                 ACCEPT OPERATION-CODE.
            IF OPERATION-CODE = 'a' MOVE 'A' TO OPERATION-CODE.
            IF OPERATION-CODE = 'l' MOVE 'L' TO OPERATION-CODE.
            IF OPERATION-CODE = 'd' MOVE 'D' TO OPERATION-CODE.
            IF OPERATION-CODE = 'A'
                 PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
            ELSE
                 IF OPERATION-CODE = 'L'
                      PERFORM LIST-SCHEDULE
                 ELSE
                      IF OPERATION-CODE = 'D'
                           PERFORM DELETE-ENTRY
                      ELSE
                           DISPLAY "Unrecognized operation "
                              OPERATION-CODE "."
                           MOVE 8 TO RETURN-CODE.
            STOP RUN.

      *Open the master for update, creating it on first use
      *(status 35) and only then - the same first-use pattern
      *FIGCAT applies to its catalog.
       OPEN-SCHEDULE-IO.
            OPEN I-O SCHEDULE-FILE.
            IF schedule-status = '35'
                 OPEN OUTPUT SCHEDULE-FILE
                 IF schedule-status = '00'
                      CLOSE SCHEDULE-FILE
                      OPEN I-O SCHEDULE-FILE.
            IF schedule-status NOT = '00'
                 DISPLAY "Cannot open schedule DDASCHED.DAT - file "
                    "status " schedule-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

       GET-ENTRY-SEQ.
            MOVE "SCHEDMNT-SEQ" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO ENTRY-SEQ
                 DISPLAY "Run-order number " ENTRY-SEQ
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Run-order number (4 digits): "
                    WITH NO ADVANCING
                 ACCEPT ENTRY-SEQ.
            IF ENTRY-SEQ = 0
                 DISPLAY "Run-order number must not be zero."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

      *Key in one entry, check it, and file it - replacing an
      *entry already under that number only when the operator says
      *so.
       ADD-ENTRY.
            PERFORM GET-ENTRY-SEQ.
            MOVE SPACES TO SCHED-REC.
            MOVE ENTRY-SEQ TO SC-SEQ.
            MOVE 0 TO SC-MONTH-DAY.
            MOVE 0 TO SC-ONE-DATE.
            MOVE "SCHEDMNT-INPUT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-INPUT
                 DISPLAY "Input " SC-INPUT " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Input file or =FIGURE: " WITH NO ADVANCING
                 ACCEPT SC-INPUT.
            MOVE "SCHEDMNT-OUTPUT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-OUTPUT
                 DISPLAY "Output " SC-OUTPUT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Output file: " WITH NO ADVANCING
                 ACCEPT SC-OUTPUT.
            MOVE "SCHEDMNT-OVERLAY" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-OVERLAY
                 DISPLAY "Overlay flag '" SC-OVERLAY
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Overlay onto the entry before it (+ or "
                    "blank): " WITH NO ADVANCING
                 ACCEPT SC-OVERLAY.
            IF SC-OVERLAY NOT = '+'
                 MOVE SPACE TO SC-OVERLAY.
            MOVE "SCHEDMNT-FREQ" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-FREQ
                 DISPLAY "Frequency '" SC-FREQ
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Frequency - D)aily, W)eekdays, M)onth day, "
                    "E) month-end, O)nce: " WITH NO ADVANCING
                 ACCEPT SC-FREQ.
            IF SC-FREQ = 'd' MOVE 'D' TO SC-FREQ.
            IF SC-FREQ = 'w' MOVE 'W' TO SC-FREQ.
            IF SC-FREQ = 'm' MOVE 'M' TO SC-FREQ.
            IF SC-FREQ = 'e' MOVE 'E' TO SC-FREQ.
            IF SC-FREQ = 'o' MOVE 'O' TO SC-FREQ.
            IF SC-FREQ = 'W'
                 PERFORM GET-WEEKDAYS.
            IF SC-FREQ = 'M'
                 PERFORM GET-MONTH-DAY.
            IF SC-FREQ = 'O'
                 PERFORM GET-ONE-DATE.
            PERFORM GET-POLICY-LINES THRU GET-POLICY-LINES-EXIT.
            PERFORM CHECK-ENTRY THRU CHECK-ENTRY-EXIT.
            IF ENTRY-OK NOT = 'Y'
                 DISPLAY "Entry " ENTRY-SEQ " not filed."
                 MOVE 8 TO RETURN-CODE
                 GO TO ADD-ENTRY-EXIT.
            MOVE SCHED-REC TO NEW-ENTRY.
            PERFORM OPEN-SCHEDULE-IO.
            WRITE SCHED-REC
                 INVALID KEY
                      PERFORM REPLACE-ENTRY.
            IF schedule-status = '00'
                 DISPLAY "Entry " ENTRY-SEQ " filed."
                 MOVE 0 TO RETURN-CODE
            ELSE
                 DISPLAY "Cannot file entry " ENTRY-SEQ
                    " - file status " schedule-status "."
                 MOVE 8 TO RETURN-CODE.
            CLOSE SCHEDULE-FILE.
       ADD-ENTRY-EXIT.
            EXIT.

       GET-WEEKDAYS.
            MOVE "SCHEDMNT-WEEKDAYS" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-WEEKDAYS
                 DISPLAY "Weekdays " SC-WEEKDAYS
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Weekdays as digits, 1 Monday .. 7 Sunday "
                    "(135 = Mon/Wed/Fri): " WITH NO ADVANCING
                 ACCEPT SC-WEEKDAYS.

       GET-MONTH-DAY.
            MOVE "SCHEDMNT-MONTHDAY" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO SC-MONTH-DAY
                 DISPLAY "Day of month " SC-MONTH-DAY
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Day of month (1-31; past a short month's "
                    "end runs on its last day): " WITH NO ADVANCING
                 ACCEPT SC-MONTH-DAY.

       GET-ONE-DATE.
            MOVE "SCHEDMNT-DATE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO SC-ONE-DATE
                 DISPLAY "Run date " SC-ONE-DATE
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Run once on (YYYYMMDD): " WITH NO ADVANCING
                 ACCEPT SC-ONE-DATE.

       GET-POLICY-LINES.
            MOVE "SCHEDMNT-POLICY1" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-POLICY-1
                 DISPLAY "Policy line " SC-POLICY-1
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Policy line (*MAXABORTS n, *SEGFILE, or "
                    "blank): " WITH NO ADVANCING
                 ACCEPT SC-POLICY-1.
            IF SC-POLICY-1 = SPACES
                 GO TO GET-POLICY-LINES-EXIT.
            MOVE "SCHEDMNT-POLICY2" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO SC-POLICY-2
                 DISPLAY "Policy line " SC-POLICY-2
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Second policy line (or blank): "
                    WITH NO ADVANCING
                 ACCEPT SC-POLICY-2.
       GET-POLICY-LINES-EXIT.
            EXIT.

      *Refuse an entry DDA could not run or SCHEDGEN could not
      *time: a blank or '*' input, a missing output on a job of its
      *own, an unknown frequency, a frequency without the day or
      *date it needs, or a policy line without its leading '*' -
      *SCHEDGEN copies policy lines into JOBLIST.TXT as they stand,
      *and DDA would take one without the '*' for a job.
       CHECK-ENTRY.
            MOVE 'N' TO ENTRY-OK.
            IF SC-INPUT = SPACES OR SC-INPUT(1:1) = '*'
                 DISPLAY "Input must name a file or =FIGURE."
                 GO TO CHECK-ENTRY-EXIT.
            IF SC-OUTPUT = SPACES AND SC-OVERLAY NOT = '+'
                 DISPLAY "A job of its own needs an output file."
                 GO TO CHECK-ENTRY-EXIT.
            IF SC-FREQ NOT = 'D' AND SC-FREQ NOT = 'W'
                 AND SC-FREQ NOT = 'M' AND SC-FREQ NOT = 'E'
                 AND SC-FREQ NOT = 'O'
                 DISPLAY "Unrecognized frequency " SC-FREQ "."
                 GO TO CHECK-ENTRY-EXIT.
            IF SC-FREQ = 'W'
                 IF SC-WEEKDAYS = SPACES
                      DISPLAY "No weekdays given."
                      GO TO CHECK-ENTRY-EXIT
                 END-IF
                 MOVE 1 TO DAY-IX
                 PERFORM CHECK-WEEKDAYS-LOOP
                 IF ENTRY-OK = 'X'
                      MOVE 'N' TO ENTRY-OK
                      DISPLAY "Weekdays must be digits 1 to 7."
                      GO TO CHECK-ENTRY-EXIT.
            IF SC-FREQ = 'M'
                 AND (SC-MONTH-DAY < 1 OR SC-MONTH-DAY > 31)
                 DISPLAY "Day of month must be 1 to 31."
                 GO TO CHECK-ENTRY-EXIT.
            IF SC-FREQ = 'O'
                 MOVE SC-ONE-DATE TO DATE-CHECK
                 IF DC-YEAR < 1601 OR DC-MONTH < 1 OR DC-MONTH > 12
                      OR DC-DAY < 1 OR DC-DAY > 31
                      DISPLAY "Run date " SC-ONE-DATE
                         " is not a YYYYMMDD date."
                      GO TO CHECK-ENTRY-EXIT.
            IF SC-POLICY-1 NOT = SPACES AND SC-POLICY-1(1:1) NOT = '*'
                 DISPLAY "Policy line " SC-POLICY-1
                    " must start with '*'."
                 GO TO CHECK-ENTRY-EXIT.
            IF SC-POLICY-2 NOT = SPACES AND SC-POLICY-2(1:1) NOT = '*'
                 DISPLAY "Policy line " SC-POLICY-2
                    " must start with '*'."
                 GO TO CHECK-ENTRY-EXIT.
            MOVE 'Y' TO ENTRY-OK.
       CHECK-ENTRY-EXIT.
            EXIT.

      *A blank position is padding; anything else must be a day
      *digit. 'X' in ENTRY-OK marks a bad one.
       CHECK-WEEKDAYS-LOOP.
            IF DAY-IX NOT > 7
                 IF SC-WEEKDAYS(DAY-IX:1) NOT = SPACE
                      AND (SC-WEEKDAYS(DAY-IX:1) < '1'
                      OR SC-WEEKDAYS(DAY-IX:1) > '7')
                      MOVE 'X' TO ENTRY-OK
                 END-IF
                 IF DAY-IX < 7
                      ADD 1 TO DAY-IX
                      GO TO CHECK-WEEKDAYS-LOOP.

      *The number is already on the master - replace it only when
      *the operator says so.
       REPLACE-ENTRY.
            MOVE "SCHEDMNT-CONFIRM" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO CONFIRM-CODE
                 DISPLAY "Entry " ENTRY-SEQ " already scheduled "
                    "- replace answer '" CONFIRM-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Entry " ENTRY-SEQ " already scheduled "
                    "- replace it (Y/N)? " WITH NO ADVANCING
                 ACCEPT CONFIRM-CODE.
            IF CONFIRM-CODE = 'Y' OR CONFIRM-CODE = 'y'
                 MOVE NEW-ENTRY TO SCHED-REC
                 REWRITE SCHED-REC
            ELSE
                 DISPLAY "Entry " ENTRY-SEQ " left unchanged."
                 CLOSE SCHEDULE-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN.

      *Walk the master in run order, one line per entry.
       LIST-SCHEDULE.
            OPEN INPUT SCHEDULE-FILE.
            IF schedule-status NOT = '00'
                 DISPLAY "Cannot open schedule DDASCHED.DAT - file "
                    "status " schedule-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 0 TO SC-SEQ.
            START SCHEDULE-FILE KEY NOT < SC-SEQ
                 INVALID KEY
                      MOVE 'Y' TO END-OF-SCHEDULE.
            PERFORM LIST-SCHEDULE-LOOP.
            IF LISTED-COUNT = 0
                 DISPLAY "Schedule is empty."
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            CLOSE SCHEDULE-FILE.

       LIST-SCHEDULE-LOOP.
            IF END-OF-SCHEDULE NOT = 'Y'
                 READ SCHEDULE-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-SCHEDULE
                 END-READ
                 IF END-OF-SCHEDULE NOT = 'Y'
                      MOVE SC-SEQ TO LL-SEQ
                      MOVE SC-INPUT TO LL-INPUT
                      MOVE SC-OUTPUT TO LL-OUTPUT
                      MOVE SC-OVERLAY TO LL-OVERLAY
                      PERFORM DESCRIBE-FREQUENCY
                      MOVE FREQ-TEXT TO LL-FREQ
                      DISPLAY LIST-LINE
                      IF SC-POLICY-1 NOT = SPACES
                           DISPLAY "     POLICY " SC-POLICY-1
                      END-IF
                      IF SC-POLICY-2 NOT = SPACES
                           DISPLAY "     POLICY " SC-POLICY-2
                      END-IF
                      ADD 1 TO LISTED-COUNT
                 END-IF
                 GO TO LIST-SCHEDULE-LOOP.

      *The entry's frequency in words.
       DESCRIBE-FREQUENCY.
            MOVE SPACES TO FREQ-TEXT.
            IF SC-FREQ = 'D'
                 MOVE "DAILY" TO FREQ-TEXT.
            IF SC-FREQ = 'W'
                 STRING "WEEKDAYS " SC-WEEKDAYS
                    DELIMITED BY SIZE INTO FREQ-TEXT.
            IF SC-FREQ = 'M'
                 STRING "DAY " SC-MONTH-DAY " OF MONTH"
                    DELIMITED BY SIZE INTO FREQ-TEXT.
            IF SC-FREQ = 'E'
                 MOVE "MONTH-END" TO FREQ-TEXT.
            IF SC-FREQ = 'O'
                 STRING "ONCE ON " SC-ONE-DATE
                    DELIMITED BY SIZE INTO FREQ-TEXT.

       DELETE-ENTRY.
            PERFORM GET-ENTRY-SEQ.
            PERFORM OPEN-SCHEDULE-IO.
            MOVE ENTRY-SEQ TO SC-SEQ.
            DELETE SCHEDULE-FILE RECORD
                 INVALID KEY
                      DISPLAY "Entry " ENTRY-SEQ
                         " is not on the schedule."
                      CLOSE SCHEDULE-FILE
                      MOVE 4 TO RETURN-CODE
                      STOP RUN.
            DISPLAY "Entry " ENTRY-SEQ " deleted.".
            CLOSE SCHEDULE-FILE.
            MOVE 0 TO RETURN-CODE.

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

      *A left-justified numeric answer: its digits walked off left
      *to right up to the first blank.
       PARM-TO-NUMBER.
            MOVE 0 TO PARM-NUMBER.
            MOVE 1 TO PARM-CHAR-IX.
            PERFORM PARM-DIGIT-LOOP.

       PARM-DIGIT-LOOP.
            IF PARM-CHAR-IX NOT > 30
                 AND PARM-TEXT(PARM-CHAR-IX:1) IS NUMERIC
                 MOVE PARM-TEXT(PARM-CHAR-IX:1) TO PARM-DIGIT
                 COMPUTE PARM-NUMBER = PARM-NUMBER * 10 + PARM-DIGIT
                 ADD 1 TO PARM-CHAR-IX
                 GO TO PARM-DIGIT-LOOP.
