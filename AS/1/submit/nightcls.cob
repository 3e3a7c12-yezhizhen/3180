      * Night-close control sheet for the DDA batch.
      * The night runs PREFLIGHT, DDA, RUNRECON, PRNTPKG, PLTARCH
      * (File) and CATBACK (Unload) in that order, and every one of
      * them appends a step record to DDASTEP.LOG as it ends:
      * program, operation, date and time, condition code, and its
      * key counts. This program takes one night's records and puts
      * them on a single control sheet, DDANIGHT.RPT: each expected
      * step's last run of the night with its time, condition code,
      * counts and how many times it ran, then any other runs logged
      * the same night, then the verdict - CLEAN, CLEAN WITH
      * WARNINGS, or ATTENTION NEEDED. A step that never ran is
      * flagged MISSING; one whose last run finished before a step
      * due ahead of it is flagged OUT OF ORDER.
      * A night runs from the cutoff hour (noon unless told
      * otherwise) to the same hour next day, so a step that ends
      * after midnight still closes with the night it belongs to.
      * Answers come from DDAPARM.TXT when present (NIGHTCLS-DATE,
      * the night's YYYYMMDD, blank for the latest night in the log;
      * NIGHTCLS-CUTOFF, the hour).
      * Condition code, for the scheduler: the worst code of any
      * step's last run, raised to 4 for a step out of order and to
      * 8 for a step missing; 8 as well when the log cannot be read
      * or holds nothing to close.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The step history every program of the night batch appends
      *its outcome to.
           SELECT STEP-FILE
               ASSIGN TO "DDASTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS step-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDANIGHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
      *One step record: the program, the operation it ran (blank
      *for a program with only the one), when it finished, the
      *condition code it left with, and up to four labelled counts.
       FD   STEP-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS STEP-REC.
       01   STEP-REC.
             03    STEP-PROGRAM   PIC  X(10).
             03    FILLER         PIC  X.
             03    STEP-OPERATION PIC  X.
             03    FILLER         PIC  X.
             03    STEP-DATE      PIC  9(8).
             03    FILLER         PIC  X.
             03    STEP-TIME      PIC  9(8).
             03    FILLER         PIC  X.
             03    STEP-RC        PIC  99.
             03    STEP-COUNT     OCCURS 4.
                   05  FILLER            PIC X.
                   05  STEP-COUNT-NAME   PIC X(12).
                   05  FILLER            PIC X.
                   05  STEP-COUNT-VALUE  PIC 9(7).

       FD   REPORT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REPORT-LINE.
       01   REPORT-LINE    PIC X(100).

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
       01   step-status     PIC XX.
       01   report-status   PIC XX.
       01   END-OF-STEPS    PIC X     VALUE 'N'.
      *The night being closed, as a date and as a day number, and
      *the hour a night starts at - a step record timed before it
      *belongs to the night before its date.
       01   NIGHT-DATE-TEXT PIC X(8).
       01   NIGHT-DATE      PIC 9(8)  VALUE 0.
       01   NIGHT-INTEGER   PIC 9(8)  VALUE 0.
       01   CUTOFF-HOUR     PIC 99    VALUE 12.
       01   CUTOFF-TIME     PIC 9(8).
      *The record in hand: whether it reads clean, the day number
      *it was written on, the night it belongs to, and a stamp
      *that orders it against every other record.
       01   RECORD-OK       PIC X.
       01   RECORD-INTEGER  PIC 9(8).
       01   RECORD-NIGHT    PIC 9(8).
       01   RECORD-STAMP    PIC 9(16).
       01   RECORDS-TAKEN   PIC 9(6)  VALUE 0.
       01   RECORDS-BAD     PIC 9(6)  VALUE 0.
      *The six steps of the night in the order they are due, each
      *program name in ten characters and its operation letter in
      *the eleventh.
       01   EXPECTED-STEPS.
            03  FILLER      PIC X(33)
                            VALUE "PREFLIGHT  DDA        RUNRECON   ".
            03  FILLER      PIC X(33)
                            VALUE "PRNTPKG    PLTARCH   FCATBACK   U".
       01   EXPECTED-COUNT  PIC 99    VALUE 6.
      *One line per kind of step seen: the six expected ones first,
      *in order, then any other program or operation logged the
      *same night. Each holds its last run of the night and how
      *many runs there were.
       01   KIND-COUNT      PIC 99    VALUE 0.
       01   KIND-LIMIT      PIC 99    VALUE 20.
       01   KINDS-DROPPED   PIC 9(4)  VALUE 0.
       01   KIND-TABLE.
            02  KIND-ENTRY  OCCURS 20.
                03  KE-PROGRAM     PIC X(10).
                03  KE-OPERATION   PIC X.
                03  KE-RUNS        PIC 9(4).
                03  KE-DATE        PIC 9(8).
                03  KE-TIME        PIC 9(8).
                03  KE-STAMP       PIC 9(16).
                03  KE-RC          PIC 99.
                03  KE-LATE        PIC X.
                03  KE-COUNT       OCCURS 4.
                    05  KE-COUNT-NAME   PIC X(12).
                    05  KE-COUNT-VALUE  PIC 9(7).
       01   KIND-IX         PIC 99.
       01   AHEAD-IX        PIC 99.
       01   COUNT-IX        PIC 9.
       01   KIND-FOUND      PIC X.
      *The verdict: the worst code seen, and what raised it.
       01   COMBINED-RC     PIC 99    VALUE 0.
       01   STEPS-MISSING   PIC 9     VALUE 0.
       01   STEPS-LATE      PIC 9     VALUE 0.
       01   VERDICT-TEXT    PIC X(20).
      *Pieces of a step line.
       01   TIME-HOLD       PIC 9(8).
       01   TIME-PARTS REDEFINES TIME-HOLD.
            03  TIME-HH     PIC 99.
            03  TIME-MM     PIC 99.
            03  TIME-SS     PIC 99.
            03  FILLER      PIC 99.
       01   LINE-SEQ        PIC X(2).
       01   LINE-DATE       PIC X(8).
       01   LINE-TIME       PIC X(8).
       01   LINE-RC         PIC X(2).
       01   LINE-STATUS     PIC X(30).
       01   STATUS-WORD     PIC X(8).
       01   COUNT-TEXT      PIC X(21)  OCCURS 4.
       01   ED-SEQ          PIC Z9.
       01   ED-RUNS         PIC ZZZ9.
       01   ED-COUNT        PIC ZZZZZZ9.
       01   ED-TOTAL        PIC ZZZZZ9.
       01   ED-HOUR         PIC 99.
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
            MOVE "NIGHTCLS-CUTOFF" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 DISPLAY PARM-WANTED " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Hour a night starts (blank for 12): "
                    WITH NO ADVANCING
                 ACCEPT PARM-TEXT.
            IF PARM-TEXT NOT = SPACES
                 PERFORM PARM-TO-NUMBER
                 IF PARM-NUMBER > 23
                      DISPLAY "Cutoff hour " PARM-NUMBER
                         " is not an hour of the day."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                 ELSE
                      MOVE PARM-NUMBER TO CUTOFF-HOUR.
            COMPUTE CUTOFF-TIME = CUTOFF-HOUR * 1000000.
            MOVE "NIGHTCLS-DATE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO NIGHT-DATE-TEXT
                 DISPLAY "Night " NIGHT-DATE-TEXT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Night to close (YYYYMMDD, blank for the "
                    "latest): " WITH NO ADVANCING
                 ACCEPT NIGHT-DATE-TEXT.
            IF NIGHT-DATE-TEXT = SPACES
                 PERFORM FIND-LATEST-NIGHT
                 IF NIGHT-INTEGER = 0
                      DISPLAY "DDASTEP.LOG holds no step record to "
                         "close a night from."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                 ELSE
                      COMPUTE NIGHT-DATE =
                         FUNCTION DATE-OF-INTEGER(NIGHT-INTEGER)
            ELSE
                 IF NIGHT-DATE-TEXT IS NUMERIC
                      MOVE NIGHT-DATE-TEXT TO NIGHT-DATE
                      COMPUTE NIGHT-INTEGER =
                         FUNCTION INTEGER-OF-DATE(NIGHT-DATE)
                 END-IF
                 IF NIGHT-INTEGER = 0
                      DISPLAY "Night " NIGHT-DATE-TEXT
                         " is not a YYYYMMDD date."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
            PERFORM LOAD-EXPECTED-STEPS.
            PERFORM GATHER-NIGHT.
            PERFORM CHECK-STEP-ORDER.
            PERFORM WORK-OUT-VERDICT.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "Cannot open DDANIGHT.RPT - file status "
                    report-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM WRITE-SHEET.
            CLOSE REPORT-FILE.
            DISPLAY "Night of " NIGHT-DATE " closed with condition "
               "code " COMBINED-RC " - " VERDICT-TEXT.
            DISPLAY "Control sheet written to DDANIGHT.RPT.".
            MOVE COMBINED-RC TO RETURN-CODE.
            STOP RUN.

      *First pass, when no night was named: the latest night any
      *readable record belongs to.
       FIND-LATEST-NIGHT.
            OPEN INPUT STEP-FILE.
            IF step-status NOT = '00'
                 DISPLAY "Cannot open step history DDASTEP.LOG - "
                    "file status " step-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 'N' TO END-OF-STEPS.
            PERFORM LATEST-NIGHT-LOOP.
            CLOSE STEP-FILE.

       LATEST-NIGHT-LOOP.
            IF END-OF-STEPS NOT = 'Y'
                 READ STEP-FILE
                      AT END
                           MOVE 'Y' TO END-OF-STEPS
                 END-READ
                 IF END-OF-STEPS NOT = 'Y'
                      PERFORM PLACE-STEP-RECORD
                      IF RECORD-OK = 'Y'
                           AND RECORD-NIGHT > NIGHT-INTEGER
                           MOVE RECORD-NIGHT TO NIGHT-INTEGER
                      END-IF
                 END-IF
                 GO TO LATEST-NIGHT-LOOP.

      *Which night the record in hand belongs to, and its stamp. A
      *record whose date, time or code is not numeric - or whose
      *date is no calendar date - is passed over.
       PLACE-STEP-RECORD.
            MOVE 'N' TO RECORD-OK.
            MOVE 0 TO RECORD-INTEGER.
            IF STEP-DATE IS NUMERIC AND STEP-TIME IS NUMERIC
                 AND STEP-RC IS NUMERIC
                 COMPUTE RECORD-INTEGER =
                    FUNCTION INTEGER-OF-DATE(STEP-DATE).
            IF RECORD-INTEGER > 0
                 MOVE 'Y' TO RECORD-OK
                 MOVE RECORD-INTEGER TO RECORD-NIGHT
                 IF STEP-TIME < CUTOFF-TIME
                      SUBTRACT 1 FROM RECORD-NIGHT
                 END-IF
                 COMPUTE RECORD-STAMP =
                    RECORD-INTEGER * 100000000 + STEP-TIME.

      *Seed the step table with the six steps the night is due to
      *run, in their order, none of them seen yet.
       LOAD-EXPECTED-STEPS.
            MOVE 1 TO KIND-IX.
            PERFORM LOAD-EXPECTED-LOOP.
            MOVE EXPECTED-COUNT TO KIND-COUNT.

       LOAD-EXPECTED-LOOP.
            IF KIND-IX NOT > EXPECTED-COUNT
                 MOVE EXPECTED-STEPS((KIND-IX - 1) * 11 + 1:10)
                    TO KE-PROGRAM(KIND-IX)
                 MOVE EXPECTED-STEPS((KIND-IX - 1) * 11 + 11:1)
                    TO KE-OPERATION(KIND-IX)
                 PERFORM CLEAR-KIND
                 ADD 1 TO KIND-IX
                 GO TO LOAD-EXPECTED-LOOP.

       CLEAR-KIND.
            MOVE 0 TO KE-RUNS(KIND-IX).
            MOVE 0 TO KE-DATE(KIND-IX).
            MOVE 0 TO KE-TIME(KIND-IX).
            MOVE 0 TO KE-STAMP(KIND-IX).
            MOVE 0 TO KE-RC(KIND-IX).
            MOVE 'N' TO KE-LATE(KIND-IX).

      *Second pass: every record of the night is counted against
      *its step, and the latest one stands as the step's result.
       GATHER-NIGHT.
            OPEN INPUT STEP-FILE.
            IF step-status NOT = '00'
                 DISPLAY "Cannot open step history DDASTEP.LOG - "
                    "file status " step-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 'N' TO END-OF-STEPS.
            PERFORM GATHER-LOOP.
            CLOSE STEP-FILE.

       GATHER-LOOP.
            IF END-OF-STEPS NOT = 'Y'
                 READ STEP-FILE
                      AT END
                           MOVE 'Y' TO END-OF-STEPS
                 END-READ
                 IF END-OF-STEPS NOT = 'Y'
                      PERFORM PLACE-STEP-RECORD
                      IF RECORD-OK NOT = 'Y'
                           ADD 1 TO RECORDS-BAD
                      ELSE
                           IF RECORD-NIGHT = NIGHT-INTEGER
                                ADD 1 TO RECORDS-TAKEN
                                PERFORM TAKE-STEP-RECORD
                           END-IF
                      END-IF
                 END-IF
                 GO TO GATHER-LOOP.

      *Find the record's step, adding a line for a program or
      *operation the night was not due to run, and keep the record
      *if it is the step's latest so far.
       TAKE-STEP-RECORD.
            MOVE 'N' TO KIND-FOUND.
            MOVE 1 TO KIND-IX.
            PERFORM FIND-KIND-LOOP.
            IF KIND-FOUND NOT = 'Y'
                 IF KIND-COUNT < KIND-LIMIT
                      ADD 1 TO KIND-COUNT
                      MOVE KIND-COUNT TO KIND-IX
                      MOVE STEP-PROGRAM TO KE-PROGRAM(KIND-IX)
                      MOVE STEP-OPERATION TO KE-OPERATION(KIND-IX)
                      PERFORM CLEAR-KIND
                      MOVE 'Y' TO KIND-FOUND
                 ELSE
                      ADD 1 TO KINDS-DROPPED.
            IF KIND-FOUND = 'Y'
                 ADD 1 TO KE-RUNS(KIND-IX)
                 IF KE-RUNS(KIND-IX) = 1
                      OR RECORD-STAMP NOT < KE-STAMP(KIND-IX)
                      MOVE STEP-DATE TO KE-DATE(KIND-IX)
                      MOVE STEP-TIME TO KE-TIME(KIND-IX)
                      MOVE RECORD-STAMP TO KE-STAMP(KIND-IX)
                      MOVE STEP-RC TO KE-RC(KIND-IX)
                      MOVE 1 TO COUNT-IX
                      PERFORM KEEP-COUNT-LOOP.

       FIND-KIND-LOOP.
            IF KIND-IX NOT > KIND-COUNT
                 IF KE-PROGRAM(KIND-IX) = STEP-PROGRAM
                      AND KE-OPERATION(KIND-IX) = STEP-OPERATION
                      MOVE 'Y' TO KIND-FOUND
                 ELSE
                      ADD 1 TO KIND-IX
                      GO TO FIND-KIND-LOOP.

      *An unused count slot is blank on the record, so only a
      *labelled slot with a number in it is carried.
       KEEP-COUNT-LOOP.
            IF COUNT-IX NOT > 4
                 IF STEP-COUNT-NAME(COUNT-IX) NOT = SPACES
                      AND STEP-COUNT-VALUE(COUNT-IX) IS NUMERIC
                      MOVE STEP-COUNT-NAME(COUNT-IX)
                         TO KE-COUNT-NAME(KIND-IX, COUNT-IX)
                      MOVE STEP-COUNT-VALUE(COUNT-IX)
                         TO KE-COUNT-VALUE(KIND-IX, COUNT-IX)
                 ELSE
                      MOVE SPACES TO KE-COUNT-NAME(KIND-IX, COUNT-IX)
                      MOVE 0 TO KE-COUNT-VALUE(KIND-IX, COUNT-IX)
                 END-IF
                 ADD 1 TO COUNT-IX
                 GO TO KEEP-COUNT-LOOP.

      *An expected step is out of order when any step due ahead of
      *it finished later than it did.
       CHECK-STEP-ORDER.
            MOVE 2 TO KIND-IX.
            PERFORM STEP-ORDER-LOOP.

       STEP-ORDER-LOOP.
            IF KIND-IX NOT > EXPECTED-COUNT
                 IF KE-RUNS(KIND-IX) > 0
                      MOVE 1 TO AHEAD-IX
                      PERFORM STEP-AHEAD-LOOP
                 END-IF
                 ADD 1 TO KIND-IX
                 GO TO STEP-ORDER-LOOP.

       STEP-AHEAD-LOOP.
            IF AHEAD-IX < KIND-IX
                 IF KE-RUNS(AHEAD-IX) > 0
                      AND KE-STAMP(AHEAD-IX) > KE-STAMP(KIND-IX)
                      MOVE 'Y' TO KE-LATE(KIND-IX)
                 END-IF
                 ADD 1 TO AHEAD-IX
                 GO TO STEP-AHEAD-LOOP.

      *The combined code: the worst of every step's last run, at
      *least 4 with a step out of order, at least 8 with one
      *missing.
       WORK-OUT-VERDICT.
            MOVE 1 TO KIND-IX.
            PERFORM VERDICT-LOOP.
            IF STEPS-LATE > 0 AND COMBINED-RC < 4
                 MOVE 4 TO COMBINED-RC.
            IF STEPS-MISSING > 0 AND COMBINED-RC < 8
                 MOVE 8 TO COMBINED-RC.
            IF COMBINED-RC = 0
                 MOVE "CLEAN" TO VERDICT-TEXT
            ELSE
                 IF COMBINED-RC < 8
                      MOVE "CLEAN WITH WARNINGS" TO VERDICT-TEXT
                 ELSE
                      MOVE "ATTENTION NEEDED" TO VERDICT-TEXT.

       VERDICT-LOOP.
            IF KIND-IX NOT > KIND-COUNT
                 IF KE-RUNS(KIND-IX) = 0
                      ADD 1 TO STEPS-MISSING
                 ELSE
                      IF KE-RC(KIND-IX) > COMBINED-RC
                           MOVE KE-RC(KIND-IX) TO COMBINED-RC
                      END-IF
                      IF KE-LATE(KIND-IX) = 'Y'
                           ADD 1 TO STEPS-LATE
                      END-IF
                 END-IF
                 ADD 1 TO KIND-IX
                 GO TO VERDICT-LOOP.

      *The sheet: the expected steps in order, any other runs of
      *the night, then the totals and the verdict.
       WRITE-SHEET.
            MOVE SPACES TO REPORT-LINE.
            STRING "NIGHT-CLOSE CONTROL SHEET - NIGHT OF " NIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE CUTOFF-HOUR TO ED-HOUR.
            MOVE SPACES TO REPORT-LINE.
            STRING "A NIGHT RUNS FROM " ED-HOUR ":00 TO " ED-HOUR
               ":00 NEXT DAY" DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "SEQ STEP       OP DATE     TIME     RC  RUNS  "
               "STATUS" DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO KIND-IX.
            PERFORM SHEET-EXPECTED-LOOP.
            IF KIND-COUNT > EXPECTED-COUNT
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE "OTHER RUNS THE SAME NIGHT" TO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM SHEET-OTHER-LOOP.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RECORDS-TAKEN TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "STEP RECORDS FOR THE NIGHT     " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF RECORDS-BAD > 0
                 MOVE RECORDS-BAD TO ED-TOTAL
                 MOVE SPACES TO REPORT-LINE
                 STRING "UNREADABLE RECORDS PASSED OVER " ED-TOTAL
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.
            IF KINDS-DROPPED > 0
                 MOVE KINDS-DROPPED TO ED-TOTAL
                 MOVE SPACES TO REPORT-LINE
                 STRING "RECORDS LEFT OFF - TABLE FULL  " ED-TOTAL
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.
            MOVE STEPS-MISSING TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "STEPS MISSING                  " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE STEPS-LATE TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "STEPS OUT OF ORDER             " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "COMBINED CONDITION CODE            " COMBINED-RC
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "VERDICT  " VERDICT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       SHEET-EXPECTED-LOOP.
            IF KIND-IX NOT > EXPECTED-COUNT
                 MOVE KIND-IX TO ED-SEQ
                 MOVE ED-SEQ TO LINE-SEQ
                 PERFORM WRITE-STEP-LINE
                 ADD 1 TO KIND-IX
                 GO TO SHEET-EXPECTED-LOOP.

       SHEET-OTHER-LOOP.
            IF KIND-IX NOT > KIND-COUNT
                 MOVE SPACES TO LINE-SEQ
                 PERFORM WRITE-STEP-LINE
                 ADD 1 TO KIND-IX
                 GO TO SHEET-OTHER-LOOP.

      *One step: its last run's finish, code, run count and status,
      *then its counts on the line below.
       WRITE-STEP-LINE.
            MOVE KE-RUNS(KIND-IX) TO ED-RUNS.
            IF KE-RUNS(KIND-IX) = 0
                 MOVE "--------" TO LINE-DATE
                 MOVE "--:--:--" TO LINE-TIME
                 MOVE "--" TO LINE-RC
                 MOVE "MISSING - NEVER RAN" TO LINE-STATUS
            ELSE
                 MOVE KE-DATE(KIND-IX) TO LINE-DATE
                 MOVE KE-TIME(KIND-IX) TO TIME-HOLD
                 MOVE SPACES TO LINE-TIME
                 STRING TIME-HH ":" TIME-MM ":" TIME-SS
                    DELIMITED BY SIZE INTO LINE-TIME
                 MOVE KE-RC(KIND-IX) TO LINE-RC
                 IF KE-RC(KIND-IX) = 0
                      MOVE "OK" TO STATUS-WORD
                 ELSE
                      IF KE-RC(KIND-IX) < 8
                           MOVE "WARNING" TO STATUS-WORD
                      ELSE
                           MOVE "FAILED" TO STATUS-WORD
                      END-IF
                 END-IF
                 MOVE SPACES TO LINE-STATUS
                 IF KE-LATE(KIND-IX) = 'Y'
                      STRING STATUS-WORD DELIMITED BY SPACE
                         " - OUT OF ORDER" DELIMITED BY SIZE
                         INTO LINE-STATUS
                 ELSE
                      MOVE STATUS-WORD TO LINE-STATUS.
            MOVE SPACES TO REPORT-LINE.
            STRING " " LINE-SEQ " " KE-PROGRAM(KIND-IX) " "
               KE-OPERATION(KIND-IX) "  " LINE-DATE " " LINE-TIME
               " " LINE-RC "  " ED-RUNS "  " LINE-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF KE-RUNS(KIND-IX) > 0
                 MOVE 1 TO COUNT-IX
                 PERFORM COUNT-TEXT-LOOP
                 IF COUNT-TEXT(1) NOT = SPACES
                      MOVE SPACES TO REPORT-LINE
                      STRING "               " COUNT-TEXT(1)
                         COUNT-TEXT(2) COUNT-TEXT(3) COUNT-TEXT(4)
                         DELIMITED BY SIZE INTO REPORT-LINE
                      WRITE REPORT-LINE.

       COUNT-TEXT-LOOP.
            IF COUNT-IX NOT > 4
                 MOVE SPACES TO COUNT-TEXT(COUNT-IX)
                 IF KE-COUNT-NAME(KIND-IX, COUNT-IX) NOT = SPACES
                      MOVE KE-COUNT-VALUE(KIND-IX, COUNT-IX)
                         TO ED-COUNT
                      STRING KE-COUNT-NAME(KIND-IX, COUNT-IX)
                         ED-COUNT DELIMITED BY SIZE
                         INTO COUNT-TEXT(COUNT-IX)
                 END-IF
                 ADD 1 TO COUNT-IX
                 GO TO COUNT-TEXT-LOOP.

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
