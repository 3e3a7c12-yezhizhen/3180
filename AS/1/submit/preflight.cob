      * a "=NAME" entry is checked against the DDAFIG.LIB catalog.
      * Ends loudly: a summary of failures, the choice to stop, and
      * a condition code (0 clean or operator said go, 8 stop).
      * Every run, however it ends, appends a step record to
      * DDASTEP.LOG: inputs checked, inputs failed, faults found.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLIGHT.
       ENVIRONMENT DIVISION.
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
      *The step history every program of the night batch appends
      *its outcome to, for NIGHTCLS's control sheet.
           SELECT STEP-FILE
               ASSIGN TO "DDASTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS step-status.
       DATA DIVISION.
       FILE SECTION.
       FD   CONTROL-FILE
             03    FILLER       PIC X.
             03    PARM-VALUE   PIC X(30).

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

       WORKING-STORAGE SECTION.
       01   step-status     PIC XX.
      *Faults found across the whole run, catalog failures included,
      *for the step record.
       01   FAULTS-FOUND    PIC 9(5)  VALUE 0.
       01   control-status  PIC XX.
       01   check-status    PIC XX.
       01   valrpt-status      PIC XX.
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

                 DISPLAY "No JOBLIST.TXT to validate - file status "
                    control-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM JOB-LOOP.
            CLOSE CONTROL-FILE.
            PERFORM WRITE-VERDICT.
            PERFORM WRITE-STEP-RECORD
            STOP RUN.

       JOB-LOOP.
                 DISPLAY CHECK-NAME " FAIL - cannot open catalog "
                    "DDAFIG.LIB (file status " library-status ")."
                 ADD 1 TO FILES-FAILED
                 ADD 1 TO FAULTS-FOUND
            ELSE
                 MOVE CHECK-FIG-NAME TO FIG-NAME
                 READ LIBRARY-FILE
                           DISPLAY CHECK-NAME " FAIL - figure is "
                              "not in the catalog."
                           ADD 1 TO FILES-FAILED
                           ADD 1 TO FAULTS-FOUND
                      NOT INVALID KEY
                           IF FIG-STATE = 'R'
                                DISPLAY CHECK-NAME " FAIL - figure "
                                   "is retired."
                                ADD 1 TO FILES-FAILED
                                ADD 1 TO FAULTS-FOUND
                           ELSE
                                DISPLAY CHECK-NAME " PASS"
                 END-READ
      *Each fault goes to the file's report and fails the file.
       NOTE-FAULT.
            ADD 1 TO FILE-FAULTS.
            ADD 1 TO FAULTS-FOUND.
            WRITE VAL-LINE.

       CLOSE-VAL-REPORT.
                 IF PARM-EOF NOT = 'Y'
                      AND PARM-KEY NOT = SPACES
                      AND PARM-KEY(1:1) NOT = '*'
                      IF PARM-COUNT < 200
                           ADD 1 TO PARM-COUNT
                           MOVE PARM-KEY TO PE-KEY(PARM-COUNT)
                           MOVE PARM-VALUE TO PE-VALUE(PARM-COUNT)
                 ELSE
                      ADD 1 TO PARM-INDEX
                      GO TO FIND-PARM-LOOP.

      *Append this run's step record to DDASTEP.LOG, whichever way
      *the run is ending, once its condition code is set. A log
      *that cannot be opened costs the record, never the run.
       WRITE-STEP-RECORD.
            OPEN EXTEND STEP-FILE.
            IF step-status NOT = '00'
                 OPEN OUTPUT STEP-FILE.
            IF step-status = '00'
                 MOVE SPACES TO STEP-REC
                 MOVE "PREFLIGHT" TO STEP-PROGRAM
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 MOVE "CHECKED" TO STEP-COUNT-NAME(1)
                 MOVE FILES-CHECKED TO STEP-COUNT-VALUE(1)
                 MOVE "FAILED" TO STEP-COUNT-NAME(2)
                 MOVE FILES-FAILED TO STEP-COUNT-VALUE(2)
                 MOVE "FAULTS" TO STEP-COUNT-NAME(3)
                 MOVE FAULTS-FOUND TO STEP-COUNT-VALUE(3)
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
