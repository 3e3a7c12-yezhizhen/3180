      * the nightly File and Purge run unattended in the batch
      * window. Condition code: 0 clean, 4 partial (jobs skipped or
      * nothing found), 8 the archive could not be used at all.
      * Every run, however it ends, appends a step record to
      * DDASTEP.LOG under its operation letter: for a File the jobs
      * filed and skipped and the lines filed, for a Purge the
      * records purged and kept.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLTARCH.
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
      *One archived line. The piece byte orders a job's records:
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
       01   archive-status  PIC XX.
       01   control-status  PIC XX.
       01   piece-status    PIC XX.
      *left-justified digits have been walked off.
       01   parm-status     PIC XX.
       01   PARM-EOF        PIC X     VALUE 'N'.
       01   PARM-COUNT      PIC 999   VALUE 0.
       01   PARM-INDEX      PIC 999.
       01   PARM-WANTED     PIC X(18).
       01   PARM-FOUND      PIC X.
       01   PARM-TEXT       PIC X(30).
       01   PARM-CHAR-IX    PIC 99.
       01   PARM-DIGIT      PIC 9.
       01   PARM-TABLE.
            02  PARM-ENTRY  OCCURS 200.
                03  PE-KEY    PIC X(18).
                03  PE-VALUE  PIC X(30).

                           DISPLAY "Unrecognized operation "
                              OPERATION-CODE "."
                           MOVE 8 TO RETURN-CODE.
            PERFORM WRITE-STEP-RECORD
            STOP RUN.

      *Open the archive for update, creating it on first use
      *(status 35) and only then - the same first-use pattern
      *FIGCAT applies to its catalog.
       OPEN-ARCHIVE-IO.
            OPEN I-O ARCHIVE-FILE.
            IF archive-status = '35'
                 OPEN OUTPUT ARCHIVE-FILE
                 IF archive-status = '00'
                      CLOSE ARCHIVE-FILE
                 DISPLAY "Cannot open archive DDAARCH.LIB - file "
                    "status " archive-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.

      *File tonight's batch: every plain JOBLIST.TXT entry's output
                 DISPLAY "No JOBLIST.TXT to archive from - file "
                    "status " control-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM OPEN-ARCHIVE-IO.
            PERFORM FILE-BATCH-LOOP.
            IF DEST-NAME = SPACES
                 DISPLAY "Destination must not be blank."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.

       EXTRACT-LOOP.
                    " for writing - file status " piece-status "."
                 CLOSE ARCHIVE-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            MOVE 'Y' TO PIECE-OPEN.
            MOVE AK-PIECE TO CURRENT-PIECE.
                 IF PARM-EOF NOT = 'Y'
                      AND PARM-KEY NOT = SPACES
                      AND PARM-KEY(1:1) NOT = '*'
                      IF PARM-COUNT < 200
                           ADD 1 TO PARM-COUNT
                           MOVE PARM-KEY TO PE-KEY(PARM-COUNT)
                           MOVE PARM-VALUE TO PE-VALUE(PARM-COUNT)
                 COMPUTE PARM-NUMBER = PARM-NUMBER * 10 + PARM-DIGIT
                 ADD 1 TO PARM-CHAR-IX
                 GO TO PARM-DIGIT-LOOP.

      *Append this run's step record to DDASTEP.LOG, whichever way
      *the run is ending, once its condition code is set. A log
      *that cannot be opened costs the record, never the run.
       WRITE-STEP-RECORD.
            OPEN EXTEND STEP-FILE.
            IF step-status NOT = '00'
                 OPEN OUTPUT STEP-FILE.
            IF step-status = '00'
                 MOVE SPACES TO STEP-REC
                 MOVE "PLTARCH" TO STEP-PROGRAM
                 MOVE OPERATION-CODE TO STEP-OPERATION
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 IF OPERATION-CODE = 'F'
                      MOVE "FILED" TO STEP-COUNT-NAME(1)
                      MOVE JOBS-FILED TO STEP-COUNT-VALUE(1)
                      MOVE "SKIPPED" TO STEP-COUNT-NAME(2)
                      MOVE JOBS-SKIPPED TO STEP-COUNT-VALUE(2)
                      MOVE "LINES FILED" TO STEP-COUNT-NAME(3)
                      MOVE LINES-COPIED TO STEP-COUNT-VALUE(3)
                 END-IF
                 IF OPERATION-CODE = 'P'
                      MOVE "PURGED" TO STEP-COUNT-NAME(1)
                      MOVE RECORDS-PURGED TO STEP-COUNT-VALUE(1)
                      MOVE "KEPT" TO STEP-COUNT-NAME(2)
                      MOVE RECORDS-KEPT TO STEP-COUNT-VALUE(2)
                 END-IF
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
