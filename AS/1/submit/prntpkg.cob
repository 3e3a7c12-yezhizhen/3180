      * output, so the leader's pages cover it and it takes no slot
      * of its own. Condition code: 0 every job packaged, 4 one or
      * more NOT PRODUCED, 8 no JOBLIST.TXT to package.
      * Every run, however it ends, appends a step record to
      * DDASTEP.LOG: jobs packaged, jobs NOT PRODUCED, overlay
      * entries folded into their leader, and pages spooled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRNTPKG.
       ENVIRONMENT DIVISION.
               ASSIGN TO "DDARUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-status.
      *The step history every program of the night batch appends
      *its outcome to, for NIGHTCLS's control sheet.
           SELECT STEP-FILE
               ASSIGN TO "DDASTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS step-status.
       DATA DIVISION.
       FILE SECTION.
       FD   CONTROL-FILE
             03    LOG-MARKER-STAMP  PIC  X(17).
             03    FILLER            PIC  X(23).

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
      *Every page put on the spool, banners included, for the step
      *record.
       01   PAGES-SPOOLED   PIC 9(6)  VALUE 0.
       01   control-status  PIC XX.
       01   piece-status    PIC XX.
       01   spool-status    PIC XX.
                 DISPLAY "No JOBLIST.TXT to package - file status "
                    control-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            OPEN OUTPUT SPOOL-FILE.
            IF spool-status NOT = '00'
                    spool-status "."
                 CLOSE CONTROL-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            ACCEPT PACKAGE-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-LOG
                      MOVE 4 TO RETURN-CODE
                 ELSE
                      MOVE 0 TO RETURN-CODE.
            PERFORM WRITE-STEP-RECORD
            STOP RUN.

       JOB-LOOP.
      *date, and the start of its page numbering.
       WRITE-JOB-BANNER.
            PERFORM START-NEW-SHEET.
            ADD 1 TO PAGES-SPOOLED.
            MOVE 1 TO PAGE-NO.
            MOVE 0 TO LINE-ON-PAGE.
            MOVE SPACES TO SPOOL-LINE.
      *would have been.
       WRITE-MISSING-BANNER.
            PERFORM START-NEW-SHEET.
            ADD 1 TO PAGES-SPOOLED.
            MOVE SPACES TO SPOOL-LINE.
            MOVE "=================================================="
               TO SPOOL-LINE.

       START-PAGE.
            ADD 1 TO PAGE-NO.
            ADD 1 TO PAGES-SPOOLED.
            MOVE PAGE-NO TO ED-PAGE-NO.
            MOVE SPACES TO BANNER-TEXT.
            STRING "JOB " BANNER-JOB-NAME "   PAGE " ED-PAGE-NO
                 ELSE
                      ADD 1 TO SEARCH-INDEX
                      GO TO FIND-ENTRY-LOOP.

      *Append this run's step record to DDASTEP.LOG, whichever way
      *the run is ending, once its condition code is set. A log
      *that cannot be opened costs the record, never the run.
       WRITE-STEP-RECORD.
            OPEN EXTEND STEP-FILE.
            IF step-status NOT = '00'
                 OPEN OUTPUT STEP-FILE.
            IF step-status = '00'
                 MOVE SPACES TO STEP-REC
                 MOVE "PRNTPKG" TO STEP-PROGRAM
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 MOVE "PACKAGED" TO STEP-COUNT-NAME(1)
                 MOVE JOBS-PACKAGED TO STEP-COUNT-VALUE(1)
                 MOVE "NOT PRODUCED" TO STEP-COUNT-NAME(2)
                 MOVE JOBS-MISSING TO STEP-COUNT-VALUE(2)
                 MOVE "OVERLAYS" TO STEP-COUNT-NAME(3)
                 MOVE OVERLAYS-FOLDED TO STEP-COUNT-VALUE(3)
                 MOVE "PAGES" TO STEP-COUNT-NAME(4)
                 MOVE PAGES-SPOOLED TO STEP-COUNT-VALUE(4)
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
