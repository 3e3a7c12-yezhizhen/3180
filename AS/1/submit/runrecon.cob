      * logged job of this run produced are listed as ORPHAN.
      * Condition code: 0 everything matched and no orphans, 4
      * discrepancies found, 8 no log or no job list to reconcile.
      * Every run, however it ends, appends a step record to
      * DDASTEP.LOG: jobs matched, discrepancies (missing output,
      * missing report, not in joblist, orphans), orphans alone, and
      * jobs the log shows aborted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECON.
       ENVIRONMENT DIVISION.
               ASSIGN TO "DDARECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recon-status.
      *The step history every program of the night batch appends
      *its outcome to, for NIGHTCLS's control sheet.
           SELECT STEP-FILE
               ASSIGN TO "DDASTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS step-status.
       DATA DIVISION.
       FILE SECTION.
      *One job entry as DDA's WRITE-RUN-LOG-ENTRY lays it out, with
            DATA RECORD IS RECON-LINE.
       01   RECON-LINE   PIC X(90).

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
       01   log-status      PIC XX.
       01   control-status  PIC XX.
       01   probe-status    PIC XX.
                 DISPLAY "No run markers in DDARUN.LOG - nothing "
                    "to reconcile."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM COLLECT-RUN-ENTRIES.
            PERFORM LOAD-JOB-LIST.
                 DISPLAY "Cannot open DDARECON.RPT - file status "
                    recon-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            MOVE SPACES TO RECON-LINE.
            STRING "RECONCILIATION OF RUN " LATEST-STAMP
                 MOVE 0 TO RETURN-CODE
            ELSE
                 MOVE 4 TO RETURN-CODE.
            PERFORM WRITE-STEP-RECORD
            STOP RUN.

       COUNT-MARKERS.
                 DISPLAY "Cannot open DDARUN.LOG - file status "
                    log-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM COUNT-MARKERS-LOOP.
            CLOSE LOG-FILE.
                 DISPLAY "Cannot open JOBLIST.TXT - file status "
                    control-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM LOAD-JOB-LOOP.
            CLOSE CONTROL-FILE.
               TOTAL-NO-OUTPUT " - missing report "
               TOTAL-NO-REPORT " - orphans " TOTAL-ORPHANS
               " - report in DDARECON.RPT.".

      *Append this run's step record to DDASTEP.LOG, whichever way
      *the run is ending, once its condition code is set. A log
      *that cannot be opened costs the record, never the run.
       WRITE-STEP-RECORD.
            OPEN EXTEND STEP-FILE.
            IF step-status NOT = '00'
                 OPEN OUTPUT STEP-FILE.
            IF step-status = '00'
                 MOVE SPACES TO STEP-REC
                 MOVE "RUNRECON" TO STEP-PROGRAM
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 MOVE "MATCHED" TO STEP-COUNT-NAME(1)
                 MOVE TOTAL-MATCHED TO STEP-COUNT-VALUE(1)
                 MOVE "DISCREPANCY" TO STEP-COUNT-NAME(2)
                 COMPUTE STEP-COUNT-VALUE(2) = TOTAL-NO-OUTPUT
                    + TOTAL-NO-REPORT + TOTAL-UNLISTED + TOTAL-ORPHANS
                 MOVE "ORPHANS" TO STEP-COUNT-NAME(3)
                 MOVE TOTAL-ORPHANS TO STEP-COUNT-VALUE(3)
                 MOVE "ABORTED" TO STEP-COUNT-NAME(4)
                 MOVE TOTAL-ABORTED TO STEP-COUNT-VALUE(4)
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
