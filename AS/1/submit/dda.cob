               ACCESS IS RANDOM
               RECORD KEY IS FIG-NAME
               FILE STATUS IS library-status.
      *Closed-figure geometry kept night over night, one record
      *per job and run date, so a figure whose coordinates changed
      *can be caught even when its scaled-down plot looks the same.
           SELECT GEOMETRY-FILE
               ASSIGN TO "DDAGEOM.HIS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS geometry-status.
      *The exclusive-use lock register every updater checks before
      *touching a catalog figure, a loose input file or the catalog
      *as a whole, and the log of every lock taken, waited on,
      *refused and released.
           SELECT LOCK-FILE
               ASSIGN TO "DDALOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOCK-RESOURCE
               FILE STATUS IS lock-status.
           SELECT LOCK-LOG-FILE
               ASSIGN TO "DDALOCK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lock-log-status.
      *The step history every program of the night batch appends
      *its outcome to, for NIGHTCLS's control sheet.
           SELECT STEP-FILE
               ASSIGN TO "DDASTEP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS step-status.
000400 DATA DIVISION.
       FILE SECTION.
      *Set up reading file
      *not a job - "*MAXABORTS n" stops the batch after n aborted
      *jobs, so a broken upstream feed fails fast and checkpoints
      *instead of grinding through entries that will all fail.
      *"*LOCKWAIT n" waits up to n seconds for an input another
      *program has locked, instead of aborting the job at once.
       FD   CONTROL-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS JOB-REC.
             03    RL-LOG-RECORDS   PIC   ZZZ9.
             03    FILLER           PIC   X(3)  VALUE SPACES.
             03    RL-LOG-STATUS    PIC   X(9).
      *'+' when the job ran as an overlay member on its group's
      *canvas, for the chargeback; added past the status, so older
      *lines simply read blank there.
             03    FILLER           PIC   X     VALUE SPACE.
             03    RL-LOG-OVERLAY   PIC   X.

      *One figure as FIGCAT files it: the 8-character key, an
      *active/retired state byte, the header fields a loose input
                   05  FP-Y-SIGN   PIC X.
                   05  FP-Y-COO    PIC 99.

      *One closed job's figure summary as of one run: the input
      *name and run date key it, so a job rerun the same day keeps
      *only its latest numbers. Signs ride in a byte of their own,
      *the way the interchange file carries them.
       FD   GEOMETRY-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS GEOMETRY-REC.
       01   GEOMETRY-REC.
             03    GH-KEY.
                   05  GH-JOB       PIC X(30).
                   05  GH-DATE      PIC 9(8).
             03    GH-TIME          PIC 9(8).
             03    GH-OUTPUT        PIC X(30).
             03    GH-POINTS        PIC 9(4).
             03    GH-AREA          PIC 9(13)V99.
             03    GH-PERIMETER     PIC 9(9)V9(5).
             03    GH-CENTROID-X    PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    GH-CENTROID-Y    PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    GH-MIN-X         PIC S9(4) SIGN LEADING SEPARATE.
             03    GH-MAX-X         PIC S9(4) SIGN LEADING SEPARATE.
             03    GH-MIN-Y         PIC S9(4) SIGN LEADING SEPARATE.
             03    GH-MAX-Y         PIC S9(4) SIGN LEADING SEPARATE.

      *One line of the segment summary report: the segment's two
      *endpoints, its slope, and its length.
       FD   REPORT-FILE
             03    ST-COUNT    PIC 9(4).
             03    ST-SCALE    PIC 9.9(5).

      *One held lock: the resource ("=NAME" for a catalog figure, a
      *loose input file's name, "*CATALOG" for the whole catalog),
      *the program holding it, and when it was taken.
       FD   LOCK-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS LOCK-REC.
       01   LOCK-REC.
             03    LOCK-RESOURCE  PIC  X(30).
             03    FILLER         PIC  X.
             03    LOCK-STAMP.
                   05  LOCK-HOLDER  PIC X(8).
                   05  FILLER       PIC X.
                   05  LOCK-DATE    PIC 9(8).
                   05  FILLER       PIC X.
                   05  LOCK-TIME    PIC 9(8).

      *One lock event: when, which program, what happened (TAKEN,
      *WAITING, REFUSED, RELEASED, LOST, FREED), the resource, and
      *for a clash the lock that stood in the way.
       FD   LOCK-LOG-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS LOCK-LOG-REC.
       01   LOCK-LOG-REC.
             03    LOCK-LOG-DATE      PIC  9(8).
             03    FILLER             PIC  X.
             03    LOCK-LOG-TIME      PIC  9(8).
             03    FILLER             PIC  X.
             03    LOCK-LOG-PROGRAM   PIC  X(8).
             03    FILLER             PIC  X.
             03    LOCK-LOG-EVENT     PIC  X(8).
             03    FILLER             PIC  X.
             03    LOCK-LOG-RESOURCE  PIC  X(30).
             03    FILLER             PIC  X.
             03    LOCK-LOG-HELD      PIC  X(57).

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

       WORKING-STORAGE SECTION
       01   step-status     PIC XX.
       01   in-file     PIC XX.
       01   out-file    PIC XX.
       01   control-status  PIC XX.
      *interrupted run can pick up where it left off.
       01   JOBS-DONE   PIC 9(4)   VALUE 0.
       01   JOBS-SKIPPED  PIC 9(4)   VALUE 0.
      *The completed jobs a restart resumed after, for the step
      *record - 0 on a batch that started from the top.
       01   JOBS-RESUMED  PIC 9(4)   VALUE 0.
      *What this execution actually did, for the condition code the
      *night scheduler tests: 0 everything completed, 4 some jobs
      *aborted, 8 nothing completed at all.
      *DDARUN.LOG. The marker is how the operations summary tells
      *one run's entries apart from the next run's.
       01   RUN-MARKER-DONE  PIC X      VALUE 'N'.
      *'Y' once RUN-STAMP holds this execution's date and time -
      *taken once, so the run-log marker and the geometry history
      *carry the same stamp.
       01   RUN-STAMPED      PIC X      VALUE 'N'.
       01   geometry-status  PIC XX.
       01   RUN-STAMP.
            03  RUN-STAMP-DATE   PIC 9(8).
            03  FILLER           PIC X   VALUE SPACE.
            03  RUN-STAMP-TIME   PIC 9(8).
      *Lock register bookkeeping: the resource wanted, whether it is
      *held, the lock a clash was found under, this program's own
      *stamp on the lock it takes, and how many seconds to wait on
      *another holder before giving up.
       01   lock-status      PIC XX.
       01   lock-log-status  PIC XX.
       01   LOCK-WANTED      PIC X(30).
       01   LOCK-HELD        PIC X     VALUE 'N'.
       01   LOCK-CLASH       PIC X.
       01   LOCK-FOUND.
            03  LOCK-FOUND-RESOURCE  PIC X(30).
            03  FILLER               PIC X.
            03  LOCK-FOUND-HOLDER    PIC X(8).
            03  FILLER               PIC X.
            03  LOCK-FOUND-DATE      PIC 9(8).
            03  FILLER               PIC X.
            03  LOCK-FOUND-TIME      PIC 9(8).
       01   LOCK-MINE.
            03  LOCK-OWNER       PIC X(8)  VALUE "DDA".
            03  FILLER           PIC X     VALUE SPACE.
            03  LOCK-TAKEN-DATE  PIC 9(8)  VALUE 0.
            03  FILLER           PIC X     VALUE SPACE.
            03  LOCK-TAKEN-TIME  PIC 9(8)  VALUE 0.
       01   LOCK-EVENT       PIC X(8).
       01   LOCK-WAIT        PIC 9(4)  VALUE 0.
       01   LOCK-WAITED      PIC 9(4).
       01   LOCK-CHAR-IX     PIC 99.
       01   LOCK-DIGIT       PIC 9.
       01   LOCK-CLOCK       PIC 9(8).
       01   LOCK-CLOCK-PARTS REDEFINES LOCK-CLOCK.
            03  LOCK-CLOCK-HH    PIC 99.
            03  LOCK-CLOCK-MM    PIC 99.
            03  LOCK-CLOCK-SS    PIC 99.
            03  FILLER           PIC 99.
       01   LOCK-SECOND-FROM PIC 9(5).
       01   LOCK-SECOND-NOW  PIC 9(5).
      *Fingerprint of the JOBLIST.TXT actually on disk this run, taken
      *by SCAN-CONTROL-FILE before BATCH-LOOP starts - compared against
      *the same two fields stored in a checkpoint before trusting it.
                       IF JOB-INPUT-NAME(1:10) = "*MAXABORTS"
                            PERFORM PARSE-ABORT-LIMIT
                       END-IF
                       IF JOB-INPUT-NAME(1:9) = "*LOCKWAIT"
                            PERFORM PARSE-LOCK-WAIT
                       END-IF
                       IF JOB-INPUT-NAME(1:8) = "*SEGFILE"
                            MOVE 'Y' TO SEGFILE-MODE
                            DISPLAY "Writing a segment interchange "
                  ADD 1 TO POLICY-CHAR-IX
                  GO TO PARSE-ABORT-LIMIT-LOOP.

      *How long a job waits on an input another program has
      *locked before it aborts, off the "*LOCKWAIT n" policy line -
      *read with the same digit walk as the abort threshold.
       PARSE-LOCK-WAIT.
             MOVE 0 TO POLICY-NUMBER.
             MOVE 'N' TO POLICY-DONE.
             MOVE 11 TO POLICY-CHAR-IX.
             PERFORM PARSE-ABORT-LIMIT-LOOP.
             MOVE POLICY-NUMBER TO LOCK-WAIT.
             DISPLAY "A locked input will be waited on for up to "
                LOCK-WAIT " second(s), per JOBLIST.TXT policy.".

      *Pick up JOBS-DONE from a checkpoint left by an earlier run of
      *this same JOBLIST.TXT that didn't finish (0 if there is none,
      *or if the checkpoint on disk was left by some other JOBLIST.TXT
             IF JOBS-DONE > 0
                  DISPLAY "Resuming batch after " JOBS-DONE
                     " previously completed job(s)."
                  MOVE JOBS-DONE TO JOBS-RESUMED
                  MOVE 1 TO JOBS-SKIPPED
                  PERFORM SKIP-COMPLETED-JOBS-LOOP.

                  END-IF
                  IF CLOSED-MODE = 'Y' AND NUM-OF-RECORDS > 2
                       PERFORM WRITE-FIGURE-SUMMARY
                       PERFORM SAVE-GEOMETRY-HISTORY
                  END-IF
                  PERFORM CLOSE-JOB-INPUT.
             PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT.
      *The totals behind the condition code - counted here so the
      *single-file path and every batch entry land in them alike.
             IF JOB-OK = 'Y'
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE.
           PERFORM WRITE-STEP-RECORD
000900     STOP RUN.


       FILE-OPEN.
            MOVE 'Y' TO JOB-OK.
            MOVE 'N' TO LIBRARY-INPUT.
      *The input - loose file or "=NAME" figure - is locked for the
      *length of the job, so no maintenance utility rewrites it
      *mid-plot; one that is already locked aborts the job.
            MOVE INPUT-NAME TO LOCK-WANTED.
            PERFORM ACQUIRE-LOCK THRU ACQUIRE-LOCK-EXIT.
            IF LOCK-HELD NOT = 'Y'
                 MOVE 'N' TO JOB-OK
            ELSE
                 IF INPUT-NAME-TAG = '='
                      PERFORM FETCH-LIBRARY-FIGURE
                 ELSE
                      OPEN INPUT INPUT-FILE
                      IF in-file  not = '00'
                           MOVE in-file TO STATUS-CODE
                           PERFORM DESCRIBE-FILE-STATUS
                           DISPLAY "Fail to open input file "
                             INPUT-NAME " - file status " in-file
                             " (" STATUS-DESC ")."
                           MOVE 'N' TO JOB-OK.
            IF JOB-OK = 'Y'
                IF OVERLAY-MEMBER = 'Y'
                     PERFORM WRITE-OVERLAY-MARKER
                 ELSE
                      MOVE "ABORTED" TO RL-LOG-STATUS
                 END-IF
                 IF OVERLAY-MEMBER = 'Y'
                      MOVE '+' TO RL-LOG-OVERLAY
                 END-IF
                 WRITE RUN-LOG-LINE
                 CLOSE RUN-LOG-FILE
            ELSE
      *marker. Input names never start with '*', so the marker can't
      *be mistaken for a job line.
       WRITE-RUN-MARKER.
            PERFORM STAMP-RUN-TIME.
            MOVE SPACES TO RUN-LOG-LINE.
            STRING "*** RUN " DELIMITED BY SIZE
                   RUN-STAMP DELIMITED BY SIZE
                   INTO RUN-LOG-LINE.
            WRITE RUN-LOG-LINE.
            MOVE 'Y' TO RUN-MARKER-DONE.

      *Take this execution's date and time the first time anything
      *needs them.
       STAMP-RUN-TIME.
            IF RUN-STAMPED NOT = 'Y'
                 ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
                 ACCEPT RUN-STAMP-TIME FROM TIME
                 MOVE 'Y' TO RUN-STAMPED.

      *File the closed figure's summary numbers in DDAGEOM.HIS
      *under its input name and the run date, replacing whatever an
      *earlier run the same day filed. The history is created on
      *first use (status 35) and only then - one that is there but
      *will not open is left as it stands, and costs the drift check
      *a night, not the job its plot.
       SAVE-GEOMETRY-HISTORY.
            PERFORM STAMP-RUN-TIME.
            OPEN I-O GEOMETRY-FILE.
            IF geometry-status = '35'
                 OPEN OUTPUT GEOMETRY-FILE
                 CLOSE GEOMETRY-FILE
                 OPEN I-O GEOMETRY-FILE.
            IF geometry-status NOT = '00'
                 MOVE geometry-status TO STATUS-CODE
                 PERFORM DESCRIBE-FILE-STATUS
                 DISPLAY "Fail to open geometry history DDAGEOM.HIS"
                    " - file status " geometry-status
                    " (" STATUS-DESC ")."
            ELSE
                 MOVE SPACES TO GEOMETRY-REC
                 MOVE INPUT-NAME TO GH-JOB
                 MOVE RUN-STAMP-DATE TO GH-DATE
                 MOVE RUN-STAMP-TIME TO GH-TIME
                 MOVE OUTPUT-NAME TO GH-OUTPUT
                 MOVE NUM-OF-RECORDS TO GH-POINTS
                 MOVE FIGURE-AREA TO GH-AREA
                 MOVE FIGURE-PERIMETER TO GH-PERIMETER
                 MOVE CENTROID-X TO GH-CENTROID-X
                 MOVE CENTROID-Y TO GH-CENTROID-Y
                 MOVE FIG-MIN-X TO GH-MIN-X
                 MOVE FIG-MAX-X TO GH-MAX-X
                 MOVE FIG-MIN-Y TO GH-MIN-Y
                 MOVE FIG-MAX-Y TO GH-MAX-Y
                 WRITE GEOMETRY-REC
                      INVALID KEY
                           REWRITE GEOMETRY-REC
                 END-WRITE
                 IF geometry-status NOT = '00'
                      MOVE geometry-status TO STATUS-CODE
                      PERFORM DESCRIBE-FILE-STATUS
                      DISPLAY "Fail to file geometry for "
                         INPUT-NAME " - file status "
                         geometry-status " (" STATUS-DESC ")."
                 END-IF
                 CLOSE GEOMETRY-FILE.

      *Take the lock on LOCK-WANTED for this program. A resource
      *another program holds - or, for a figure, the catalog as a
      *whole, or for *CATALOG any figure at all - is tried again
      *each second for up to LOCK-WAIT seconds and then refused.
      *LOCK-HELD says which way it went; every outcome is logged.
      *A register not there yet (status 35) is created; one that is
      *there but will not open is never recreated, which would
      *empty it of every other program's locks - the lock is refused.
       ACQUIRE-LOCK.
            MOVE 'N' TO LOCK-HELD.
            MOVE 0 TO LOCK-WAITED.
       ACQUIRE-LOCK-TRY.
            OPEN I-O LOCK-FILE.
            IF lock-status = '35'
                 OPEN OUTPUT LOCK-FILE
                 IF lock-status = '00'
                      CLOSE LOCK-FILE
                      OPEN I-O LOCK-FILE.
            IF lock-status NOT = '00'
                 DISPLAY "Cannot open lock register DDALOCK.DAT - "
                    "file status " lock-status "."
                 GO TO ACQUIRE-LOCK-EXIT.
            PERFORM FIND-LOCK-CLASH.
            IF LOCK-CLASH NOT = 'Y'
                 PERFORM TAKE-LOCK.
            CLOSE LOCK-FILE.
            IF LOCK-HELD = 'Y'
                 MOVE "TAKEN" TO LOCK-EVENT
                 PERFORM LOG-LOCK-EVENT
                 GO TO ACQUIRE-LOCK-EXIT.
            IF LOCK-CLASH NOT = 'Y'
                 DISPLAY "Cannot record the lock on " LOCK-WANTED
                    " in DDALOCK.DAT."
                 GO TO ACQUIRE-LOCK-EXIT.
            IF LOCK-WAITED < LOCK-WAIT
                 IF LOCK-WAITED = 0
                      DISPLAY LOCK-WANTED " is in use by "
                         LOCK-FOUND-HOLDER " - waiting up to "
                         LOCK-WAIT " second(s)."
                      MOVE "WAITING" TO LOCK-EVENT
                      PERFORM LOG-LOCK-EVENT
                 END-IF
                 PERFORM PAUSE-ONE-SECOND
                 ADD 1 TO LOCK-WAITED
                 GO TO ACQUIRE-LOCK-TRY.
            DISPLAY LOCK-WANTED " is in use - " LOCK-FOUND-RESOURCE
               " is held by " LOCK-FOUND-HOLDER " since "
               LOCK-FOUND-DATE " " LOCK-FOUND-TIME ".".
            DISPLAY "If that job is no longer running, release the "
               "lock with LOCKMNT.".
            MOVE "REFUSED" TO LOCK-EVENT.
            PERFORM LOG-LOCK-EVENT.
       ACQUIRE-LOCK-EXIT.
            EXIT.

      *Is there a lock standing in the way of LOCK-WANTED? The
      *resource itself; for a figure, the whole catalog; for the
      *whole catalog, any figure - figure locks all sort together
      *straight after "=".
       FIND-LOCK-CLASH.
            MOVE 'Y' TO LOCK-CLASH.
            MOVE LOCK-WANTED TO LOCK-RESOURCE.
            READ LOCK-FILE
                 INVALID KEY
                      MOVE 'N' TO LOCK-CLASH.
            IF LOCK-CLASH NOT = 'Y' AND LOCK-WANTED(1:1) = '='
                 MOVE 'Y' TO LOCK-CLASH
                 MOVE "*CATALOG" TO LOCK-RESOURCE
                 READ LOCK-FILE
                      INVALID KEY
                           MOVE 'N' TO LOCK-CLASH.
            IF LOCK-CLASH NOT = 'Y' AND LOCK-WANTED = "*CATALOG"
                 MOVE 'Y' TO LOCK-CLASH
                 MOVE "=" TO LOCK-RESOURCE
                 START LOCK-FILE KEY NOT < LOCK-RESOURCE
                      INVALID KEY
                           MOVE 'N' TO LOCK-CLASH
                 END-START
                 IF LOCK-CLASH = 'Y'
                      READ LOCK-FILE NEXT RECORD
                           AT END
                                MOVE 'N' TO LOCK-CLASH
                      END-READ
                      IF LOCK-CLASH = 'Y'
                           AND LOCK-RESOURCE(1:1) NOT = '='
                           MOVE 'N' TO LOCK-CLASH.
            IF LOCK-CLASH = 'Y'
                 MOVE LOCK-REC TO LOCK-FOUND.

      *File this program's lock. Another program can slip its own
      *in between the look and the write; the write then fails and
      *the lock it lost to becomes the clash.
       TAKE-LOCK.
            ACCEPT LOCK-TAKEN-DATE FROM DATE YYYYMMDD.
            ACCEPT LOCK-TAKEN-TIME FROM TIME.
            MOVE SPACES TO LOCK-REC.
            MOVE LOCK-WANTED TO LOCK-RESOURCE.
            MOVE LOCK-MINE TO LOCK-STAMP.
            MOVE 'Y' TO LOCK-HELD.
            WRITE LOCK-REC
                 INVALID KEY
                      MOVE 'N' TO LOCK-HELD.
            IF lock-status NOT = '00'
                 MOVE 'N' TO LOCK-HELD
                 PERFORM FIND-LOCK-CLASH.

      *Give the lock back. Only the lock this program took is
      *deleted - one LOCKMNT freed and someone else has since taken
      *is left alone, and the loss is logged.
       RELEASE-LOCK.
            IF LOCK-HELD NOT = 'Y'
                 GO TO RELEASE-LOCK-EXIT.
            MOVE 'N' TO LOCK-HELD.
            OPEN I-O LOCK-FILE.
            IF lock-status NOT = '00'
                 DISPLAY "Warning: cannot open lock register "
                    "DDALOCK.DAT - file status " lock-status " - "
                    LOCK-WANTED " is still locked."
                 GO TO RELEASE-LOCK-EXIT.
            MOVE "LOST" TO LOCK-EVENT.
            MOVE LOCK-WANTED TO LOCK-RESOURCE.
            READ LOCK-FILE
                 INVALID KEY
                      MOVE SPACES TO LOCK-REC.
            IF LOCK-STAMP = LOCK-MINE
                 DELETE LOCK-FILE RECORD
                 MOVE "RELEASED" TO LOCK-EVENT
            ELSE
                 DISPLAY "Warning: the lock on " LOCK-WANTED
                    " was freed while this program held it.".
            CLOSE LOCK-FILE.
            MOVE SPACES TO LOCK-FOUND.
            PERFORM LOG-LOCK-EVENT.
       RELEASE-LOCK-EXIT.
            EXIT.

      *Append one event to DDALOCK.LOG. A log that cannot be opened
      *costs the history line, never the lock itself.
       LOG-LOCK-EVENT.
            OPEN EXTEND LOCK-LOG-FILE.
            IF lock-log-status NOT = '00'
                 OPEN OUTPUT LOCK-LOG-FILE.
            IF lock-log-status = '00'
                 MOVE SPACES TO LOCK-LOG-REC
                 ACCEPT LOCK-LOG-DATE FROM DATE YYYYMMDD
                 ACCEPT LOCK-LOG-TIME FROM TIME
                 MOVE LOCK-OWNER TO LOCK-LOG-PROGRAM
                 MOVE LOCK-EVENT TO LOCK-LOG-EVENT
                 MOVE LOCK-WANTED TO LOCK-LOG-RESOURCE
                 IF LOCK-EVENT = "WAITING" OR LOCK-EVENT = "REFUSED"
                      MOVE LOCK-FOUND TO LOCK-LOG-HELD
                 END-IF
                 WRITE LOCK-LOG-REC
                 CLOSE LOCK-LOG-FILE.

      *Mark time until the clock's seconds figure turns over.
       PAUSE-ONE-SECOND.
            ACCEPT LOCK-CLOCK FROM TIME.
            COMPUTE LOCK-SECOND-FROM = LOCK-CLOCK-HH * 3600
               + LOCK-CLOCK-MM * 60 + LOCK-CLOCK-SS.
            PERFORM PAUSE-ONE-SECOND-LOOP.

       PAUSE-ONE-SECOND-LOOP.
            ACCEPT LOCK-CLOCK FROM TIME.
            COMPUTE LOCK-SECOND-NOW = LOCK-CLOCK-HH * 3600
               + LOCK-CLOCK-MM * 60 + LOCK-CLOCK-SS.
            IF LOCK-SECOND-NOW = LOCK-SECOND-FROM
                 GO TO PAUSE-ONE-SECOND-LOOP.

      *Append this run's step record to DDASTEP.LOG, whichever way
      *the run is ending, once its condition code is set. A log
      *that cannot be opened costs the record, never the run.
       WRITE-STEP-RECORD.
            OPEN EXTEND STEP-FILE.
            IF step-status NOT = '00'
                 OPEN OUTPUT STEP-FILE.
            IF step-status = '00'
                 MOVE SPACES TO STEP-REC
                 MOVE "DDA" TO STEP-PROGRAM
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 MOVE "COMPLETED" TO STEP-COUNT-NAME(1)
                 MOVE JOBS-COMPLETED-TOTAL TO STEP-COUNT-VALUE(1)
                 MOVE "ABORTED" TO STEP-COUNT-NAME(2)
                 MOVE JOBS-ABORTED-TOTAL TO STEP-COUNT-VALUE(2)
                 MOVE "RESUMED PAST" TO STEP-COUNT-NAME(3)
                 MOVE JOBS-RESUMED TO STEP-COUNT-VALUE(3)
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
