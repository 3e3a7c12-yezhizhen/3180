      * last backup's. Answers come from DDAPARM.TXT when present
      * (CATBACK-OP, CATBACK-CONFIRM), so the nightly unload and
      * the morning verify run unattended in the batch window.
      * A reload first locks the whole catalog, as *CATALOG, in the
      * shared lock register DDALOCK.DAT, waiting up to LOCK-WAIT
      * seconds for any figure lock to clear.
      * Condition code: 0 clean, 4 verify found flaws or a count
      * mismatch, 8 a file could not be used at all or the catalog
      * is in use.
      * Every run, however it ends, appends a step record to
      * DDASTEP.LOG under its operation letter: for an Unload the
      * records backed up and found on the catalog, for a Reload the
      * records reloaded and promised, for a Verify the records on
      * the catalog, those flawed, and the last backup's count.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATBACK.
       ENVIRONMENT DIVISION.
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
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
       DATA DIVISION.
       FILE SECTION.
      *The catalog record as FIGCAT lays it out, held here with the
             03    FILLER       PIC X.
             03    PARM-VALUE   PIC X(30).

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

       WORKING-STORAGE SECTION.
       01   step-status     PIC XX.
       01   library-status  PIC XX.
       01   backup-status   PIC XX.
       01   OPERATION-CODE  PIC X.
       01   HAVE-BACKUP     PIC X     VALUE 'N'.
       01   LAST-BACKUP-DATE   PIC 9(8)  VALUE 0.
       01   LAST-BACKUP-COUNT  PIC 9(6)  VALUE 0.
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
            03  LOCK-OWNER       PIC X(8)  VALUE "CATBACK".
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

                           DISPLAY "Unrecognized operation "
                              OPERATION-CODE "."
                           MOVE 8 TO RETURN-CODE.
            PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT.
            PERFORM WRITE-STEP-RECORD
            STOP RUN.

      *Unload the whole catalog, retired figures included, to the
                 DISPLAY "Cannot open backup DDAFIG.BAK - file "
                    "status " backup-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            ACCEPT BACKUP-DATE FROM DATE YYYYMMDD.
            MOVE SPACES TO BACKUP-HEADER.
            IF CONFIRM-CODE NOT = 'Y' AND CONFIRM-CODE NOT = 'y'
                 DISPLAY "Catalog left unchanged."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
      *The whole catalog is locked as *CATALOG, which no figure
      *lock can stand beside - a reload never runs under a DDA job
      *fetching a figure or a FIGCAT update in progress.
            MOVE "*CATALOG" TO LOCK-WANTED.
            PERFORM GET-LOCK-WAIT.
            PERFORM ACQUIRE-LOCK THRU ACQUIRE-LOCK-EXIT.
            IF LOCK-HELD NOT = 'Y'
                 DISPLAY "Catalog left unchanged."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            OPEN INPUT BACKUP-FILE.
            IF backup-status NOT = '00'
                 DISPLAY "Cannot open backup DDAFIG.BAK - file "
                    "status " backup-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM READ-BACKUP-HEADER.
            IF HAVE-BACKUP NOT = 'Y'
                    "header line - not reloading from it."
                 CLOSE BACKUP-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            DISPLAY "Reloading from the backup of "
               LAST-BACKUP-DATE " (" LAST-BACKUP-COUNT
                    library-status "."
                 CLOSE BACKUP-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.
            PERFORM RELOAD-LOOP.
            CLOSE LIBRARY-FILE.
                 DISPLAY "Cannot open catalog DDAFIG.LIB - file "
                    "status " library-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-STEP-RECORD
                 STOP RUN.

       POINT-TO-FIRST-RECORD.
                 PERFORM READ-BACKUP-HEADER
                 CLOSE BACKUP-FILE.

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

      *How long to wait on a lock another program holds, in whole
      *seconds, off the shared LOCK-WAIT answer. None means refuse
      *at once.
       GET-LOCK-WAIT.
            MOVE 0 TO LOCK-WAIT.
            MOVE "LOCK-WAIT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE 1 TO LOCK-CHAR-IX
                 PERFORM LOCK-WAIT-LOOP
                 DISPLAY "Lock wait of " LOCK-WAIT " second(s) "
                    "taken from DDAPARM.TXT.".

       LOCK-WAIT-LOOP.
            IF LOCK-CHAR-IX NOT > 4
                 AND PARM-TEXT(LOCK-CHAR-IX:1) IS NUMERIC
                 MOVE PARM-TEXT(LOCK-CHAR-IX:1) TO LOCK-DIGIT
                 COMPUTE LOCK-WAIT = LOCK-WAIT * 10 + LOCK-DIGIT
                 ADD 1 TO LOCK-CHAR-IX
                 GO TO LOCK-WAIT-LOOP.

      *Pull the whole parameter file into the answer table. No
      *file at all is the everyday interactive case, not an error.
       LOAD-PARM-FILE.
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
                 MOVE "CATBACK" TO STEP-PROGRAM
                 MOVE OPERATION-CODE TO STEP-OPERATION
                 ACCEPT STEP-DATE FROM DATE YYYYMMDD
                 ACCEPT STEP-TIME FROM TIME
                 MOVE RETURN-CODE TO STEP-RC
                 IF OPERATION-CODE = 'U'
                      MOVE "BACKED UP" TO STEP-COUNT-NAME(1)
                      MOVE RECORDS-MOVED TO STEP-COUNT-VALUE(1)
                      MOVE "ON CATALOG" TO STEP-COUNT-NAME(2)
                      MOVE CATALOG-COUNT TO STEP-COUNT-VALUE(2)
                 END-IF
                 IF OPERATION-CODE = 'R'
                      MOVE "RELOADED" TO STEP-COUNT-NAME(1)
                      MOVE RECORDS-MOVED TO STEP-COUNT-VALUE(1)
                      MOVE "PROMISED" TO STEP-COUNT-NAME(2)
                      MOVE LAST-BACKUP-COUNT TO STEP-COUNT-VALUE(2)
                 END-IF
                 IF OPERATION-CODE = 'V'
                      MOVE "ON CATALOG" TO STEP-COUNT-NAME(1)
                      MOVE CATALOG-COUNT TO STEP-COUNT-VALUE(1)
                      MOVE "FLAWED" TO STEP-COUNT-NAME(2)
                      MOVE FLAWED-RECORDS TO STEP-COUNT-VALUE(2)
                      MOVE "LAST BACKUP" TO STEP-COUNT-NAME(3)
                      MOVE LAST-BACKUP-COUNT TO STEP-COUNT-VALUE(3)
                 END-IF
                 WRITE STEP-REC
                 CLOSE STEP-FILE.
