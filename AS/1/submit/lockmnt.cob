      * Lock register maintenance.
      * DDALOCK.DAT holds one record for every resource a program
      * has locked while it updates or plots it: "=NAME" for a
      * catalog figure, a loose input file's name, or "*CATALOG"
      * for the catalog as a whole (a CATBACK reload). DDA, FIGCAT,
      * FIGHIST, PTMAINT, XFORM, THINPTS, SURVIMP and CATBACK take
      * and give back their own locks; a job that abends leaves its
      * lock behind, and this utility is how such a stale lock is
      * found and freed.
      * Operations: L)ist every lock with its age, flagging those
      * older than the stale age; R)elease one named lock; S)weep
      * every lock older than the stale age. Each lock freed is
      * logged to DDALOCK.LOG as FREED, with the lock it was.
      * Answers come from DDAPARM.TXT when it is present
      * (LOCKMNT-OP, LOCKMNT-RESOURCE, LOCKMNT-HOURS for the stale
      * age - 12 hours when not given - and LOCKMNT-CONFIRM).
      * Condition code: 0 done, 4 stale locks listed or nothing
      * freed, 8 the register could not be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
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
       01   lock-status      PIC XX.
       01   lock-log-status  PIC XX.
       01   OPERATION-CODE   PIC X.
       01   CONFIRM-CODE     PIC X.
       01   FREE-RESOURCE    PIC X(30).
       01   END-OF-LOCKS     PIC X     VALUE 'N'.
       01   LISTED-COUNT     PIC 9(4)  VALUE 0.
       01   STALE-COUNT      PIC 9(4)  VALUE 0.
       01   FREED-COUNT      PIC 9(4)  VALUE 0.
      *A lock is stale once it is older than this many hours - no
      *night batch step holds one that long.
       01   STALE-HOURS      PIC 9(4)  VALUE 12.
      *The lock's age: whole days between its date and today in
      *minutes, plus the difference in time of day.
       01   TODAY-DATE       PIC 9(8).
       01   NOW-CLOCK        PIC 9(8).
       01   NOW-CLOCK-PARTS REDEFINES NOW-CLOCK.
            03  NOW-HH       PIC 99.
            03  NOW-MM       PIC 99.
            03  FILLER       PIC 9(4).
       01   HELD-CLOCK       PIC 9(8).
       01   HELD-CLOCK-PARTS REDEFINES HELD-CLOCK.
            03  HELD-HH      PIC 99.
            03  HELD-MM      PIC 99.
            03  FILLER       PIC 9(4).
       01   AGE-MINUTES      PIC S9(8).
       01   AGE-HOURS        PIC S9(6).
       01   IS-STALE         PIC X.
      *The lock a release is about to free, kept for the log.
       01   FREED-LOCK       PIC X(57).
      *One line of the List operation.
       01   LIST-LINE.
            03  LL-RESOURCE  PIC X(30).
            03  FILLER       PIC X     VALUE SPACE.
            03  LL-HOLDER    PIC X(8).
            03  FILLER       PIC X     VALUE SPACE.
            03  LL-DATE      PIC 9(8).
            03  FILLER       PIC X     VALUE SPACE.
            03  LL-TIME      PIC 9(8).
            03  FILLER       PIC X     VALUE SPACE.
            03  LL-AGE       PIC -----9.
            03  FILLER       PIC X(2)  VALUE "H ".
            03  LL-STALE     PIC X(5).
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
            MOVE "LOCKMNT-OP" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OPERATION-CODE
                 DISPLAY "Operation '" OPERATION-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Operation - L)ist, R)elease, S)weep stale: "
                    WITH NO ADVANCING
                 ACCEPT OPERATION-CODE.
            IF OPERATION-CODE = 'l' MOVE 'L' TO OPERATION-CODE.
            IF OPERATION-CODE = 'r' MOVE 'R' TO OPERATION-CODE.
            IF OPERATION-CODE = 's' MOVE 'S' TO OPERATION-CODE.
            MOVE "LOCKMNT-HOURS" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO STALE-HOURS
                 DISPLAY "Stale age " STALE-HOURS
                    " hour(s) taken from DDAPARM.TXT.".
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-CLOCK FROM TIME.
            IF OPERATION-CODE = 'L'
                 PERFORM LIST-LOCKS
            ELSE
                 IF OPERATION-CODE = 'R'
                      PERFORM RELEASE-ONE-LOCK
                         THRU RELEASE-ONE-LOCK-EXIT
                 ELSE
                      IF OPERATION-CODE = 'S'
                           PERFORM SWEEP-STALE-LOCKS
                      ELSE
                           DISPLAY "Unrecognized operation "
                              OPERATION-CODE "."
                           MOVE 8 TO RETURN-CODE.
            STOP RUN.

      *Open the register for update. No register at all means no
      *program has ever locked anything - nothing to free.
       OPEN-LOCK-IO.
            OPEN I-O LOCK-FILE.
            IF lock-status = '35'
                 DISPLAY "No resource is locked - nothing to free."
                 MOVE 4 TO RETURN-CODE
                 STOP RUN.
            IF lock-status NOT = '00'
                 DISPLAY "Cannot open lock register DDALOCK.DAT - "
                    "file status " lock-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

      *Walk the register in resource order, one line per lock.
       LIST-LOCKS.
            OPEN INPUT LOCK-FILE.
            IF lock-status = '35'
                 DISPLAY "No resource is locked."
                 MOVE 0 TO RETURN-CODE
                 STOP RUN.
            IF lock-status NOT = '00'
                 DISPLAY "Cannot open lock register DDALOCK.DAT - "
                    "file status " lock-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE LOW-VALUES TO LOCK-RESOURCE.
            START LOCK-FILE KEY NOT < LOCK-RESOURCE
                 INVALID KEY
                      MOVE 'Y' TO END-OF-LOCKS.
            PERFORM LIST-LOCKS-LOOP.
            CLOSE LOCK-FILE.
            IF LISTED-COUNT = 0
                 DISPLAY "No resource is locked."
                 MOVE 0 TO RETURN-CODE
            ELSE
                 DISPLAY LISTED-COUNT " lock(s), " STALE-COUNT
                    " older than " STALE-HOURS " hour(s)."
                 IF STALE-COUNT > 0
                      MOVE 4 TO RETURN-CODE
                 ELSE
                      MOVE 0 TO RETURN-CODE.

       LIST-LOCKS-LOOP.
            IF END-OF-LOCKS NOT = 'Y'
                 READ LOCK-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-LOCKS
                 END-READ
                 IF END-OF-LOCKS NOT = 'Y'
                      PERFORM AGE-LOCK
                      MOVE LOCK-RESOURCE TO LL-RESOURCE
                      MOVE LOCK-HOLDER TO LL-HOLDER
                      MOVE LOCK-DATE TO LL-DATE
                      MOVE LOCK-TIME TO LL-TIME
                      MOVE AGE-HOURS TO LL-AGE
                      MOVE SPACES TO LL-STALE
                      IF IS-STALE = 'Y'
                           MOVE "STALE" TO LL-STALE
                           ADD 1 TO STALE-COUNT
                      END-IF
                      DISPLAY LIST-LINE
                      ADD 1 TO LISTED-COUNT
                 END-IF
                 GO TO LIST-LOCKS-LOOP.

      *How long the lock in hand has stood, in whole hours, and
      *whether that makes it stale.
       AGE-LOCK.
            MOVE LOCK-TIME TO HELD-CLOCK.
            COMPUTE AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(LOCK-DATE)) * 1440
               + (NOW-HH * 60 + NOW-MM)
               - (HELD-HH * 60 + HELD-MM).
            COMPUTE AGE-HOURS = AGE-MINUTES / 60.
            MOVE 'N' TO IS-STALE.
            IF AGE-HOURS NOT < STALE-HOURS
                 MOVE 'Y' TO IS-STALE.

      *Free one named lock, after showing whose it is and asking.
       RELEASE-ONE-LOCK.
            MOVE "LOCKMNT-RESOURCE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO FREE-RESOURCE
                 DISPLAY "Resource " FREE-RESOURCE
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Resource to release (file, =FIGURE or "
                    "*CATALOG): " WITH NO ADVANCING
                 ACCEPT FREE-RESOURCE.
            PERFORM OPEN-LOCK-IO.
            MOVE FREE-RESOURCE TO LOCK-RESOURCE.
            READ LOCK-FILE
                 INVALID KEY
                      DISPLAY FREE-RESOURCE " is not locked."
                      CLOSE LOCK-FILE
                      MOVE 4 TO RETURN-CODE
                      GO TO RELEASE-ONE-LOCK-EXIT.
            PERFORM AGE-LOCK.
            MOVE "LOCKMNT-CONFIRM" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO CONFIRM-CODE
                 DISPLAY FREE-RESOURCE " is held by " LOCK-HOLDER
                    " since " LOCK-DATE " " LOCK-TIME
                    " - release answer '" CONFIRM-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY FREE-RESOURCE " is held by " LOCK-HOLDER
                    " since " LOCK-DATE " " LOCK-TIME " ("
                    AGE-HOURS " hour(s)) - release it (Y/N)? "
                    WITH NO ADVANCING
                 ACCEPT CONFIRM-CODE.
            IF CONFIRM-CODE NOT = 'Y' AND CONFIRM-CODE NOT = 'y'
                 DISPLAY FREE-RESOURCE " left locked."
                 CLOSE LOCK-FILE
                 MOVE 4 TO RETURN-CODE
                 GO TO RELEASE-ONE-LOCK-EXIT.
            PERFORM FREE-LOCK.
            CLOSE LOCK-FILE.
            IF FREED-COUNT > 0
                 MOVE 0 TO RETURN-CODE
            ELSE
                 MOVE 8 TO RETURN-CODE.
       RELEASE-ONE-LOCK-EXIT.
            EXIT.

      *Free every lock older than the stale age, in one pass - the
      *morning clean-up after an abended night.
       SWEEP-STALE-LOCKS.
            PERFORM OPEN-LOCK-IO.
            MOVE LOW-VALUES TO LOCK-RESOURCE.
            START LOCK-FILE KEY NOT < LOCK-RESOURCE
                 INVALID KEY
                      MOVE 'Y' TO END-OF-LOCKS.
            PERFORM SWEEP-STALE-LOOP.
            CLOSE LOCK-FILE.
            DISPLAY FREED-COUNT " stale lock(s) older than "
               STALE-HOURS " hour(s) freed.".
            IF FREED-COUNT > 0
                 MOVE 0 TO RETURN-CODE
            ELSE
                 MOVE 4 TO RETURN-CODE.

       SWEEP-STALE-LOOP.
            IF END-OF-LOCKS NOT = 'Y'
                 READ LOCK-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-LOCKS
                 END-READ
                 IF END-OF-LOCKS NOT = 'Y'
                      PERFORM AGE-LOCK
                      IF IS-STALE = 'Y'
                           PERFORM FREE-LOCK
                      END-IF
                 END-IF
                 GO TO SWEEP-STALE-LOOP.

      *Delete the lock in hand and log it freed, with the lock it
      *was, so the history shows whose lock was taken away.
       FREE-LOCK.
            MOVE LOCK-REC TO FREED-LOCK.
            DELETE LOCK-FILE RECORD.
            IF lock-status = '00'
                 ADD 1 TO FREED-COUNT
                 DISPLAY LOCK-RESOURCE " freed (held by "
                    LOCK-HOLDER " since " LOCK-DATE " "
                    LOCK-TIME ")."
                 PERFORM LOG-FREED-LOCK
            ELSE
                 DISPLAY "Cannot free " LOCK-RESOURCE
                    " - file status " lock-status ".".

      *Append the FREED event to DDALOCK.LOG.
       LOG-FREED-LOCK.
            OPEN EXTEND LOCK-LOG-FILE.
            IF lock-log-status NOT = '00'
                 OPEN OUTPUT LOCK-LOG-FILE.
            IF lock-log-status = '00'
                 MOVE SPACES TO LOCK-LOG-REC
                 ACCEPT LOCK-LOG-DATE FROM DATE YYYYMMDD
                 ACCEPT LOCK-LOG-TIME FROM TIME
                 MOVE "LOCKMNT" TO LOCK-LOG-PROGRAM
                 MOVE "FREED" TO LOCK-LOG-EVENT
                 MOVE FREED-LOCK(1:30) TO LOCK-LOG-RESOURCE
                 MOVE FREED-LOCK TO LOCK-LOG-HELD
                 WRITE LOCK-LOG-REC
                 CLOSE LOCK-LOG-FILE.

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
