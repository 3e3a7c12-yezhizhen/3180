      * Figure history and rollback for the DDA figure catalog.
      * FIGCAT journals every add, replace, copy and retire to
      * DDAFIG.JNL as dated record images, so when a figure is
      * replaced by mistake, or a customer asks for the figure as it
      * was plotted last month, the earlier version is still there.
      * This utility reads the journal for one figure and numbers
      * its versions in the order they went onto the catalog: each
      * after-image is a version, and the before-image of the first
      * journaled change counts as version 1 when the figure was on
      * the catalog before the journal was started.
      * Operations: L)ist a figure's versions, R)estore a chosen
      * version number, or P)oint-in-time restore the version that
      * stood at the close of a given date. A restore is itself
      * journaled (operation 'S'), so it can be undone the same way.
      * The List shows who made each version; a restore journals the
      * operator who ran it.
      * Answers come from DDAPARM.TXT when it is present (FIGHIST-OP,
      * FIGHIST-NAME, FIGHIST-VERSION, FIGHIST-DATE, FIGHIST-CONFIRM,
      * FIGHIST-OPERATOR).
      * A restore locks the figure in the shared lock register
      * DDALOCK.DAT first, waiting up to LOCK-WAIT seconds on
      * another holder.
      * Condition code: 0 done, 4 nothing to do (no versions found,
      * figure already at that version, or restore declined), 8 the
      * journal or catalog could not be used, no such version, or
      * the figure is locked by another program.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIGHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-FILE
               ASSIGN TO "DDAFIG.LIB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FIG-NAME
               FILE STATUS IS library-status.
           SELECT JOURNAL-FILE
               ASSIGN TO "DDAFIG.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
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
       DATA DIVISION.
       FILE SECTION.
      *The catalog record, laid out exactly as FIGCAT files it.
       FD   LIBRARY-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS FIGURE-REC.
       01   FIGURE-REC.
             03    FIG-NAME      PIC  X(8).
             03    FIG-STATE     PIC  X.
             03    FIG-COUNT     PIC  99.
             03    FIG-CLOSED    PIC  X.
             03    FIG-ROWS      PIC  99.
             03    FIG-COLS      PIC  99.
             03    FIG-POINT     OCCURS 99.
                   05  FP-X-SIGN   PIC X.
                   05  FP-X-COO    PIC 99.
                   05  FP-SYMBOL   PIC X.
                   05  FP-Y-SIGN   PIC X.
                   05  FP-Y-COO    PIC 99.

      *One journal line: when the change was made, what it was
      *(A add, P replace, C copy, R retire, S restore), whether the
      *image is the figure before ('B') or after ('A') the change,
      *the whole catalog record as it then stood, and the operator
      *who made the change (blank on lines journaled before the
      *operator was recorded).
       FD   JOURNAL-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS JOURNAL-REC.
       01   JOURNAL-REC.
             03    JNL-DATE      PIC  9(8).
             03    FILLER        PIC  X.
             03    JNL-TIME      PIC  9(8).
             03    FILLER        PIC  X.
             03    JNL-OP        PIC  X.
             03    JNL-TAG       PIC  X.
             03    FILLER        PIC  X.
             03    JNL-IMAGE     PIC  X(709).
             03    FILLER        PIC  X.
             03    JNL-OPERATOR  PIC  X(8).
      *The same line with the image's header fields picked out.
       01   JOURNAL-VIEW.
             03    FILLER        PIC  X(21).
             03    JV-NAME       PIC  X(8).
             03    JV-STATE      PIC  X.
             03    JV-COUNT      PIC  99.
             03    JV-CLOSED     PIC  X.
             03    JV-ROWS       PIC  99.
             03    JV-COLS       PIC  99.
             03    FILLER        PIC  X(702).

      *One parameter line: the keyword naming a prompt, a blank,
      *and the answer that prompt should take.
       FD   PARM-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS PARM-REC.
       01   PARM-REC.
             03    PARM-KEY     PIC X(18).
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

       WORKING-STORAGE SECTION.
       01   library-status  PIC XX.
       01   journal-status  PIC XX.
       01   OPERATION-CODE  PIC X.
       01   FIGURE-KEY      PIC X(8).
       01   CONFIRM-CODE    PIC X.
       01   END-OF-JOURNAL  PIC X     VALUE 'N'.
      *Version bookkeeping while the journal is walked: how many
      *versions of the figure have gone by, whether the current
      *line is one, and which one a restore is after.
       01   VERSION-COUNT   PIC 9(4)  VALUE 0.
       01   IS-VERSION      PIC X.
       01   WANT-VERSION    PIC 9(4)  VALUE 0.
       01   WANT-DATE       PIC 9(8)  VALUE 0.
      *The version picked for a restore, and where it came from.
       01   VERSION-FOUND   PIC X     VALUE 'N'.
       01   FOUND-VERSION   PIC 9(4).
       01   FOUND-DATE      PIC 9(8).
       01   RESTORE-IMAGE   PIC X(709).
      *The catalog record as it stands now, for the List marker.
       01   CURRENT-IMAGE   PIC X(709) VALUE SPACES.
      *The restore as it goes onto the journal, in FIGCAT's form.
       01   JOURNAL-OP      PIC X     VALUE 'S'.
       01   HAS-BEFORE      PIC X     VALUE 'N'.
       01   BEFORE-IMAGE    PIC X(709).
       01   AFTER-IMAGE     PIC X(709).
       01   JOURNAL-DATE    PIC 9(8).
       01   JOURNAL-TIME    PIC 9(8).
       01   OPERATOR-ID     PIC X(8)  VALUE SPACES.
      *One version line of the List operation.
       01   LIST-LINE.
            03  LL-VERSION  PIC ZZZ9.
            03  FILLER      PIC X(2)  VALUE SPACES.
            03  LL-DATE     PIC 9(8).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-TIME     PIC X(6).
            03  FILLER      PIC X(2)  VALUE SPACES.
            03  LL-ACTION   PIC X(11).
            03  FILLER      PIC X(2)  VALUE SPACES.
            03  LL-STATE    PIC X(7).
            03  FILLER      PIC X(2)  VALUE SPACES.
            03  LL-COUNT    PIC ZZ9.
            03  FILLER      PIC X(8)  VALUE " POINTS ".
            03  LL-CLOSED   PIC X(6).
            03  LL-CURRENT  PIC X(10).
            03  FILLER      PIC X(4)  VALUE " BY ".
            03  LL-OPERATOR PIC X(8).
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
            03  LOCK-OWNER       PIC X(8)  VALUE "FIGHIST".
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
            MOVE "FIGHIST-OP" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OPERATION-CODE
                 DISPLAY "Operation '" OPERATION-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Operation - L)ist versions, R)estore "
                    "version, P)oint-in-time restore: "
                    WITH NO ADVANCING
                 ACCEPT OPERATION-CODE.
            IF OPERATION-CODE = 'l' MOVE 'L' TO OPERATION-CODE.
            IF OPERATION-CODE = 'r' MOVE 'R' TO OPERATION-CODE.
            IF OPERATION-CODE = 'p' MOVE 'P' TO OPERATION-CODE.
            IF OPERATION-CODE NOT = 'L' AND OPERATION-CODE NOT = 'R'
                 AND OPERATION-CODE NOT = 'P'
                 DISPLAY "Unrecognized operation " OPERATION-CODE "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE "FIGHIST-NAME" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO FIGURE-KEY
                 DISPLAY "Figure " FIGURE-KEY
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Figure name: " WITH NO ADVANCING
                 ACCEPT FIGURE-KEY.
            IF FIGURE-KEY = SPACES
                 DISPLAY "Figure name must not be blank."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            IF OPERATION-CODE NOT = 'L'
                 PERFORM GET-OPERATOR.
            IF OPERATION-CODE = 'L'
                 PERFORM LIST-VERSIONS
            ELSE
                 IF OPERATION-CODE = 'R'
                      PERFORM GET-WANTED-VERSION
                 ELSE
                      PERFORM GET-WANTED-DATE.
            IF OPERATION-CODE NOT = 'L'
                 PERFORM RESTORE-FIGURE THRU RESTORE-FIGURE-EXIT.
            PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT.
            STOP RUN.

      *Open the journal for reading; with no journal there is no
      *history to show or restore from.
       OPEN-JOURNAL-INPUT.
            OPEN INPUT JOURNAL-FILE.
            IF journal-status NOT = '00'
                 DISPLAY "Cannot open change journal DDAFIG.JNL - "
                    "file status " journal-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 'N' TO END-OF-JOURNAL.
            MOVE 0 TO VERSION-COUNT.

      *Read the next journal line for the wanted figure, deciding
      *whether it is one of its versions. Lines for other figures
      *are passed over here.
       NEXT-FIGURE-LINE.
            MOVE 'N' TO IS-VERSION.
            READ JOURNAL-FILE
                 AT END
                      MOVE 'Y' TO END-OF-JOURNAL.
            IF END-OF-JOURNAL NOT = 'Y'
                 IF JV-NAME NOT = FIGURE-KEY
                      GO TO NEXT-FIGURE-LINE
                 ELSE
                      IF JNL-TAG = 'A'
                           OR (JNL-TAG = 'B' AND VERSION-COUNT = 0)
                           MOVE 'Y' TO IS-VERSION
                           ADD 1 TO VERSION-COUNT.

      *Show every version of the figure, marking the one(s) the
      *catalog holds now.
       LIST-VERSIONS.
            OPEN INPUT LIBRARY-FILE.
            IF library-status = '00'
                 MOVE FIGURE-KEY TO FIG-NAME
                 READ LIBRARY-FILE
                      INVALID KEY
                           MOVE SPACES TO FIGURE-REC
                 END-READ
                 IF FIG-NAME = FIGURE-KEY
                      MOVE FIGURE-REC TO CURRENT-IMAGE
                 END-IF
                 CLOSE LIBRARY-FILE.
            PERFORM OPEN-JOURNAL-INPUT.
            DISPLAY "Versions of figure " FIGURE-KEY ":".
            PERFORM LIST-VERSIONS-LOOP.
            CLOSE JOURNAL-FILE.
            IF VERSION-COUNT = 0
                 DISPLAY "No journaled versions of " FIGURE-KEY "."
                 MOVE 4 TO RETURN-CODE
            ELSE
                 DISPLAY VERSION-COUNT " version(s) on the journal."
                 MOVE 0 TO RETURN-CODE.

       LIST-VERSIONS-LOOP.
            IF END-OF-JOURNAL NOT = 'Y'
                 PERFORM NEXT-FIGURE-LINE
                 IF IS-VERSION = 'Y'
                      PERFORM SHOW-VERSION-LINE
                 END-IF
                 GO TO LIST-VERSIONS-LOOP.

       SHOW-VERSION-LINE.
            MOVE VERSION-COUNT TO LL-VERSION.
            MOVE JNL-DATE TO LL-DATE.
            MOVE JNL-TIME(1:6) TO LL-TIME.
            IF JNL-TAG = 'B'
                 MOVE "PRE-JOURNAL" TO LL-ACTION
            ELSE
                 IF JNL-OP = 'A'
                      MOVE "ADDED" TO LL-ACTION
                 ELSE
                 IF JNL-OP = 'P'
                      MOVE "REPLACED" TO LL-ACTION
                 ELSE
                 IF JNL-OP = 'C'
                      MOVE "COPIED" TO LL-ACTION
                 ELSE
                 IF JNL-OP = 'R'
                      MOVE "RETIRED" TO LL-ACTION
                 ELSE
                 IF JNL-OP = 'S'
                      MOVE "RESTORED" TO LL-ACTION
                 ELSE
                      MOVE "CHANGED" TO LL-ACTION.
            IF JV-STATE = 'R'
                 MOVE "RETIRED" TO LL-STATE
            ELSE
                 MOVE "ACTIVE" TO LL-STATE.
            MOVE JV-COUNT TO LL-COUNT.
            IF JV-CLOSED = 'C' OR JV-CLOSED = 'c'
                 MOVE "CLOSED" TO LL-CLOSED
            ELSE
                 MOVE "OPEN" TO LL-CLOSED.
            IF JNL-OPERATOR = SPACES
                 MOVE "UNKNOWN" TO LL-OPERATOR
            ELSE
                 MOVE JNL-OPERATOR TO LL-OPERATOR.
            IF JNL-IMAGE = CURRENT-IMAGE
                 MOVE "  CURRENT" TO LL-CURRENT
            ELSE
                 MOVE SPACES TO LL-CURRENT.
            DISPLAY LIST-LINE.

       GET-WANTED-VERSION.
            MOVE "FIGHIST-VERSION" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO WANT-VERSION
                 DISPLAY "Version " WANT-VERSION
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Version number to restore: "
                    WITH NO ADVANCING
                 ACCEPT WANT-VERSION.

       GET-WANTED-DATE.
            MOVE "FIGHIST-DATE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO WANT-DATE
                 DISPLAY "Restore date " WANT-DATE
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Restore the figure as it stood at the "
                    "close of (YYYYMMDD): " WITH NO ADVANCING
                 ACCEPT WANT-DATE.

      *Find the wanted version on the journal, then put it back on
      *the catalog - rewritten over the figure when it is there,
      *written fresh when it has since gone - and journal the
      *restore so the catalog's history stays whole.
       RESTORE-FIGURE.
            PERFORM OPEN-JOURNAL-INPUT.
            PERFORM FIND-VERSION-LOOP.
            CLOSE JOURNAL-FILE.
            IF VERSION-FOUND NOT = 'Y'
                 IF OPERATION-CODE = 'R'
                      DISPLAY "Figure " FIGURE-KEY " has no version "
                         WANT-VERSION " - " VERSION-COUNT
                         " on the journal."
                 ELSE
                      DISPLAY "Figure " FIGURE-KEY " had no journaled "
                         "version by the close of " WANT-DATE "."
                 END-IF
                 MOVE 8 TO RETURN-CODE
                 GO TO RESTORE-FIGURE-EXIT.
            DISPLAY "Version " FOUND-VERSION " of " FIGURE-KEY
               " (journaled " FOUND-DATE ") selected.".
            MOVE "FIGHIST-CONFIRM" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO CONFIRM-CODE
                 DISPLAY "Restore answer '" CONFIRM-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Put this version back on the catalog "
                    "(Y/N)? " WITH NO ADVANCING
                 ACCEPT CONFIRM-CODE.
            IF CONFIRM-CODE NOT = 'Y' AND CONFIRM-CODE NOT = 'y'
                 DISPLAY "Figure " FIGURE-KEY " left unchanged."
                 MOVE 4 TO RETURN-CODE
                 GO TO RESTORE-FIGURE-EXIT.
      *The figure is locked as "=NAME", the way DDA and FIGCAT lock
      *it, before the catalog is opened for the update.
            MOVE SPACES TO LOCK-WANTED.
            STRING "=" FIGURE-KEY DELIMITED BY SIZE INTO LOCK-WANTED.
            PERFORM GET-LOCK-WAIT.
            PERFORM ACQUIRE-LOCK THRU ACQUIRE-LOCK-EXIT.
            IF LOCK-HELD NOT = 'Y'
                 MOVE 8 TO RETURN-CODE
                 GO TO RESTORE-FIGURE-EXIT.
            PERFORM OPEN-CATALOG-IO.
            MOVE FIGURE-KEY TO FIG-NAME.
            MOVE 'Y' TO HAS-BEFORE.
            READ LIBRARY-FILE
                 INVALID KEY
                      MOVE 'N' TO HAS-BEFORE.
            IF HAS-BEFORE = 'Y'
                 IF FIGURE-REC = RESTORE-IMAGE
                      DISPLAY "Figure " FIGURE-KEY " already stands "
                         "at that version - nothing restored."
                      CLOSE LIBRARY-FILE
                      MOVE 4 TO RETURN-CODE
                      GO TO RESTORE-FIGURE-EXIT
                 ELSE
                      MOVE FIGURE-REC TO BEFORE-IMAGE
                      MOVE RESTORE-IMAGE TO FIGURE-REC
                      REWRITE FIGURE-REC
            ELSE
                 MOVE RESTORE-IMAGE TO FIGURE-REC
                 WRITE FIGURE-REC.
            IF library-status NOT = '00'
                 DISPLAY "Cannot restore figure " FIGURE-KEY
                    " - file status " library-status "."
                 CLOSE LIBRARY-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO RESTORE-FIGURE-EXIT.
            CLOSE LIBRARY-FILE.
            MOVE RESTORE-IMAGE TO AFTER-IMAGE.
            PERFORM JOURNAL-CHANGE THRU JOURNAL-CHANGE-EXIT.
            DISPLAY "Figure " FIGURE-KEY " restored to version "
               FOUND-VERSION ".".
            MOVE 0 TO RETURN-CODE.
       RESTORE-FIGURE-EXIT.
            EXIT.

      *A version-number restore takes that version; a point-in-
      *time restore keeps the latest version journaled on or before
      *the date. A pre-journal version was on the catalog before
      *its change was made, so it qualifies for any date.
       FIND-VERSION-LOOP.
            IF END-OF-JOURNAL NOT = 'Y'
                 PERFORM NEXT-FIGURE-LINE
                 IF IS-VERSION = 'Y'
                      IF OPERATION-CODE = 'R'
                           IF VERSION-COUNT = WANT-VERSION
                                PERFORM TAKE-VERSION
                           END-IF
                      ELSE
                           IF JNL-TAG = 'B'
                                OR JNL-DATE NOT > WANT-DATE
                                PERFORM TAKE-VERSION
                           END-IF
                      END-IF
                 END-IF
                 GO TO FIND-VERSION-LOOP.

       TAKE-VERSION.
            MOVE 'Y' TO VERSION-FOUND.
            MOVE VERSION-COUNT TO FOUND-VERSION.
            MOVE JNL-DATE TO FOUND-DATE.
            MOVE JNL-IMAGE TO RESTORE-IMAGE.

      *Open the catalog for update, creating it on first use
      *(status 35) and only then - the same first-use pattern
      *FIGCAT applies.
       OPEN-CATALOG-IO.
            OPEN I-O LIBRARY-FILE.
            IF library-status = '35'
                 OPEN OUTPUT LIBRARY-FILE
                 IF library-status = '00'
                      CLOSE LIBRARY-FILE
                      OPEN I-O LIBRARY-FILE.
            IF library-status NOT = '00'
                 DISPLAY "Cannot open catalog DDAFIG.LIB - file "
                    "status " library-status "."
                 MOVE 8 TO RETURN-CODE
                 PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
                 STOP RUN.

      *Who is making the change, for the journal - off DDAPARM.TXT
      *or asked for. A change nobody owns is not made.
       GET-OPERATOR.
            MOVE "FIGHIST-OPERATOR" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OPERATOR-ID
                 DISPLAY "Operator " OPERATOR-ID
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Operator making the change: "
                    WITH NO ADVANCING
                 ACCEPT OPERATOR-ID.
            IF OPERATOR-ID = SPACES
                 DISPLAY "Operator must not be blank."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

      *Append the restore to DDAFIG.JNL exactly as FIGCAT journals
      *its own changes: the before image when the figure was on the
      *catalog, then the after image, under the one date and time.
       JOURNAL-CHANGE.
            ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD.
            ACCEPT JOURNAL-TIME FROM TIME.
            OPEN EXTEND JOURNAL-FILE.
            IF journal-status NOT = '00'
                 OPEN OUTPUT JOURNAL-FILE.
            IF journal-status NOT = '00'
                 DISPLAY "Warning: cannot open change journal "
                    "DDAFIG.JNL - file status " journal-status
                    " - this restore is not journaled."
                 GO TO JOURNAL-CHANGE-EXIT.
            IF HAS-BEFORE = 'Y'
                 MOVE SPACES TO JOURNAL-REC
                 MOVE JOURNAL-DATE TO JNL-DATE
                 MOVE JOURNAL-TIME TO JNL-TIME
                 MOVE JOURNAL-OP TO JNL-OP
                 MOVE 'B' TO JNL-TAG
                 MOVE BEFORE-IMAGE TO JNL-IMAGE
                 MOVE OPERATOR-ID TO JNL-OPERATOR
                 WRITE JOURNAL-REC.
            MOVE SPACES TO JOURNAL-REC.
            MOVE JOURNAL-DATE TO JNL-DATE.
            MOVE JOURNAL-TIME TO JNL-TIME.
            MOVE JOURNAL-OP TO JNL-OP.
            MOVE 'A' TO JNL-TAG.
            MOVE AFTER-IMAGE TO JNL-IMAGE.
            MOVE OPERATOR-ID TO JNL-OPERATOR.
            WRITE JOURNAL-REC.
            CLOSE JOURNAL-FILE.
       JOURNAL-CHANGE-EXIT.
            EXIT.

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
