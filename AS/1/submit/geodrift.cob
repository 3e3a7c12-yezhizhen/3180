      * Night-over-night geometry drift check for the DDA batch.
      * DDA files every closed job's figure summary - area,
      * perimeter, centroid, point count and bounding box - in the
      * geometry history DDAGEOM.HIS, keyed by job input name and
      * run date. This report takes each job's latest run and sets
      * it against the run before it, and flags the job when its
      * area or perimeter moved by more than a set percentage, its
      * centroid by more than a set number of coordinate units, or
      * its point count by more than a set number of points. A
      * flagged job is printed with its old and new numbers side by
      * side in DDADRIFT.RPT, so a real change to the coordinates
      * shows up even when the scaled-down plot hides it.
      * Only jobs that ran on the night being checked are compared:
      * the latest run date on the history unless GEODRIFT-DATE
      * names another. A job with no run that night is counted as
      * not run, not compared, so an old drift is not flagged again
      * every night until the job next runs.
      * Tolerances come from DDAPARM.TXT when it is present
      * (GEODRIFT-PERCENT, GEODRIFT-SHIFT, GEODRIFT-POINTS); a blank
      * answer at the prompt takes the usual 1 per cent, 1 unit and
      * 0 points. Condition code: 0 no drift, 4 drift found, 8 the
      * history or the report could not be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEODRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEOMETRY-FILE
               ASSIGN TO "DDAGEOM.HIS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS geometry-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDADRIFT.RPT"
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
      *One closed job's figure summary as of one run, laid out
      *exactly as DDA files it.
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
       01   geometry-status PIC XX.
       01   report-status   PIC XX.
       01   END-OF-HISTORY  PIC X     VALUE 'N'.
      *The run date being checked: the latest on the history, or
      *the one GEODRIFT-DATE names.
       01   CHECK-DATE-TEXT PIC X(8).
       01   CHECK-DATE      PIC 9(8)  VALUE 0.
      *The tolerances: per cent of the old area or perimeter, and
      *coordinate units for the centroid, and points.
       01   DRIFT-PERCENT   PIC 9(3)  VALUE 1.
       01   DRIFT-SHIFT     PIC 9(4)  VALUE 1.
       01   DRIFT-POINTS    PIC 9(4)  VALUE 0.
       01   TOLERANCE-DEFAULT  PIC 9(4).
       01   TOLERANCE-VALUE    PIC 9(4).
      *The latest run of the job in hand and the run before it.
      *History records come in key order - job, then date - so
      *each record read for the same job is newer than the last.
       01   NEW-GEOMETRY.
             03    NEW-JOB          PIC X(30).
             03    NEW-DATE         PIC 9(8).
             03    NEW-TIME         PIC 9(8).
             03    NEW-OUTPUT       PIC X(30).
             03    NEW-POINTS       PIC 9(4).
             03    NEW-AREA         PIC 9(13)V99.
             03    NEW-PERIMETER    PIC 9(9)V9(5).
             03    NEW-CENTROID-X   PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    NEW-CENTROID-Y   PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    NEW-MIN-X        PIC S9(4) SIGN LEADING SEPARATE.
             03    NEW-MAX-X        PIC S9(4) SIGN LEADING SEPARATE.
             03    NEW-MIN-Y        PIC S9(4) SIGN LEADING SEPARATE.
             03    NEW-MAX-Y        PIC S9(4) SIGN LEADING SEPARATE.
       01   OLD-GEOMETRY.
             03    OLD-JOB          PIC X(30).
             03    OLD-DATE         PIC 9(8).
             03    OLD-TIME         PIC 9(8).
             03    OLD-OUTPUT       PIC X(30).
             03    OLD-POINTS       PIC 9(4).
             03    OLD-AREA         PIC 9(13)V99.
             03    OLD-PERIMETER    PIC 9(9)V9(5).
             03    OLD-CENTROID-X   PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    OLD-CENTROID-Y   PIC S9(4)V99 SIGN LEADING SEPARATE.
             03    OLD-MIN-X        PIC S9(4) SIGN LEADING SEPARATE.
             03    OLD-MAX-X        PIC S9(4) SIGN LEADING SEPARATE.
             03    OLD-MIN-Y        PIC S9(4) SIGN LEADING SEPARATE.
             03    OLD-MAX-Y        PIC S9(4) SIGN LEADING SEPARATE.
       01   JOB-HELD        PIC X     VALUE 'N'.
       01   HAS-OLD         PIC X     VALUE 'N'.
      *The movement on each measure, its limit, and which measures
      *went past it.
       01   AREA-MOVE       PIC 9(13)V99.
       01   AREA-LIMIT      PIC 9(14)V99.
       01   PERIMETER-MOVE  PIC 9(9)V9(5).
       01   PERIMETER-LIMIT PIC 9(10)V9(5).
       01   SHIFT-X         PIC 9(5)V99.
       01   SHIFT-Y         PIC 9(5)V99.
       01   POINTS-MOVE     PIC 9(4).
       01   AREA-DRIFT      PIC X.
       01   PERIMETER-DRIFT PIC X.
       01   CENTROID-DRIFT  PIC X.
       01   POINTS-DRIFT    PIC X.
       01   DRIFT-MARK      PIC X(7).
      *Tallies for the report and the condition code.
       01   RECORDS-READ    PIC 9(6)  VALUE 0.
       01   JOBS-SEEN       PIC 9(4)  VALUE 0.
       01   JOBS-COMPARED   PIC 9(4)  VALUE 0.
       01   JOBS-DRIFTED    PIC 9(4)  VALUE 0.
       01   JOBS-SINGLE     PIC 9(4)  VALUE 0.
       01   JOBS-NOT-RUN    PIC 9(4)  VALUE 0.
      *Edited views for the side-by-side lines.
       01   ED-OLD-AREA     PIC Z(12)9.99.
       01   ED-NEW-AREA     PIC Z(12)9.99.
       01   ED-OLD-PERIM    PIC Z(8)9.9(5).
       01   ED-NEW-PERIM    PIC Z(8)9.9(5).
       01   ED-OLD-CX       PIC -----9.99.
       01   ED-OLD-CY       PIC -----9.99.
       01   ED-NEW-CX       PIC -----9.99.
       01   ED-NEW-CY       PIC -----9.99.
       01   ED-OLD-POINTS   PIC ZZZ9.
       01   ED-NEW-POINTS   PIC ZZZ9.
       01   ED-MIN-X        PIC ----9.
       01   ED-MAX-X        PIC ----9.
       01   ED-MIN-Y        PIC ----9.
       01   ED-MAX-Y        PIC ----9.
       01   ED-BOUNDS-OLD   PIC X(26).
       01   ED-BOUNDS-NEW   PIC X(26).
       01   ED-PERCENT      PIC ZZ9.
       01   ED-SHIFT        PIC ZZZ9.
       01   ED-TOTAL        PIC ZZZZZ9.
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
            MOVE "GEODRIFT-PERCENT" TO PARM-WANTED.
            MOVE 1 TO TOLERANCE-DEFAULT.
            PERFORM GET-TOLERANCE.
            MOVE TOLERANCE-VALUE TO DRIFT-PERCENT.
            MOVE "GEODRIFT-SHIFT" TO PARM-WANTED.
            MOVE 1 TO TOLERANCE-DEFAULT.
            PERFORM GET-TOLERANCE.
            MOVE TOLERANCE-VALUE TO DRIFT-SHIFT.
            MOVE "GEODRIFT-POINTS" TO PARM-WANTED.
            MOVE 0 TO TOLERANCE-DEFAULT.
            PERFORM GET-TOLERANCE.
            MOVE TOLERANCE-VALUE TO DRIFT-POINTS.
            PERFORM GET-CHECK-DATE.
            OPEN INPUT GEOMETRY-FILE.
            IF geometry-status NOT = '00'
                 DISPLAY "Cannot open geometry history DDAGEOM.HIS - "
                    "file status " geometry-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            IF CHECK-DATE = 0
                 PERFORM FIND-LATEST-DATE.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "Cannot open DDADRIFT.RPT - file status "
                    report-status "."
                 CLOSE GEOMETRY-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE DRIFT-PERCENT TO ED-PERCENT.
            MOVE DRIFT-SHIFT TO ED-SHIFT.
            MOVE DRIFT-POINTS TO ED-OLD-POINTS.
            MOVE SPACES TO REPORT-LINE.
            STRING "GEOMETRY DRIFT REPORT - LATEST RUN AGAINST THE "
               "RUN BEFORE IT" DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOLERANCE  AREA/PERIMETER " ED-PERCENT
               "%  CENTROID " ED-SHIFT " UNIT(S)  POINTS "
               ED-OLD-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "RUN DATE CHECKED " CHECK-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 'N' TO END-OF-HISTORY.
            MOVE LOW-VALUES TO GH-KEY.
            START GEOMETRY-FILE KEY NOT < GH-KEY
                 INVALID KEY
                      MOVE 'Y' TO END-OF-HISTORY.
            PERFORM SCAN-HISTORY-LOOP.
            PERFORM SETTLE-JOB.
            CLOSE GEOMETRY-FILE.
            PERFORM WRITE-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY JOBS-DRIFTED " of " JOBS-COMPARED
               " compared job(s) drifted - see DDADRIFT.RPT.".
            IF JOBS-DRIFTED > 0
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *The run date to check, off DDAPARM.TXT or asked for. Blank
      *leaves CHECK-DATE at zero, for the latest date on file.
       GET-CHECK-DATE.
            MOVE "GEODRIFT-DATE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO CHECK-DATE-TEXT
                 DISPLAY "Run date " CHECK-DATE-TEXT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Run date to check (YYYYMMDD, blank for "
                    "the latest on file): " WITH NO ADVANCING
                 ACCEPT CHECK-DATE-TEXT.
            IF CHECK-DATE-TEXT NOT = SPACES
                 IF CHECK-DATE-TEXT IS NUMERIC
                      MOVE CHECK-DATE-TEXT TO CHECK-DATE
                 ELSE
                      DISPLAY "Run date " CHECK-DATE-TEXT
                         " is not a YYYYMMDD date."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.

      *A first walk of the history for its latest run date.
       FIND-LATEST-DATE.
            MOVE 'N' TO END-OF-HISTORY.
            MOVE LOW-VALUES TO GH-KEY.
            START GEOMETRY-FILE KEY NOT < GH-KEY
                 INVALID KEY
                      MOVE 'Y' TO END-OF-HISTORY.
            PERFORM LATEST-DATE-LOOP.

       LATEST-DATE-LOOP.
            IF END-OF-HISTORY NOT = 'Y'
                 READ GEOMETRY-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-HISTORY
                 END-READ
                 IF END-OF-HISTORY NOT = 'Y'
                      AND GH-DATE > CHECK-DATE
                      MOVE GH-DATE TO CHECK-DATE
                 END-IF
                 GO TO LATEST-DATE-LOOP.

      *One tolerance: off DDAPARM.TXT, or asked for, with a blank
      *answer taking the usual value.
       GET-TOLERANCE.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 DISPLAY PARM-WANTED " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY PARM-WANTED " tolerance (blank for "
                    TOLERANCE-DEFAULT "): " WITH NO ADVANCING
                 ACCEPT PARM-TEXT.
            IF PARM-TEXT = SPACES
                 MOVE TOLERANCE-DEFAULT TO TOLERANCE-VALUE
            ELSE
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO TOLERANCE-VALUE.

      *Walk the history in key order. A record for the job in hand
      *is its newer run: the run held so far becomes the old one.
      *A record for another job settles the one in hand first.
      *Runs after the night being checked are passed over, so the
      *run on that night is compared with the one before it.
       SCAN-HISTORY-LOOP.
            IF END-OF-HISTORY NOT = 'Y'
                 READ GEOMETRY-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-HISTORY
                 END-READ
                 IF END-OF-HISTORY NOT = 'Y'
                      ADD 1 TO RECORDS-READ
                 END-IF
                 IF END-OF-HISTORY NOT = 'Y'
                      AND GH-DATE NOT > CHECK-DATE
                      IF JOB-HELD = 'Y' AND GH-JOB = NEW-JOB
                           MOVE NEW-GEOMETRY TO OLD-GEOMETRY
                           MOVE 'Y' TO HAS-OLD
                      ELSE
                           PERFORM SETTLE-JOB
                           ADD 1 TO JOBS-SEEN
                           MOVE 'Y' TO JOB-HELD
                           MOVE 'N' TO HAS-OLD
                      END-IF
                      MOVE GEOMETRY-REC TO NEW-GEOMETRY
                 END-IF
                 GO TO SCAN-HISTORY-LOOP.

      *Compare the job in hand's latest run with the run before it,
      *when that latest run is the night being checked. A job with
      *a single run on file has nothing to drift from.
       SETTLE-JOB.
            IF JOB-HELD = 'Y'
                 IF NEW-DATE NOT = CHECK-DATE
                      ADD 1 TO JOBS-NOT-RUN
                 ELSE
                      IF HAS-OLD = 'Y'
                           ADD 1 TO JOBS-COMPARED
                           PERFORM MEASURE-DRIFT
                           PERFORM REPORT-JOB
                      ELSE
                           ADD 1 TO JOBS-SINGLE.
            MOVE 'N' TO JOB-HELD.

      *Each measure's movement against its limit. An old area or
      *perimeter of zero has a limit of zero, so any change at all
      *counts.
       MEASURE-DRIFT.
            IF NEW-AREA NOT < OLD-AREA
                 COMPUTE AREA-MOVE = NEW-AREA - OLD-AREA
            ELSE
                 COMPUTE AREA-MOVE = OLD-AREA - NEW-AREA.
            COMPUTE AREA-LIMIT = OLD-AREA * DRIFT-PERCENT / 100.
            MOVE 'N' TO AREA-DRIFT.
            IF AREA-MOVE > AREA-LIMIT
                 MOVE 'Y' TO AREA-DRIFT.
            IF NEW-PERIMETER NOT < OLD-PERIMETER
                 COMPUTE PERIMETER-MOVE = NEW-PERIMETER - OLD-PERIMETER
            ELSE
                 COMPUTE PERIMETER-MOVE = OLD-PERIMETER - NEW-PERIMETER.
            COMPUTE PERIMETER-LIMIT =
               OLD-PERIMETER * DRIFT-PERCENT / 100.
            MOVE 'N' TO PERIMETER-DRIFT.
            IF PERIMETER-MOVE > PERIMETER-LIMIT
                 MOVE 'Y' TO PERIMETER-DRIFT.
            IF NEW-CENTROID-X NOT < OLD-CENTROID-X
                 COMPUTE SHIFT-X = NEW-CENTROID-X - OLD-CENTROID-X
            ELSE
                 COMPUTE SHIFT-X = OLD-CENTROID-X - NEW-CENTROID-X.
            IF NEW-CENTROID-Y NOT < OLD-CENTROID-Y
                 COMPUTE SHIFT-Y = NEW-CENTROID-Y - OLD-CENTROID-Y
            ELSE
                 COMPUTE SHIFT-Y = OLD-CENTROID-Y - NEW-CENTROID-Y.
            MOVE 'N' TO CENTROID-DRIFT.
            IF SHIFT-X > DRIFT-SHIFT OR SHIFT-Y > DRIFT-SHIFT
                 MOVE 'Y' TO CENTROID-DRIFT.
            IF NEW-POINTS NOT < OLD-POINTS
                 COMPUTE POINTS-MOVE = NEW-POINTS - OLD-POINTS
            ELSE
                 COMPUTE POINTS-MOVE = OLD-POINTS - NEW-POINTS.
            MOVE 'N' TO POINTS-DRIFT.
            IF POINTS-MOVE > DRIFT-POINTS
                 MOVE 'Y' TO POINTS-DRIFT.

      *One line per compared job; a drifted job follows it with
      *every measure old and new side by side, the moved ones
      *marked.
       REPORT-JOB.
            MOVE SPACES TO REPORT-LINE.
            IF AREA-DRIFT = 'Y' OR PERIMETER-DRIFT = 'Y'
                 OR CENTROID-DRIFT = 'Y' OR POINTS-DRIFT = 'Y'
                 ADD 1 TO JOBS-DRIFTED
                 STRING "DRIFTED  " NEW-JOB " " OLD-DATE " TO "
                    NEW-DATE DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM REPORT-SIDE-BY-SIDE
            ELSE
                 STRING "STEADY   " NEW-JOB " " OLD-DATE " TO "
                    NEW-DATE DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.

       REPORT-SIDE-BY-SIDE.
            MOVE SPACES TO REPORT-LINE.
            STRING "         MEASURE     OLD " OLD-DATE
               "               NEW " NEW-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OLD-AREA TO ED-OLD-AREA.
            MOVE NEW-AREA TO ED-NEW-AREA.
            MOVE SPACES TO DRIFT-MARK.
            IF AREA-DRIFT = 'Y'
                 MOVE "<<DRIFT" TO DRIFT-MARK.
            MOVE SPACES TO REPORT-LINE.
            STRING "         AREA       " ED-OLD-AREA "     "
               ED-NEW-AREA "  " DRIFT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OLD-PERIMETER TO ED-OLD-PERIM.
            MOVE NEW-PERIMETER TO ED-NEW-PERIM.
            MOVE SPACES TO DRIFT-MARK.
            IF PERIMETER-DRIFT = 'Y'
                 MOVE "<<DRIFT" TO DRIFT-MARK.
            MOVE SPACES TO REPORT-LINE.
            STRING "         PERIMETER   " ED-OLD-PERIM "      "
               ED-NEW-PERIM "  " DRIFT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OLD-CENTROID-X TO ED-OLD-CX.
            MOVE OLD-CENTROID-Y TO ED-OLD-CY.
            MOVE NEW-CENTROID-X TO ED-NEW-CX.
            MOVE NEW-CENTROID-Y TO ED-NEW-CY.
            MOVE SPACES TO DRIFT-MARK.
            IF CENTROID-DRIFT = 'Y'
                 MOVE "<<DRIFT" TO DRIFT-MARK.
            MOVE SPACES TO REPORT-LINE.
            STRING "         CENTROID   " ED-OLD-CX " ," ED-OLD-CY
               "    " ED-NEW-CX " ," ED-NEW-CY "  " DRIFT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OLD-POINTS TO ED-OLD-POINTS.
            MOVE NEW-POINTS TO ED-NEW-POINTS.
            MOVE SPACES TO DRIFT-MARK.
            IF POINTS-DRIFT = 'Y'
                 MOVE "<<DRIFT" TO DRIFT-MARK.
            MOVE SPACES TO REPORT-LINE.
            STRING "         POINTS                 " ED-OLD-POINTS
               "                 " ED-NEW-POINTS "  " DRIFT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE OLD-MIN-X TO ED-MIN-X.
            MOVE OLD-MAX-X TO ED-MAX-X.
            MOVE OLD-MIN-Y TO ED-MIN-Y.
            MOVE OLD-MAX-Y TO ED-MAX-Y.
            MOVE SPACES TO ED-BOUNDS-OLD.
            STRING "X" ED-MIN-X " TO" ED-MAX-X " Y" ED-MIN-Y " TO"
               ED-MAX-Y DELIMITED BY SIZE INTO ED-BOUNDS-OLD.
            MOVE NEW-MIN-X TO ED-MIN-X.
            MOVE NEW-MAX-X TO ED-MAX-X.
            MOVE NEW-MIN-Y TO ED-MIN-Y.
            MOVE NEW-MAX-Y TO ED-MAX-Y.
            MOVE SPACES TO ED-BOUNDS-NEW.
            STRING "X" ED-MIN-X " TO" ED-MAX-X " Y" ED-MIN-Y " TO"
               ED-MAX-Y DELIMITED BY SIZE INTO ED-BOUNDS-NEW.
            MOVE SPACES TO REPORT-LINE.
            STRING "         BOUNDS   " ED-BOUNDS-OLD " "
               ED-BOUNDS-NEW DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RECORDS-READ TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "HISTORY RECORDS READ   " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOBS-SEEN TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "CLOSED JOBS ON FILE    " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOBS-COMPARED TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "JOBS COMPARED          " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOBS-DRIFTED TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "JOBS DRIFTED           " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOBS-SINGLE TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "FIRST RUN ONLY         " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE JOBS-NOT-RUN TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "NOT RUN THIS NIGHT     " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

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
