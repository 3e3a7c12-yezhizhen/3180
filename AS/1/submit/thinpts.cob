      * Point thinning utility for dense survey figures.
      * Reads a DDA input file in the DATAS or the version-2 layout
      * and drops the points that do not change the figure's shape
      * by more than a tolerance given in coordinate units, then
      * writes what is left as a new input file in the same layout.
      * The first and last points are always kept, and so are
      * corner points (the path turns through at least the corner
      * angle there), points where the plot symbol changes, and for
      * a closed figure the point farthest from the first, so the
      * outline cannot collapse. Between those the figure is
      * thinned the Douglas-Peucker way: a stretch whose points all
      * lie within the tolerance of the straight line across it is
      * reduced to that line; otherwise it is split at its farthest
      * point and each half is looked at again.
      * The header's closed flag and canvas fields, and every title,
      * legend, window and curve record, are carried through in
      * their places. The report DDATHIN.RPT lists each point
      * removed and how far it lies from the simplified line, and
      * each corner and symbol change held on to. The surveyed
      * original is never written; the new file is locked in the
      * shared lock register DDALOCK.DAT while it is written.
      * Answers come from DDAPARM.TXT when it is present
      * (THINPTS-INPUT, THINPTS-OUTPUT, THINPTS-TOLERANCE in whole
      * coordinate units, THINPTS-CORNER in whole degrees - 0 turns
      * the corner test off, blank takes 60 - and LOCK-WAIT).
      * Condition code: 0 thinned file written, 4 written with
      * nothing removed or the input short of its header count, 8
      * no file written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THINPTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
               ASSIGN DYNAMIC FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDATHIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
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
      *The input file and the file written from it. Every record is
      *also seen whole, so a kept point, an annotation or a curve
      *goes back out exactly as it came in.
       FD   DATA-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS DATAS.
       01   DATAS.
             03    X-SIGN       PIC   X.
             03    X-COO        PIC  99.
             03    REC-FLAG     PIC   X.
             03    Y-SIGN       PIC   X.
             03    Y-COO        PIC  99.
             03    FILLER       PIC   X.
             03    HDR-CANVAS-COLS   PIC  99.
      *Version-2 header: "V2", the four-digit record count, the
      *closed flag and the canvas fields.
       01   EXT-HEADER.
             03    EH-MARKER     PIC  XX.
             03    EH-COUNT      PIC  9(4).
             03    EH-CLOSED     PIC  X.
             03    EH-ROWS       PIC  99.
             03    EH-COLS       PIC  99.
      *Version-2 content record: signed four-digit coordinates.
       01   EXT-POINT.
             03    EP-X-SIGN     PIC  X.
             03    EP-X-COO      PIC  9(4).
             03    EP-SYMBOL     PIC  X.
             03    EP-Y-SIGN     PIC  X.
             03    EP-Y-COO      PIC  9(4).
       01   DATA-LINE.
             03    LINE-TYPE     PIC  X.
             03    FILLER        PIC  X(41).

       FD   REPORT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REPORT-LINE.
       01   REPORT-LINE    PIC X(80).

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
       01   data-status     PIC XX.
       01   report-status   PIC XX.
       01   FILE-NAME       PIC X(30).
       01   INPUT-NAME      PIC X(30).
       01   OUTPUT-NAME     PIC X(30).
       01   END-OF-FILE     PIC X     VALUE 'N'.
       01   EXTENDED-MODE   PIC X     VALUE 'N'.
       01   CLOSED-MODE     PIC X     VALUE 'N'.
      *The header record as read, written back with only its count
      *changed, and the count it promised.
       01   HEADER-LINE     PIC X(42).
       01   HEADER-COUNT    PIC 9(4)  VALUE 0.
      *Same DIGIT-redefinition trick DDA's own PROCESSING-FIRST uses
      *to pull the record count out of the header's X-COO span.
       01   TMP.
            02  DIGIT       PIC 9     OCCURS 2.
       01   COO-MAGNITUDE   PIC 99.
      *One coordinate off a point record: its digits with leading
      *blanks taken as zeros, its sign byte, and its value.
       01   COO-TEXT        PIC X(4).
       01   COO-SIGN        PIC X.
       01   COO-VALUE       PIC 9(4).
       01   RECORD-OK       PIC X.
       01   BAD-POINT       PIC 9(4)  VALUE 0.
      *The point set: signed coordinates, the symbol the segment
      *ending at the point is drawn with (blank read as '*', the
      *way DDA reads it), the record itself, whether it is kept,
      *why a point is held whatever the tolerance says ('E' first
      *or last, 'A' closed-figure anchor, 'C' corner, 'S' symbol
      *change), and a removed point's distance from the new line.
       01   POINT-TOTAL     PIC 9(4)  VALUE 0.
       01   POINT-INDEX     PIC 9(4).
       01   POINT-TABLE.
            02  POINT-ENTRY   OCCURS 9999.
                03  PT-X         PIC S9(4).
                03  PT-Y         PIC S9(4).
                03  PT-SYMBOL    PIC X.
                03  PT-KEEP      PIC X.
                03  PT-REASON    PIC X.
                03  PT-DISTANCE  PIC 9(5)V99.
                03  PT-RECORD    PIC X(42).
      *Records that are not counted points - title, legend, window
      *and curve records, blank lines and point records beyond the
      *header count - each with the number of points read before
      *it, so it goes back out in the same place.
       01   CARRY-LIMIT     PIC 99    VALUE 50.
       01   CARRY-COUNT     PIC 99    VALUE 0.
       01   CARRY-INDEX     PIC 99.
       01   CARRY-FULL      PIC X     VALUE 'N'.
       01   TRAILING-POINTS PIC 9(4)  VALUE 0.
       01   CARRY-TABLE.
            02  CARRY-ENTRY   OCCURS 50.
                03  CR-AFTER     PIC 9(4).
                03  CR-LINE      PIC X(42).
      *The tolerance, in whole coordinate units, and the corner
      *test: a point where the path turns through CORNER-DEGREES or
      *more is a corner; 0 switches the test off.
       01   TOLERANCE       PIC 9(4)  VALUE 0.
       01   CORNER-DEGREES  PIC 9(3)  VALUE 60.
       01   ANGLE-RADIANS   PIC S9V9(8).
       01   CORNER-COS      PIC S9V9(8).
       01   TURN-COS        PIC S9(3)V9(8).
       01   IN-DX           PIC S9(5).
       01   IN-DY           PIC S9(5).
       01   OUT-DX          PIC S9(5).
       01   OUT-DY          PIC S9(5).
       01   IN-LENGTH       PIC 9(5)V9(4).
       01   OUT-LENGTH      PIC 9(5)V9(4).
      *Stretches still to be looked at, each between two kept
      *points.
       01   STACK-TOP       PIC 9(4)  VALUE 0.
       01   STACK-TABLE.
            02  STACK-ENTRY   OCCURS 9999.
                03  ST-FROM      PIC 9(4).
                03  ST-TO        PIC 9(4).
       01   SEG-FROM        PIC 9(4).
       01   SEG-TO          PIC 9(4).
       01   LAST-KEPT       PIC 9(4).
       01   SCAN-INDEX      PIC 9(4).
       01   FAR-INDEX       PIC 9(4).
       01   FAR-DISTANCE    PIC 9(5)V99.
      *Distance of point SCAN-INDEX from the segment SEG-FROM to
      *SEG-TO: to the nearer end when its foot falls off the
      *segment, otherwise square to it.
       01   SEG-DX          PIC S9(5).
       01   SEG-DY          PIC S9(5).
       01   REL-X           PIC S9(5).
       01   REL-Y           PIC S9(5).
       01   SEG-LENGTH-SQ   PIC S9(10).
       01   DOT-PRODUCT     PIC S9(10).
       01   CROSS-PRODUCT   PIC S9(10).
       01   POINT-DISTANCE  PIC 9(5)V99.
      *Totals for the report and the console.
       01   KEPT-TOTAL      PIC 9(4)  VALUE 0.
       01   REMOVED-TOTAL   PIC 9(4)  VALUE 0.
       01   CORNERS-KEPT    PIC 9(4)  VALUE 0.
       01   SYMBOLS-KEPT    PIC 9(4)  VALUE 0.
       01   WIDEST-REMOVED  PIC 9(5)V99  VALUE 0.
       01   ED-SEQ          PIC 9(4).
       01   ED-X            PIC ----9.
       01   ED-Y            PIC ----9.
       01   ED-DISTANCE     PIC ZZZZ9.99.
       01   ED-COUNT        PIC ZZZ9.
       01   ED-TOLERANCE    PIC ZZZ9.
       01   ED-DEGREES      PIC ZZ9.
       01   LAYOUT-WORD     PIC X(9).
       01   SHAPE-WORD      PIC X(6).
       01   KEEP-WORD       PIC X(13).

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
            03  LOCK-OWNER       PIC X(8)  VALUE "THINPTS".
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
            PERFORM GET-REQUEST.
            PERFORM LOAD-POINTS.
            IF BAD-POINT > 0
                 DISPLAY "No file written - point " BAD-POINT
                    " of " INPUT-NAME " has unreadable coordinates."
                    " Correct it with PTMAINT first."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            IF CARRY-FULL = 'Y'
                 DISPLAY "No file written - " INPUT-NAME " carries "
                    "more than " CARRY-LIMIT " annotation, curve "
                    "and trailing records."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM MARK-FIXED-POINTS THRU MARK-FIXED-POINTS-EXIT.
            PERFORM SIMPLIFY-LOOP.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "No file written - cannot open DDATHIN.RPT "
                    "- file status " report-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM WRITE-REPORT-HEADER.
            MOVE 1 TO LAST-KEPT.
            MOVE 1 TO POINT-INDEX.
            PERFORM MEASURE-LOOP.
            PERFORM WRITE-REPORT-TOTALS.
      *The file being written is locked while it is written, so
      *neither a DDA batch nor another utility can take it up
      *half finished.
            MOVE OUTPUT-NAME TO LOCK-WANTED.
            PERFORM GET-LOCK-WAIT.
            PERFORM ACQUIRE-LOCK THRU ACQUIRE-LOCK-EXIT.
            IF LOCK-HELD NOT = 'Y'
                 MOVE SPACES TO REPORT-LINE
                 STRING "NO FILE WRITTEN - " OUTPUT-NAME
                    " COULD NOT BE LOCKED" DELIMITED BY SIZE
                    INTO REPORT-LINE
                 WRITE REPORT-LINE
                 CLOSE REPORT-FILE
                 DISPLAY "No file written."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM SAVE-POINTS.
            PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT.
            CLOSE REPORT-FILE.
            DISPLAY "Done. " KEPT-TOTAL " of " POINT-TOTAL
               " point(s) kept in " OUTPUT-NAME ", " REMOVED-TOTAL
               " removed - see DDATHIN.RPT.".
            IF REMOVED-TOTAL = 0 OR POINT-TOTAL < HEADER-COUNT
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

       GET-REQUEST.
            MOVE "THINPTS-INPUT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO INPUT-NAME
                 DISPLAY "Input file " INPUT-NAME
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Input file: " WITH NO ADVANCING
                 ACCEPT INPUT-NAME.
            MOVE "THINPTS-OUTPUT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OUTPUT-NAME
                 DISPLAY "Output file " OUTPUT-NAME
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Output file: " WITH NO ADVANCING
                 ACCEPT OUTPUT-NAME.
            IF OUTPUT-NAME = INPUT-NAME OR OUTPUT-NAME = SPACES
                 DISPLAY "Output must be a different, non-blank file."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE "THINPTS-TOLERANCE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 DISPLAY "Tolerance taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Tolerance in whole coordinate units: "
                    WITH NO ADVANCING
                 ACCEPT PARM-TEXT.
            IF PARM-TEXT(1:1) IS NOT NUMERIC
                 DISPLAY "Tolerance must be a whole number of "
                    "coordinate units."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM PARM-TO-NUMBER.
            IF PARM-NUMBER > 9999
                 DISPLAY "Tolerance must be 9999 units or less."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE PARM-NUMBER TO TOLERANCE.
            MOVE "THINPTS-CORNER" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 DISPLAY "Corner angle taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Corner angle in whole degrees (0 for no "
                    "corner test, blank for 60): " WITH NO ADVANCING
                 ACCEPT PARM-TEXT.
            IF PARM-TEXT NOT = SPACES
                 PERFORM PARM-TO-NUMBER
                 IF PARM-NUMBER > 179
                      DISPLAY "Corner angle must be 0 to 179 degrees."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                 END-IF
                 MOVE PARM-NUMBER TO CORNER-DEGREES.
            IF CORNER-DEGREES > 0
                 COMPUTE ANGLE-RADIANS ROUNDED =
                    CORNER-DEGREES * 3.14159265 / 180
                 COMPUTE CORNER-COS ROUNDED =
                    FUNCTION COS(ANGLE-RADIANS).

      *Read the whole input file: the header kept aside, each point
      *turned into signed values with its record kept whole, and
      *every other record filed with its place among the points.
       LOAD-POINTS.
            MOVE INPUT-NAME TO FILE-NAME.
            OPEN INPUT DATA-FILE.
            IF data-status NOT = '00'
                 DISPLAY "Cannot open " INPUT-NAME
                    " - file status " data-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            READ DATA-FILE
                 AT END
                      MOVE 'Y' TO END-OF-FILE.
            IF END-OF-FILE = 'Y'
                 DISPLAY INPUT-NAME " is empty - nothing to do."
                 CLOSE DATA-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE DATA-LINE TO HEADER-LINE.
            IF EH-MARKER = 'V2' OR EH-MARKER = 'v2'
                 MOVE 'Y' TO EXTENDED-MODE
                 MOVE EH-COUNT TO COO-TEXT
                 INSPECT COO-TEXT REPLACING LEADING ' ' BY '0'
                 IF COO-TEXT IS NUMERIC
                      MOVE COO-TEXT TO HEADER-COUNT
                 END-IF
                 IF EH-CLOSED = 'C' OR EH-CLOSED = 'c'
                      MOVE 'Y' TO CLOSED-MODE
                 END-IF
            ELSE
                 MOVE X-COO TO TMP
                 MOVE DIGIT(2) TO COO-MAGNITUDE
                 IF DIGIT(1) NOT = SPACE
                      MOVE TMP TO COO-MAGNITUDE
                 END-IF
                 MOVE COO-MAGNITUDE TO HEADER-COUNT
                 IF REC-FLAG = 'C' OR REC-FLAG = 'c'
                      MOVE 'Y' TO CLOSED-MODE.
            PERFORM LOAD-POINTS-LOOP.
            CLOSE DATA-FILE.
            IF POINT-TOTAL < HEADER-COUNT
                 DISPLAY "Warning: " INPUT-NAME " ran out before "
                    "the header's record count was met - carrying "
                    "on with " POINT-TOTAL " point(s).".
            IF TRAILING-POINTS > 0
                 DISPLAY "Warning: " INPUT-NAME " carries "
                    TRAILING-POINTS " point record(s) beyond the "
                    "header count - carried through, not thinned.".

       LOAD-POINTS-LOOP.
            IF END-OF-FILE NOT = 'Y'
                 READ DATA-FILE
                      AT END
                           MOVE 'Y' TO END-OF-FILE
                 END-READ
                 IF END-OF-FILE NOT = 'Y'
                      IF LINE-TYPE = 'T' OR LINE-TYPE = 't'
                           OR LINE-TYPE = 'L' OR LINE-TYPE = 'l'
                           OR LINE-TYPE = 'W' OR LINE-TYPE = 'w'
                           OR LINE-TYPE = 'C' OR LINE-TYPE = 'c'
                           OR LINE-TYPE = 'A' OR LINE-TYPE = 'a'
                           PERFORM STORE-CARRIED
                      ELSE
                           IF POINT-TOTAL < HEADER-COUNT
                                PERFORM STORE-POINT
                           ELSE
                                IF DATA-LINE NOT = SPACES
                                     ADD 1 TO TRAILING-POINTS
                                END-IF
                                PERFORM STORE-CARRIED
                           END-IF
                      END-IF
                 END-IF
                 GO TO LOAD-POINTS-LOOP.

       STORE-CARRIED.
            IF CARRY-COUNT < CARRY-LIMIT
                 ADD 1 TO CARRY-COUNT
                 MOVE POINT-TOTAL TO CR-AFTER(CARRY-COUNT)
                 MOVE DATA-LINE TO CR-LINE(CARRY-COUNT)
            ELSE
                 MOVE 'Y' TO CARRY-FULL.

      *Leading blanks in a coordinate are zeros, as DDA reads them;
      *anything else not a digit spoils the point.
       STORE-POINT.
            ADD 1 TO POINT-TOTAL.
            MOVE 'Y' TO RECORD-OK.
            IF EXTENDED-MODE = 'Y'
                 MOVE EP-X-COO TO COO-TEXT
                 MOVE EP-X-SIGN TO COO-SIGN
            ELSE
                 MOVE SPACES TO COO-TEXT
                 MOVE X-COO TO COO-TEXT(3:2)
                 MOVE X-SIGN TO COO-SIGN.
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO PT-X(POINT-TOTAL).
            IF COO-SIGN = '-'
                 COMPUTE PT-X(POINT-TOTAL) = 0 - COO-VALUE.
            IF EXTENDED-MODE = 'Y'
                 MOVE EP-Y-COO TO COO-TEXT
                 MOVE EP-Y-SIGN TO COO-SIGN
                 MOVE EP-SYMBOL TO PT-SYMBOL(POINT-TOTAL)
            ELSE
                 MOVE SPACES TO COO-TEXT
                 MOVE Y-COO TO COO-TEXT(3:2)
                 MOVE Y-SIGN TO COO-SIGN
                 MOVE REC-FLAG TO PT-SYMBOL(POINT-TOTAL).
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO PT-Y(POINT-TOTAL).
            IF COO-SIGN = '-'
                 COMPUTE PT-Y(POINT-TOTAL) = 0 - COO-VALUE.
            IF PT-SYMBOL(POINT-TOTAL) = SPACE
                 MOVE '*' TO PT-SYMBOL(POINT-TOTAL).
            MOVE 'N' TO PT-KEEP(POINT-TOTAL).
            MOVE SPACE TO PT-REASON(POINT-TOTAL).
            MOVE 0 TO PT-DISTANCE(POINT-TOTAL).
            MOVE DATA-LINE TO PT-RECORD(POINT-TOTAL).
            IF RECORD-OK NOT = 'Y' AND BAD-POINT = 0
                 MOVE POINT-TOTAL TO BAD-POINT.

       DECODE-COORDINATE.
            INSPECT COO-TEXT REPLACING LEADING ' ' BY '0'.
            MOVE 0 TO COO-VALUE.
            IF COO-TEXT IS NUMERIC
                 MOVE COO-TEXT TO COO-VALUE
            ELSE
                 MOVE 'N' TO RECORD-OK.

      *Hold on to the points no tolerance may take away, then file
      *each stretch between two of them for thinning. Too few
      *points to thin are all kept as they stand.
       MARK-FIXED-POINTS.
            IF POINT-TOTAL = 0
                 GO TO MARK-FIXED-POINTS-EXIT.
            MOVE 'Y' TO PT-KEEP(1).
            MOVE 'E' TO PT-REASON(1).
            MOVE 'Y' TO PT-KEEP(POINT-TOTAL).
            MOVE 'E' TO PT-REASON(POINT-TOTAL).
            IF POINT-TOTAL < 3
                 GO TO MARK-FIXED-POINTS-EXIT.
            MOVE 2 TO POINT-INDEX.
            PERFORM MARK-INNER-LOOP.
            IF CLOSED-MODE = 'Y'
                 PERFORM MARK-CLOSED-ANCHOR.
            MOVE 0 TO STACK-TOP.
            MOVE 1 TO LAST-KEPT.
            MOVE 2 TO POINT-INDEX.
            PERFORM FILE-STRETCH-LOOP.
       MARK-FIXED-POINTS-EXIT.
            EXIT.

      *A symbol change is held because the segment ending at a
      *dropped point would otherwise be drawn with the symbol of
      *the next point kept.
       MARK-INNER-LOOP.
            IF POINT-INDEX < POINT-TOTAL
                 IF PT-SYMBOL(POINT-INDEX) NOT =
                    PT-SYMBOL(POINT-INDEX + 1)
                      MOVE 'Y' TO PT-KEEP(POINT-INDEX)
                      MOVE 'S' TO PT-REASON(POINT-INDEX)
                 ELSE
                      IF CORNER-DEGREES > 0
                           PERFORM TEST-CORNER
                      END-IF
                 END-IF
                 ADD 1 TO POINT-INDEX
                 GO TO MARK-INNER-LOOP.

      *The turn at a point is the angle between the way in and the
      *way out. A repeated point has no direction and is never a
      *corner.
       TEST-CORNER.
            COMPUTE IN-DX = PT-X(POINT-INDEX) - PT-X(POINT-INDEX - 1).
            COMPUTE IN-DY = PT-Y(POINT-INDEX) - PT-Y(POINT-INDEX - 1).
            COMPUTE OUT-DX = PT-X(POINT-INDEX + 1) - PT-X(POINT-INDEX).
            COMPUTE OUT-DY = PT-Y(POINT-INDEX + 1) - PT-Y(POINT-INDEX).
            IF (IN-DX NOT = 0 OR IN-DY NOT = 0)
                 AND (OUT-DX NOT = 0 OR OUT-DY NOT = 0)
                 COMPUTE IN-LENGTH ROUNDED =
                    FUNCTION SQRT((IN-DX ** 2) + (IN-DY ** 2))
                 COMPUTE OUT-LENGTH ROUNDED =
                    FUNCTION SQRT((OUT-DX ** 2) + (OUT-DY ** 2))
                 COMPUTE TURN-COS ROUNDED =
                    (IN-DX * OUT-DX + IN-DY * OUT-DY)
                    / (IN-LENGTH * OUT-LENGTH)
                 IF TURN-COS NOT > CORNER-COS
                      MOVE 'Y' TO PT-KEEP(POINT-INDEX)
                      MOVE 'C' TO PT-REASON(POINT-INDEX).

      *A closed figure starts and ends at much the same place, so
      *the line from first to last says nothing of its shape. The
      *point farthest from the first is held as well and the
      *outline is thinned as two halves either side of it.
       MARK-CLOSED-ANCHOR.
            MOVE 1 TO SEG-FROM.
            MOVE 1 TO SEG-TO.
            MOVE 0 TO FAR-INDEX.
            MOVE 0 TO FAR-DISTANCE.
            MOVE 2 TO SCAN-INDEX.
            PERFORM FIND-FARTHEST-LOOP.
            IF FAR-INDEX > 0 AND PT-KEEP(FAR-INDEX) NOT = 'Y'
                 MOVE 'Y' TO PT-KEEP(FAR-INDEX)
                 MOVE 'A' TO PT-REASON(FAR-INDEX).

       FILE-STRETCH-LOOP.
            IF POINT-INDEX NOT > POINT-TOTAL
                 IF PT-KEEP(POINT-INDEX) = 'Y'
                      IF POINT-INDEX > LAST-KEPT + 1
                           ADD 1 TO STACK-TOP
                           MOVE LAST-KEPT TO ST-FROM(STACK-TOP)
                           MOVE POINT-INDEX TO ST-TO(STACK-TOP)
                      END-IF
                      MOVE POINT-INDEX TO LAST-KEPT
                 END-IF
                 ADD 1 TO POINT-INDEX
                 GO TO FILE-STRETCH-LOOP.

      *Take the next stretch off the stack. If any point inside it
      *lies beyond the tolerance from the line across it, the
      *farthest is kept and the two halves go back on the stack;
      *otherwise everything inside it goes.
       SIMPLIFY-LOOP.
            IF STACK-TOP > 0
                 MOVE ST-FROM(STACK-TOP) TO SEG-FROM
                 MOVE ST-TO(STACK-TOP) TO SEG-TO
                 SUBTRACT 1 FROM STACK-TOP
                 MOVE 0 TO FAR-INDEX
                 MOVE 0 TO FAR-DISTANCE
                 COMPUTE SCAN-INDEX = SEG-FROM + 1
                 PERFORM FIND-FARTHEST-LOOP
                 IF FAR-INDEX > 0 AND FAR-DISTANCE > TOLERANCE
                      MOVE 'Y' TO PT-KEEP(FAR-INDEX)
                      IF FAR-INDEX > SEG-FROM + 1
                           ADD 1 TO STACK-TOP
                           MOVE SEG-FROM TO ST-FROM(STACK-TOP)
                           MOVE FAR-INDEX TO ST-TO(STACK-TOP)
                      END-IF
                      IF SEG-TO > FAR-INDEX + 1
                           ADD 1 TO STACK-TOP
                           MOVE FAR-INDEX TO ST-FROM(STACK-TOP)
                           MOVE SEG-TO TO ST-TO(STACK-TOP)
                      END-IF
                 END-IF
                 GO TO SIMPLIFY-LOOP.

      *The point strictly between SEG-FROM and SEG-TO lying farthest
      *from the segment joining them; ties go to the first found.
       FIND-FARTHEST-LOOP.
            IF SCAN-INDEX < SEG-TO
                 OR (SEG-TO = SEG-FROM AND SCAN-INDEX < POINT-TOTAL)
                 PERFORM MEASURE-DISTANCE
                 IF FAR-INDEX = 0 OR POINT-DISTANCE > FAR-DISTANCE
                      MOVE SCAN-INDEX TO FAR-INDEX
                      MOVE POINT-DISTANCE TO FAR-DISTANCE
                 END-IF
                 ADD 1 TO SCAN-INDEX
                 GO TO FIND-FARTHEST-LOOP.

       MEASURE-DISTANCE.
            COMPUTE SEG-DX = PT-X(SEG-TO) - PT-X(SEG-FROM).
            COMPUTE SEG-DY = PT-Y(SEG-TO) - PT-Y(SEG-FROM).
            COMPUTE REL-X = PT-X(SCAN-INDEX) - PT-X(SEG-FROM).
            COMPUTE REL-Y = PT-Y(SCAN-INDEX) - PT-Y(SEG-FROM).
            COMPUTE SEG-LENGTH-SQ = SEG-DX * SEG-DX + SEG-DY * SEG-DY.
            COMPUTE DOT-PRODUCT = REL-X * SEG-DX + REL-Y * SEG-DY.
            IF SEG-LENGTH-SQ = 0 OR DOT-PRODUCT NOT > 0
                 COMPUTE POINT-DISTANCE ROUNDED =
                    FUNCTION SQRT((REL-X ** 2) + (REL-Y ** 2))
            ELSE
                 IF DOT-PRODUCT NOT < SEG-LENGTH-SQ
                      COMPUTE REL-X = PT-X(SCAN-INDEX) - PT-X(SEG-TO)
                      COMPUTE REL-Y = PT-Y(SCAN-INDEX) - PT-Y(SEG-TO)
                      COMPUTE POINT-DISTANCE ROUNDED =
                         FUNCTION SQRT((REL-X ** 2) + (REL-Y ** 2))
                 ELSE
                      COMPUTE CROSS-PRODUCT =
                         REL-X * SEG-DY - REL-Y * SEG-DX
                      IF CROSS-PRODUCT < 0
                           COMPUTE CROSS-PRODUCT = 0 - CROSS-PRODUCT
                      END-IF
                      COMPUTE POINT-DISTANCE ROUNDED =
                         CROSS-PRODUCT / FUNCTION SQRT(SEG-LENGTH-SQ).

       WRITE-REPORT-HEADER.
            IF EXTENDED-MODE = 'Y'
                 MOVE "VERSION 2" TO LAYOUT-WORD
            ELSE
                 MOVE "CLASSIC" TO LAYOUT-WORD.
            IF CLOSED-MODE = 'Y'
                 MOVE "CLOSED" TO SHAPE-WORD
            ELSE
                 MOVE "OPEN" TO SHAPE-WORD.
            MOVE SPACES TO REPORT-LINE.
            STRING "POINT THINNING - " INPUT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "WRITTEN TO       " OUTPUT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE TOLERANCE TO ED-TOLERANCE.
            STRING LAYOUT-WORD " LAYOUT  " SHAPE-WORD " FIGURE  "
               "TOLERANCE " ED-TOLERANCE " UNITS"
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF CORNER-DEGREES > 0
                 MOVE CORNER-DEGREES TO ED-DEGREES
                 STRING "CORNERS HELD WHERE THE PATH TURNS "
                    ED-DEGREES " DEGREES OR MORE"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                 MOVE "NO CORNER TEST" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

      *Walk the points in order. Each point dropped is measured
      *against the segment now joining the kept points either side
      *of it, the line the new file draws past it.
       MEASURE-LOOP.
            IF POINT-INDEX NOT > POINT-TOTAL
                 IF PT-KEEP(POINT-INDEX) = 'Y'
                      ADD 1 TO KEPT-TOTAL
                      IF POINT-INDEX > LAST-KEPT + 1
                           MOVE LAST-KEPT TO SEG-FROM
                           MOVE POINT-INDEX TO SEG-TO
                           COMPUTE SCAN-INDEX = LAST-KEPT + 1
                           PERFORM LIST-REMOVED-LOOP
                      END-IF
                      IF PT-REASON(POINT-INDEX) = 'C'
                           OR PT-REASON(POINT-INDEX) = 'S'
                           PERFORM LIST-HELD-POINT
                      END-IF
                      MOVE POINT-INDEX TO LAST-KEPT
                 END-IF
                 ADD 1 TO POINT-INDEX
                 GO TO MEASURE-LOOP.

       LIST-REMOVED-LOOP.
            IF SCAN-INDEX < SEG-TO
                 PERFORM MEASURE-DISTANCE
                 MOVE POINT-DISTANCE TO PT-DISTANCE(SCAN-INDEX)
                 ADD 1 TO REMOVED-TOTAL
                 IF POINT-DISTANCE > WIDEST-REMOVED
                      MOVE POINT-DISTANCE TO WIDEST-REMOVED
                 END-IF
                 MOVE SCAN-INDEX TO ED-SEQ
                 MOVE PT-X(SCAN-INDEX) TO ED-X
                 MOVE PT-Y(SCAN-INDEX) TO ED-Y
                 MOVE POINT-DISTANCE TO ED-DISTANCE
                 MOVE SPACES TO REPORT-LINE
                 STRING "POINT " ED-SEQ "  AT " ED-X " ," ED-Y
                    "  REMOVED  DISTANCE " ED-DISTANCE
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 ADD 1 TO SCAN-INDEX
                 GO TO LIST-REMOVED-LOOP.

       LIST-HELD-POINT.
            IF PT-REASON(POINT-INDEX) = 'C'
                 MOVE "CORNER" TO KEEP-WORD
                 ADD 1 TO CORNERS-KEPT
            ELSE
                 MOVE "SYMBOL CHANGE" TO KEEP-WORD
                 ADD 1 TO SYMBOLS-KEPT.
            MOVE POINT-INDEX TO ED-SEQ.
            MOVE PT-X(POINT-INDEX) TO ED-X.
            MOVE PT-Y(POINT-INDEX) TO ED-Y.
            MOVE SPACES TO REPORT-LINE.
            STRING "POINT " ED-SEQ "  AT " ED-X " ," ED-Y
               "  KEPT     " KEEP-WORD
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE POINT-TOTAL TO ED-COUNT.
            STRING "POINTS READ    " ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE KEPT-TOTAL TO ED-COUNT.
            STRING "POINTS KEPT    " ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE CORNERS-KEPT TO ED-COUNT.
            STRING "  AS CORNERS   " ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE SYMBOLS-KEPT TO ED-COUNT.
            STRING "  FOR SYMBOLS  " ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE REMOVED-TOTAL TO ED-COUNT.
            MOVE WIDEST-REMOVED TO ED-DISTANCE.
            STRING "POINTS REMOVED " ED-COUNT
               "   FARTHEST FROM THE NEW LINE " ED-DISTANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF POINT-TOTAL < HEADER-COUNT
                 MOVE SPACES TO REPORT-LINE
                 MOVE HEADER-COUNT TO ED-COUNT
                 STRING "INPUT RAN OUT BEFORE ITS HEADER COUNT OF "
                    ED-COUNT DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.
            IF TRAILING-POINTS > 0
                 MOVE SPACES TO REPORT-LINE
                 MOVE TRAILING-POINTS TO ED-COUNT
                 STRING ED-COUNT " POINT RECORD(S) BEYOND THE HEADER "
                    "COUNT CARRIED THROUGH UNTHINNED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.

      *Write the new file: the header with the kept count, then the
      *kept points, each non-point record following the point it
      *followed in the input.
       SAVE-POINTS.
            MOVE OUTPUT-NAME TO FILE-NAME.
            OPEN OUTPUT DATA-FILE.
            IF data-status NOT = '00'
                 DISPLAY "Cannot open " OUTPUT-NAME
                    " for writing - file status " data-status "."
                 MOVE SPACES TO REPORT-LINE
                 STRING "NO FILE WRITTEN - " OUTPUT-NAME
                    " COULD NOT BE OPENED" DELIMITED BY SIZE
                    INTO REPORT-LINE
                 WRITE REPORT-LINE
                 CLOSE REPORT-FILE
                 MOVE 8 TO RETURN-CODE
                 PERFORM RELEASE-LOCK THRU RELEASE-LOCK-EXIT
                 STOP RUN.
            MOVE HEADER-LINE TO DATA-LINE.
            IF EXTENDED-MODE = 'Y'
                 MOVE KEPT-TOTAL TO EH-COUNT
            ELSE
                 MOVE KEPT-TOTAL TO X-COO.
            WRITE DATA-LINE.
            MOVE 1 TO CARRY-INDEX.
            MOVE 0 TO POINT-INDEX.
            PERFORM WRITE-CARRIED-LOOP.
            MOVE 1 TO POINT-INDEX.
            PERFORM WRITE-POINTS-LOOP.
            CLOSE DATA-FILE.

       WRITE-POINTS-LOOP.
            IF POINT-INDEX NOT > POINT-TOTAL
                 IF PT-KEEP(POINT-INDEX) = 'Y'
                      MOVE PT-RECORD(POINT-INDEX) TO DATA-LINE
                      WRITE DATA-LINE
                 END-IF
                 PERFORM WRITE-CARRIED-LOOP
                 ADD 1 TO POINT-INDEX
                 GO TO WRITE-POINTS-LOOP.

      *The carried records filed after point POINT-INDEX; they were
      *filed in input order, so CARRY-INDEX only ever moves on.
       WRITE-CARRIED-LOOP.
            IF CARRY-INDEX NOT > CARRY-COUNT
                 AND CR-AFTER(CARRY-INDEX) = POINT-INDEX
                 MOVE CR-LINE(CARRY-INDEX) TO DATA-LINE
                 WRITE DATA-LINE
                 ADD 1 TO CARRY-INDEX
                 GO TO WRITE-CARRIED-LOOP.

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
