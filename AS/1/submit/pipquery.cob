      * Point-in-polygon containment query against the figure
      * catalog. Reads a file of named query points and tests each
      * one against every active closed figure in DDAFIG.LIB,
      * classing it inside, outside, or on the boundary, so the
      * estates office can be told which parcel an asset location
      * falls in without anyone reading it off a printed plot.
      * The query file is laid out like any DDA input file - a
      * classic header and point records, or a "V2" header and
      * version-2 point records - so an existing input file can be
      * queried as it stands. Each point may carry a name after its
      * coordinates (from column 9 on a classic record, column 13 on
      * a version-2 one); an unnamed point is known by its place in
      * the file. Annotation, curve and window records are passed
      * over. The containment report DDAPIP.RPT lists each point
      * with every figure that holds it, then the points no figure
      * holds. A point on a figure's edge or corner is reported as
      * on its boundary, and counts as held.
      * The query file name comes from PIPQUERY-POINTS in
      * DDAPARM.TXT when it is present. Condition code: 0 every
      * point held, 4 some point held by no figure or some record
      * unreadable, 8 the catalog or the query file could not be
      * used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPQUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-FILE
               ASSIGN TO "DDAFIG.LIB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FIG-NAME
               FILE STATUS IS library-status.
           SELECT QUERY-FILE
               ASSIGN DYNAMIC QUERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS query-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDAPIP.RPT"
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
      *One figure as FIGCAT files it: the 8-character key, an
      *active/retired state byte, the header fields a loose input
      *file carries, and the points with their signs and symbols.
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

      *A query point under the classic layout: the DATAS content
      *record's sign bytes and two-digit coordinates, then the
      *point's name.
       FD   QUERY-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS QUERY-CLASSIC.
       01   QUERY-CLASSIC.
             03    QC-X-SIGN     PIC  X.
             03    QC-X-COO      PIC  XX.
             03    QC-SYMBOL     PIC  X.
             03    QC-Y-SIGN     PIC  X.
             03    QC-Y-COO      PIC  XX.
             03    FILLER        PIC  X.
             03    QC-NAME       PIC  X(20).
      *The same under the version-2 layout: four-digit coordinates,
      *as the EXT-POINT record carries them.
       01   QUERY-EXT.
             03    QE-X-SIGN     PIC  X.
             03    QE-X-COO      PIC  X(4).
             03    QE-SYMBOL     PIC  X.
             03    QE-Y-SIGN     PIC  X.
             03    QE-Y-COO      PIC  X(4).
             03    FILLER        PIC  X.
             03    QE-NAME       PIC  X(20).
       01   QUERY-HEADER.
             03    QH-MARKER     PIC  XX.
             03    FILLER        PIC  X(30).

       FD   REPORT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REPORT-LINE.
       01   REPORT-LINE    PIC X(80).

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
       01   library-status  PIC XX.
       01   query-status    PIC XX.
       01   report-status   PIC XX.
       01   QUERY-NAME      PIC X(30).
       01   END-OF-CATALOG  PIC X     VALUE 'N'.
       01   END-OF-QUERY    PIC X     VALUE 'N'.
      *'Y' when the query file's header carries the "V2" marker.
       01   EXTENDED-MODE   PIC X     VALUE 'N'.
      *Every active closed figure, its points signed and ready.
      *A figure needs three points to hold anything.
       01   FIGURE-LIMIT    PIC 9(4)  VALUE 300.
       01   FIGURE-TOTAL    PIC 9(4)  VALUE 0.
       01   FIGURES-LEFT-OUT PIC 9(4) VALUE 0.
       01   FIGURE-INDEX    PIC 9(4).
       01   FIGURE-TABLE.
            02  FIGURE-ENTRY  OCCURS 300.
                03  FT-NAME     PIC X(8).
                03  FT-COUNT    PIC 99.
                03  FT-POINT    OCCURS 99.
                    05  FT-X    PIC S9(4).
                    05  FT-Y    PIC S9(4).
       01   POINT-INDEX     PIC 99.
       01   TMP.
            02  DIGIT       PIC 9     OCCURS  2.
      *Unsigned magnitude read off a record, before its sign byte
      *is applied.
       01   COO-MAGNITUDE   PIC 99.
      *A query coordinate, leading blanks turned back into zeros
      *before it is treated as a number.
       01   COO-TEXT        PIC X(4).
       01   COO-VALUE       PIC 9(4).
       01   COO-SIGN        PIC X.
       01   COO-OK          PIC X.
      *The point in hand.
       01   QUERY-SEQ       PIC 9(4)  VALUE 0.
       01   QUERY-X         PIC S9(4).
       01   QUERY-Y         PIC S9(4).
       01   QUERY-LABEL     PIC X(20).
       01   RECORD-OK       PIC X.
      *One edge of the figure in hand, and the tests on it: the
      *cross product is zero when the point lies on the edge's
      *line; the ray test counts the edges a ray run east from the
      *point crosses, an odd count meaning inside. Everything is
      *kept in whole numbers, so no rounding can move a point
      *across an edge.
       01   EDGE-INDEX      PIC 99.
       01   EDGE-NEXT       PIC 99.
       01   EDGE-AX         PIC S9(4).
       01   EDGE-AY         PIC S9(4).
       01   EDGE-BX         PIC S9(4).
       01   EDGE-BY         PIC S9(4).
       01   EDGE-DY         PIC S9(5).
       01   LOW-X           PIC S9(4).
       01   HIGH-X          PIC S9(4).
       01   LOW-Y           PIC S9(4).
       01   HIGH-Y          PIC S9(4).
       01   CROSS-PRODUCT   PIC S9(10).
       01   LEFT-SIDE       PIC S9(10).
       01   RIGHT-SIDE      PIC S9(10).
       01   RAY-INSIDE      PIC X.
       01   ON-EDGE         PIC X.
       01   HOLD-WORD       PIC X(8).
      *The points no figure holds, listed after the main section.
       01   HOLDERS-FOUND   PIC 9(4).
       01   UNHELD-LIMIT    PIC 9(4)  VALUE 500.
       01   UNHELD-TOTAL    PIC 9(4)  VALUE 0.
       01   UNHELD-LISTED   PIC 9(4)  VALUE 0.
       01   UNHELD-INDEX    PIC 9(4).
       01   UNHELD-TABLE.
            02  UNHELD-ENTRY  OCCURS 500.
                03  UH-LABEL   PIC X(20).
                03  UH-X       PIC S9(4).
                03  UH-Y       PIC S9(4).
      *Tallies for the report and the condition code.
       01   POINTS-READ     PIC 9(4)  VALUE 0.
       01   POINTS-HELD     PIC 9(4)  VALUE 0.
       01   RECORDS-BAD     PIC 9(4)  VALUE 0.
       01   ED-X            PIC ----9.
       01   ED-Y            PIC ----9.
       01   ED-SEQ          PIC ZZZ9.
       01   ED-TOTAL        PIC ZZZ9.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
            PERFORM LOAD-PARM-FILE.
            MOVE "PIPQUERY-POINTS" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO QUERY-NAME
                 DISPLAY "Query points " QUERY-NAME
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Query points file: " WITH NO ADVANCING
                 ACCEPT QUERY-NAME.
            PERFORM LOAD-CATALOG.
            OPEN INPUT QUERY-FILE.
            IF query-status NOT = '00'
                 DISPLAY "Cannot open query points file " QUERY-NAME
                    " - file status " query-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "Cannot open DDAPIP.RPT - file status "
                    report-status "."
                 CLOSE QUERY-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE FIGURE-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONTAINMENT QUERY " QUERY-NAME " AGAINST "
               ED-TOTAL " CLOSED FIGURE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM READ-QUERY-HEADER.
            PERFORM QUERY-LOOP.
            CLOSE QUERY-FILE.
            PERFORM WRITE-UNHELD-SECTION.
            PERFORM WRITE-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY POINTS-HELD " of " POINTS-READ " query point(s) "
               "held by a figure - see DDAPIP.RPT.".
            IF UNHELD-TOTAL > 0 OR RECORDS-BAD > 0
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *Every active closed figure of three points or more, read in
      *key order and signed once here rather than once per query.
       LOAD-CATALOG.
            OPEN INPUT LIBRARY-FILE.
            IF library-status NOT = '00'
                 DISPLAY "Cannot open catalog DDAFIG.LIB - file "
                    "status " library-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE LOW-VALUES TO FIG-NAME.
            START LIBRARY-FILE KEY NOT < FIG-NAME
                 INVALID KEY
                      MOVE 'Y' TO END-OF-CATALOG.
            PERFORM LOAD-CATALOG-LOOP.
            CLOSE LIBRARY-FILE.
            IF FIGURES-LEFT-OUT > 0
                 DISPLAY FIGURES-LEFT-OUT " closed figure(s) past "
                    "the first " FIGURE-LIMIT " not tested.".

       LOAD-CATALOG-LOOP.
            IF END-OF-CATALOG NOT = 'Y'
                 READ LIBRARY-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-CATALOG
                 END-READ
                 IF END-OF-CATALOG NOT = 'Y'
                      AND FIG-STATE NOT = 'R'
                      AND (FIG-CLOSED = 'C' OR FIG-CLOSED = 'c')
                      AND FIG-COUNT > 2
                      IF FIGURE-TOTAL < FIGURE-LIMIT
                           ADD 1 TO FIGURE-TOTAL
                           MOVE FIG-NAME TO FT-NAME(FIGURE-TOTAL)
                           MOVE FIG-COUNT TO FT-COUNT(FIGURE-TOTAL)
                           MOVE 1 TO POINT-INDEX
                           PERFORM LOAD-FIGURE-POINT
                      ELSE
                           ADD 1 TO FIGURES-LEFT-OUT
                      END-IF
                 END-IF
                 GO TO LOAD-CATALOG-LOOP.

      *A catalogued point's two-digit magnitudes may carry a
      *leading blank; the sign bytes say which side of the axis.
       LOAD-FIGURE-POINT.
            IF POINT-INDEX NOT > FIG-COUNT
                 MOVE FP-X-COO(POINT-INDEX) TO TMP
                 MOVE DIGIT(2) TO COO-MAGNITUDE
                 IF DIGIT(1) NOT = SPACE
                      MOVE TMP TO COO-MAGNITUDE
                 END-IF
                 IF FP-X-SIGN(POINT-INDEX) = '-'
                      COMPUTE FT-X(FIGURE-TOTAL, POINT-INDEX) =
                         0 - COO-MAGNITUDE
                 ELSE
                      MOVE COO-MAGNITUDE
                         TO FT-X(FIGURE-TOTAL, POINT-INDEX)
                 END-IF
                 MOVE FP-Y-COO(POINT-INDEX) TO TMP
                 MOVE DIGIT(2) TO COO-MAGNITUDE
                 IF DIGIT(1) NOT = SPACE
                      MOVE TMP TO COO-MAGNITUDE
                 END-IF
                 IF FP-Y-SIGN(POINT-INDEX) = '-'
                      COMPUTE FT-Y(FIGURE-TOTAL, POINT-INDEX) =
                         0 - COO-MAGNITUDE
                 ELSE
                      MOVE COO-MAGNITUDE
                         TO FT-Y(FIGURE-TOTAL, POINT-INDEX)
                 END-IF
                 ADD 1 TO POINT-INDEX
                 GO TO LOAD-FIGURE-POINT.

      *The first record is the file's header, as on any DDA input
      *file; its "V2" marker picks the record layout.
       READ-QUERY-HEADER.
            READ QUERY-FILE
                 AT END
                      MOVE 'Y' TO END-OF-QUERY.
            IF END-OF-QUERY NOT = 'Y'
                 AND (QH-MARKER = 'V2' OR QH-MARKER = 'v2')
                 MOVE 'Y' TO EXTENDED-MODE.

       QUERY-LOOP.
            IF END-OF-QUERY NOT = 'Y'
                 READ QUERY-FILE
                      AT END
                           MOVE 'Y' TO END-OF-QUERY
                 END-READ
                 IF END-OF-QUERY NOT = 'Y'
                      PERFORM TAKE-QUERY-RECORD
                 END-IF
                 GO TO QUERY-LOOP.

      *Blank lines and the title, legend, curve and window records
      *an input file may carry are not points.
       TAKE-QUERY-RECORD.
            IF QUERY-CLASSIC = SPACES
                 OR QC-X-SIGN = 'T' OR QC-X-SIGN = 't'
                 OR QC-X-SIGN = 'L' OR QC-X-SIGN = 'l'
                 OR QC-X-SIGN = 'C' OR QC-X-SIGN = 'c'
                 OR QC-X-SIGN = 'A' OR QC-X-SIGN = 'a'
                 OR QC-X-SIGN = 'W' OR QC-X-SIGN = 'w'
                 CONTINUE
            ELSE
                 ADD 1 TO QUERY-SEQ
                 MOVE 'Y' TO RECORD-OK
                 IF EXTENDED-MODE = 'Y'
                      PERFORM DECODE-EXT-QUERY
                 ELSE
                      PERFORM DECODE-CLASSIC-QUERY
                 END-IF
                 IF QUERY-LABEL = SPACES
                      MOVE QUERY-SEQ TO ED-SEQ
                      STRING "POINT " ED-SEQ DELIMITED BY SIZE
                         INTO QUERY-LABEL
                 END-IF
                 IF RECORD-OK = 'Y'
                      ADD 1 TO POINTS-READ
                      PERFORM CLASSIFY-POINT
                 ELSE
                      ADD 1 TO RECORDS-BAD
                      MOVE SPACES TO REPORT-LINE
                      STRING "UNREADABLE COORDINATES ON " QUERY-LABEL
                         " - NOT TESTED" DELIMITED BY SIZE
                         INTO REPORT-LINE
                      WRITE REPORT-LINE
                 END-IF.

       DECODE-CLASSIC-QUERY.
            MOVE QC-NAME TO QUERY-LABEL.
            MOVE SPACES TO COO-TEXT.
            MOVE QC-X-COO TO COO-TEXT(3:2).
            MOVE QC-X-SIGN TO COO-SIGN.
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO QUERY-X.
            IF COO-SIGN = '-'
                 COMPUTE QUERY-X = 0 - COO-VALUE.
            MOVE SPACES TO COO-TEXT.
            MOVE QC-Y-COO TO COO-TEXT(3:2).
            MOVE QC-Y-SIGN TO COO-SIGN.
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO QUERY-Y.
            IF COO-SIGN = '-'
                 COMPUTE QUERY-Y = 0 - COO-VALUE.

       DECODE-EXT-QUERY.
            MOVE QE-NAME TO QUERY-LABEL.
            MOVE QE-X-COO TO COO-TEXT.
            MOVE QE-X-SIGN TO COO-SIGN.
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO QUERY-X.
            IF COO-SIGN = '-'
                 COMPUTE QUERY-X = 0 - COO-VALUE.
            MOVE QE-Y-COO TO COO-TEXT.
            MOVE QE-Y-SIGN TO COO-SIGN.
            PERFORM DECODE-COORDINATE.
            MOVE COO-VALUE TO QUERY-Y.
            IF COO-SIGN = '-'
                 COMPUTE QUERY-Y = 0 - COO-VALUE.

      *Leading blanks are zeros; anything else not a digit spoils
      *the record.
       DECODE-COORDINATE.
            INSPECT COO-TEXT REPLACING LEADING ' ' BY '0'.
            MOVE 0 TO COO-VALUE.
            IF COO-TEXT IS NUMERIC
                 MOVE COO-TEXT TO COO-VALUE
            ELSE
                 MOVE 'N' TO RECORD-OK.

      *Test the point against every figure, listing those that
      *hold it, and note it for the closing section when none do.
       CLASSIFY-POINT.
            MOVE QUERY-X TO ED-X.
            MOVE QUERY-Y TO ED-Y.
            MOVE SPACES TO REPORT-LINE.
            STRING QUERY-LABEL "  AT " ED-X " ," ED-Y
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO HOLDERS-FOUND.
            MOVE 1 TO FIGURE-INDEX.
            PERFORM FIGURE-TEST-LOOP.
            IF HOLDERS-FOUND > 0
                 ADD 1 TO POINTS-HELD
            ELSE
                 MOVE SPACES TO REPORT-LINE
                 MOVE "          HELD BY NO FIGURE" TO REPORT-LINE
                 WRITE REPORT-LINE
                 ADD 1 TO UNHELD-TOTAL
                 IF UNHELD-LISTED < UNHELD-LIMIT
                      ADD 1 TO UNHELD-LISTED
                      MOVE QUERY-LABEL TO UH-LABEL(UNHELD-LISTED)
                      MOVE QUERY-X TO UH-X(UNHELD-LISTED)
                      MOVE QUERY-Y TO UH-Y(UNHELD-LISTED).

       FIGURE-TEST-LOOP.
            IF FIGURE-INDEX NOT > FIGURE-TOTAL
                 PERFORM TEST-FIGURE
                 IF ON-EDGE = 'Y' OR RAY-INSIDE = 'Y'
                      ADD 1 TO HOLDERS-FOUND
                      IF ON-EDGE = 'Y'
                           MOVE "BOUNDARY" TO HOLD-WORD
                      ELSE
                           MOVE "INSIDE" TO HOLD-WORD
                      END-IF
                      MOVE SPACES TO REPORT-LINE
                      STRING "          " HOLD-WORD "  "
                         FT-NAME(FIGURE-INDEX) DELIMITED BY SIZE
                         INTO REPORT-LINE
                      WRITE REPORT-LINE
                 END-IF
                 ADD 1 TO FIGURE-INDEX
                 GO TO FIGURE-TEST-LOOP.

      *Walk the figure's edges, the closing edge from the last
      *point back to the first included. A point found on an edge
      *ends the walk: the boundary answer stands whatever the ray
      *count would have said.
       TEST-FIGURE.
            MOVE 'N' TO RAY-INSIDE.
            MOVE 'N' TO ON-EDGE.
            MOVE 1 TO EDGE-INDEX.
            PERFORM EDGE-LOOP.

       EDGE-LOOP.
            IF EDGE-INDEX NOT > FT-COUNT(FIGURE-INDEX)
                 AND ON-EDGE NOT = 'Y'
                 IF EDGE-INDEX = FT-COUNT(FIGURE-INDEX)
                      MOVE 1 TO EDGE-NEXT
                 ELSE
                      COMPUTE EDGE-NEXT = EDGE-INDEX + 1
                 END-IF
                 MOVE FT-X(FIGURE-INDEX, EDGE-INDEX) TO EDGE-AX
                 MOVE FT-Y(FIGURE-INDEX, EDGE-INDEX) TO EDGE-AY
                 MOVE FT-X(FIGURE-INDEX, EDGE-NEXT) TO EDGE-BX
                 MOVE FT-Y(FIGURE-INDEX, EDGE-NEXT) TO EDGE-BY
                 PERFORM TEST-EDGE
                 ADD 1 TO EDGE-INDEX
                 GO TO EDGE-LOOP.

      *On the edge: on its line and inside its box. Crossing the
      *eastward ray: the edge straddles the point's row (one end
      *above it, the other not) and meets that row east of the
      *point - compared as cross-multiplied whole numbers, the
      *inequality flipping when the edge runs downward.
       TEST-EDGE.
            COMPUTE CROSS-PRODUCT =
               (EDGE-BX - EDGE-AX) * (QUERY-Y - EDGE-AY)
               - (EDGE-BY - EDGE-AY) * (QUERY-X - EDGE-AX).
            IF EDGE-AX < EDGE-BX
                 MOVE EDGE-AX TO LOW-X
                 MOVE EDGE-BX TO HIGH-X
            ELSE
                 MOVE EDGE-BX TO LOW-X
                 MOVE EDGE-AX TO HIGH-X.
            IF EDGE-AY < EDGE-BY
                 MOVE EDGE-AY TO LOW-Y
                 MOVE EDGE-BY TO HIGH-Y
            ELSE
                 MOVE EDGE-BY TO LOW-Y
                 MOVE EDGE-AY TO HIGH-Y.
            IF CROSS-PRODUCT = 0
                 AND QUERY-X NOT < LOW-X AND QUERY-X NOT > HIGH-X
                 AND QUERY-Y NOT < LOW-Y AND QUERY-Y NOT > HIGH-Y
                 MOVE 'Y' TO ON-EDGE.
            IF (EDGE-AY > QUERY-Y AND EDGE-BY NOT > QUERY-Y)
                 OR (EDGE-BY > QUERY-Y AND EDGE-AY NOT > QUERY-Y)
                 COMPUTE EDGE-DY = EDGE-BY - EDGE-AY
                 COMPUTE LEFT-SIDE = (QUERY-X - EDGE-AX) * EDGE-DY
                 COMPUTE RIGHT-SIDE =
                    (QUERY-Y - EDGE-AY) * (EDGE-BX - EDGE-AX)
                 IF (EDGE-DY > 0 AND LEFT-SIDE < RIGHT-SIDE)
                      OR (EDGE-DY < 0 AND LEFT-SIDE > RIGHT-SIDE)
                      PERFORM FLIP-RAY-INSIDE.

       FLIP-RAY-INSIDE.
            IF RAY-INSIDE = 'Y'
                 MOVE 'N' TO RAY-INSIDE
            ELSE
                 MOVE 'Y' TO RAY-INSIDE.

       WRITE-UNHELD-SECTION.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "POINTS NO FIGURE HOLDS" TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF UNHELD-TOTAL = 0
                 MOVE "          NONE" TO REPORT-LINE
                 WRITE REPORT-LINE
            ELSE
                 MOVE 1 TO UNHELD-INDEX
                 PERFORM WRITE-UNHELD-LOOP
                 IF UNHELD-TOTAL > UNHELD-LISTED
                      MOVE SPACES TO REPORT-LINE
                      STRING "          ... AND MORE - SEE THE MAIN "
                         "SECTION" DELIMITED BY SIZE INTO REPORT-LINE
                      WRITE REPORT-LINE.

       WRITE-UNHELD-LOOP.
            IF UNHELD-INDEX NOT > UNHELD-LISTED
                 MOVE UH-X(UNHELD-INDEX) TO ED-X
                 MOVE UH-Y(UNHELD-INDEX) TO ED-Y
                 MOVE SPACES TO REPORT-LINE
                 STRING "          " UH-LABEL(UNHELD-INDEX) "  AT "
                    ED-X " ," ED-Y DELIMITED BY SIZE
                    INTO REPORT-LINE
                 WRITE REPORT-LINE
                 ADD 1 TO UNHELD-INDEX
                 GO TO WRITE-UNHELD-LOOP.

       WRITE-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE POINTS-READ TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "QUERY POINTS TESTED  " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE POINTS-HELD TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "HELD BY A FIGURE     " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE UNHELD-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "HELD BY NO FIGURE    " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE RECORDS-BAD TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "RECORDS UNREADABLE   " ED-TOTAL
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
