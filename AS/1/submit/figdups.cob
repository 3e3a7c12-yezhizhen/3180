      * Duplicate and congruent figure scan of the catalog.
      * Compares every active figure in DDAFIG.LIB with every other
      * of the same point count and the same open/closed state, and
      * reports three kinds of match:
      *   exact duplicates - the same points in the same order;
      *   the same outline entered differently - a closed figure
      *   started at another of its points, or either kind of
      *   figure with its points in reverse order;
      *   congruent figures - one is the other turned through a
      *   quarter, half or three-quarter turn, mirrored, or both,
      *   and moved anywhere on the plane, the transformations
      *   XFORM makes, whatever point it starts at.
      * Only coordinates are compared; plot symbols and canvas
      * fields are not. Matches are grouped under the first figure
      * of the group in key order, each member listed with what
      * links it to that figure - as the XFORM operations that turn
      * the first figure into the member - so the catalog custodian
      * can decide which entry is authoritative and retire the
      * rest. A figure of fewer than two points has no shape to
      * compare and is left out. The scan report is DDADUPS.RPT.
      * Condition code: 0 no matches, 4 matches found or figures
      * left out of the scan, 8 the catalog or the report could not
      * be opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIGDUPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-FILE
               ASSIGN TO "DDAFIG.LIB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FIG-NAME
               FILE STATUS IS library-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDADUPS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
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

       FD   REPORT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REPORT-LINE.
       01   REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01   library-status  PIC XX.
       01   report-status   PIC XX.
       01   END-OF-CATALOG  PIC X     VALUE 'N'.
      *Every active figure of two points or more, its points signed
      *and ready, and the group it has been put in (0 for none yet).
       01   FIGURE-LIMIT    PIC 9(4)  VALUE 300.
       01   FIGURE-TOTAL    PIC 9(4)  VALUE 0.
       01   FIGURES-LEFT-OUT PIC 9(4) VALUE 0.
       01   FIGURES-TOO-SMALL PIC 9(4) VALUE 0.
       01   FIGURE-TABLE.
            02  FIGURE-ENTRY  OCCURS 300.
                03  FT-NAME     PIC X(8).
                03  FT-COUNT    PIC 99.
                03  FT-CLOSED   PIC X.
                03  FT-GROUP    PIC 9(4).
                03  FT-POINT    OCCURS 99.
                    05  FT-X    PIC S9(4).
                    05  FT-Y    PIC S9(4).
       01   POINT-INDEX     PIC 99.
       01   TMP.
            02  DIGIT       PIC 9     OCCURS  2.
      *Unsigned magnitude read off a record, before its sign byte
      *is applied.
       01   COO-MAGNITUDE   PIC 99.
      *The pair in hand: LEAD-INDEX is the first figure of its
      *group, MEMBER-INDEX the figure compared with it.
       01   LEAD-INDEX      PIC 9(4).
       01   MEMBER-INDEX    PIC 9(4).
       01   GROUP-TOTAL     PIC 9(4)  VALUE 0.
       01   GROUP-OPEN      PIC X.
       01   PAIR-COUNT      PIC 99.
      *One way of laying the leader's points over the member's:
      *the transformation (0 as it stands, 1-3 turned 90, 180 or
      *270 degrees counter-clockwise, 4-7 mirrored about the Y axis
      *and then turned the same way), the leader point the member's
      *first point falls on, the direction the leader is walked,
      *and the shift that carries the turned leader onto the
      *member. ZERO-SHIFT-ONLY confines the search to the leader
      *where it lies.
       01   TRANSFORM-CODE  PIC 9.
       01   TRANSFORM-LAST  PIC 9.
       01   START-AT        PIC S9(4).
       01   START-LAST      PIC S9(4).
       01   WALK-DIRECTION  PIC X.
       01   ZERO-SHIFT-ONLY PIC X.
       01   SHIFT-X         PIC S9(5).
       01   SHIFT-Y         PIC S9(5).
       01   MATCH-FOUND     PIC X.
       01   POINTS-AGREE    PIC X.
       01   MEMBER-POINT    PIC S9(4).
       01   SOURCE-POINT    PIC S9(4).
       01   MAPPED-X        PIC S9(5).
       01   MAPPED-Y        PIC S9(5).
      *Tallies for the report and the condition code.
       01   EXACT-TOTAL     PIC 9(4)  VALUE 0.
       01   REORDERED-TOTAL PIC 9(4)  VALUE 0.
       01   CONGRUENT-TOTAL PIC 9(4)  VALUE 0.
       01   MATCH-TOTAL     PIC 9(4)  VALUE 0.
       01   ED-TOTAL        PIC ZZZ9.
       01   ED-GROUP        PIC 9(3).
       01   ED-POINTS       PIC Z9.
       01   ED-START        PIC 99.
       01   ED-SHIFT-X      PIC ----9.
       01   ED-SHIFT-Y      PIC ----9.
       01   SHAPE-WORD      PIC X(6).
       01   TURN-WORDS      PIC X(30).
       01   ORDER-WORDS     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
            PERFORM LOAD-CATALOG.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "Cannot open DDADUPS.RPT - file status "
                    report-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE FIGURE-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "DUPLICATE AND CONGRUENT FIGURE SCAN - " ED-TOTAL
               " ACTIVE FIGURE(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO LEAD-INDEX.
            PERFORM LEADER-LOOP.
            PERFORM WRITE-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY MATCH-TOTAL " figure(s) match another in "
               GROUP-TOTAL " group(s) - see DDADUPS.RPT.".
            IF MATCH-TOTAL > 0 OR FIGURES-LEFT-OUT > 0
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *Every active figure of two points or more, read in key order
      *and signed once here rather than once per comparison.
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
                 DISPLAY FIGURES-LEFT-OUT " figure(s) past the first "
                    FIGURE-LIMIT " not scanned.".

       LOAD-CATALOG-LOOP.
            IF END-OF-CATALOG NOT = 'Y'
                 READ LIBRARY-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-CATALOG
                 END-READ
                 IF END-OF-CATALOG NOT = 'Y'
                      AND FIG-STATE NOT = 'R'
                      IF FIG-COUNT < 2
                           ADD 1 TO FIGURES-TOO-SMALL
                      ELSE
                      IF FIGURE-TOTAL < FIGURE-LIMIT
                           ADD 1 TO FIGURE-TOTAL
                           MOVE FIG-NAME TO FT-NAME(FIGURE-TOTAL)
                           MOVE FIG-COUNT TO FT-COUNT(FIGURE-TOTAL)
                           MOVE 'N' TO FT-CLOSED(FIGURE-TOTAL)
                           IF FIG-CLOSED = 'C' OR FIG-CLOSED = 'c'
                                MOVE 'Y' TO FT-CLOSED(FIGURE-TOTAL)
                           END-IF
                           MOVE 0 TO FT-GROUP(FIGURE-TOTAL)
                           MOVE 1 TO POINT-INDEX
                           PERFORM LOAD-FIGURE-POINT
                      ELSE
                           ADD 1 TO FIGURES-LEFT-OUT
                      END-IF
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

      *Each figure not already in a group leads a new one and is
      *compared with every later figure not yet grouped. Every
      *match kind here is one figure moved onto another, so two
      *figures that match the same leader match each other too,
      *and comparing with the leader alone is enough.
       LEADER-LOOP.
            IF LEAD-INDEX NOT > FIGURE-TOTAL
                 IF FT-GROUP(LEAD-INDEX) = 0
                      MOVE 'N' TO GROUP-OPEN
                      COMPUTE MEMBER-INDEX = LEAD-INDEX + 1
                      PERFORM MEMBER-LOOP
                 END-IF
                 ADD 1 TO LEAD-INDEX
                 GO TO LEADER-LOOP.

       MEMBER-LOOP.
            IF MEMBER-INDEX NOT > FIGURE-TOTAL
                 IF FT-GROUP(MEMBER-INDEX) = 0
                      AND FT-COUNT(MEMBER-INDEX) = FT-COUNT(LEAD-INDEX)
                      AND FT-CLOSED(MEMBER-INDEX) =
                          FT-CLOSED(LEAD-INDEX)
                      PERFORM COMPARE-PAIR
                      IF MATCH-FOUND = 'Y'
                           PERFORM LIST-MATCH
                      END-IF
                 END-IF
                 ADD 1 TO MEMBER-INDEX
                 GO TO MEMBER-LOOP.

      *First the leader as it lies - read from any start, either
      *way round - so a plain copy is never reported as a
      *transformed one; then every turn and mirror at any shift.
       COMPARE-PAIR.
            MOVE FT-COUNT(LEAD-INDEX) TO PAIR-COUNT.
            MOVE 'N' TO MATCH-FOUND.
            MOVE 'Y' TO ZERO-SHIFT-ONLY.
            MOVE 0 TO TRANSFORM-CODE.
            MOVE 0 TO TRANSFORM-LAST.
            PERFORM TRANSFORM-LOOP.
            IF MATCH-FOUND NOT = 'Y'
                 MOVE 'N' TO ZERO-SHIFT-ONLY
                 MOVE 0 TO TRANSFORM-CODE
                 MOVE 7 TO TRANSFORM-LAST
                 PERFORM TRANSFORM-LOOP.

       TRANSFORM-LOOP.
            IF TRANSFORM-CODE NOT > TRANSFORM-LAST
                 AND MATCH-FOUND NOT = 'Y'
                 MOVE 'F' TO WALK-DIRECTION
                 PERFORM DIRECTION-STARTS
                 IF MATCH-FOUND NOT = 'Y'
                      MOVE 'R' TO WALK-DIRECTION
                      PERFORM DIRECTION-STARTS
                 END-IF
                 IF MATCH-FOUND NOT = 'Y'
                      ADD 1 TO TRANSFORM-CODE
                 END-IF
                 GO TO TRANSFORM-LOOP.

      *A closed figure may start at any of its points. An open one
      *runs end to end: forward from its first point or backward
      *from its last.
       DIRECTION-STARTS.
            IF FT-CLOSED(LEAD-INDEX) = 'Y'
                 MOVE 1 TO START-AT
                 MOVE PAIR-COUNT TO START-LAST
            ELSE
                 IF WALK-DIRECTION = 'F'
                      MOVE 1 TO START-AT
                      MOVE 1 TO START-LAST
                 ELSE
                      MOVE PAIR-COUNT TO START-AT
                      MOVE PAIR-COUNT TO START-LAST.
            PERFORM START-LOOP.

       START-LOOP.
            IF START-AT NOT > START-LAST
                 AND MATCH-FOUND NOT = 'Y'
                 PERFORM TRY-LAYING THRU TRY-LAYING-EXIT
                 IF MATCH-FOUND NOT = 'Y'
                      ADD 1 TO START-AT
                 END-IF
                 GO TO START-LOOP.

      *Lay the leader over the member one way: the shift is fixed
      *by the first point, and every other point must then agree.
       TRY-LAYING.
            MOVE 1 TO MEMBER-POINT.
            PERFORM MAP-SOURCE-POINT.
            COMPUTE SHIFT-X = FT-X(MEMBER-INDEX, 1) - MAPPED-X.
            COMPUTE SHIFT-Y = FT-Y(MEMBER-INDEX, 1) - MAPPED-Y.
            IF ZERO-SHIFT-ONLY = 'Y'
                 AND (SHIFT-X NOT = 0 OR SHIFT-Y NOT = 0)
                 GO TO TRY-LAYING-EXIT.
            MOVE 'Y' TO POINTS-AGREE.
            MOVE 2 TO MEMBER-POINT.
            PERFORM AGREE-LOOP.
            IF POINTS-AGREE = 'Y'
                 MOVE 'Y' TO MATCH-FOUND.
       TRY-LAYING-EXIT.
            EXIT.

       AGREE-LOOP.
            IF MEMBER-POINT NOT > PAIR-COUNT AND POINTS-AGREE = 'Y'
                 PERFORM MAP-SOURCE-POINT
                 IF FT-X(MEMBER-INDEX, MEMBER-POINT) NOT =
                    MAPPED-X + SHIFT-X
                    OR FT-Y(MEMBER-INDEX, MEMBER-POINT) NOT =
                    MAPPED-Y + SHIFT-Y
                      MOVE 'N' TO POINTS-AGREE
                 END-IF
                 ADD 1 TO MEMBER-POINT
                 GO TO AGREE-LOOP.

      *The leader point that lands on member point MEMBER-POINT,
      *and where the transformation puts it.
       MAP-SOURCE-POINT.
            IF WALK-DIRECTION = 'F'
                 COMPUTE SOURCE-POINT = START-AT + MEMBER-POINT - 1
                 IF SOURCE-POINT > PAIR-COUNT
                      SUBTRACT PAIR-COUNT FROM SOURCE-POINT
                 END-IF
            ELSE
                 COMPUTE SOURCE-POINT = START-AT - MEMBER-POINT + 1
                 IF SOURCE-POINT < 1
                      ADD PAIR-COUNT TO SOURCE-POINT.
            EVALUATE TRANSFORM-CODE
                WHEN 0
                     MOVE FT-X(LEAD-INDEX, SOURCE-POINT) TO MAPPED-X
                     MOVE FT-Y(LEAD-INDEX, SOURCE-POINT) TO MAPPED-Y
                WHEN 1
                     COMPUTE MAPPED-X =
                        0 - FT-Y(LEAD-INDEX, SOURCE-POINT)
                     MOVE FT-X(LEAD-INDEX, SOURCE-POINT) TO MAPPED-Y
                WHEN 2
                     COMPUTE MAPPED-X =
                        0 - FT-X(LEAD-INDEX, SOURCE-POINT)
                     COMPUTE MAPPED-Y =
                        0 - FT-Y(LEAD-INDEX, SOURCE-POINT)
                WHEN 3
                     MOVE FT-Y(LEAD-INDEX, SOURCE-POINT) TO MAPPED-X
                     COMPUTE MAPPED-Y =
                        0 - FT-X(LEAD-INDEX, SOURCE-POINT)
                WHEN 4
                     COMPUTE MAPPED-X =
                        0 - FT-X(LEAD-INDEX, SOURCE-POINT)
                     MOVE FT-Y(LEAD-INDEX, SOURCE-POINT) TO MAPPED-Y
                WHEN 5
                     COMPUTE MAPPED-X =
                        0 - FT-Y(LEAD-INDEX, SOURCE-POINT)
                     COMPUTE MAPPED-Y =
                        0 - FT-X(LEAD-INDEX, SOURCE-POINT)
                WHEN 6
                     MOVE FT-X(LEAD-INDEX, SOURCE-POINT) TO MAPPED-X
                     COMPUTE MAPPED-Y =
                        0 - FT-Y(LEAD-INDEX, SOURCE-POINT)
                WHEN 7
                     MOVE FT-Y(LEAD-INDEX, SOURCE-POINT) TO MAPPED-X
                     MOVE FT-X(LEAD-INDEX, SOURCE-POINT) TO MAPPED-Y
            END-EVALUATE.

      *Put the member in the leader's group, opening the group's
      *section of the report on its first match.
       LIST-MATCH.
            IF GROUP-OPEN NOT = 'Y'
                 MOVE 'Y' TO GROUP-OPEN
                 ADD 1 TO GROUP-TOTAL
                 MOVE GROUP-TOTAL TO FT-GROUP(LEAD-INDEX)
                 PERFORM WRITE-GROUP-HEADING.
            MOVE GROUP-TOTAL TO FT-GROUP(MEMBER-INDEX).
            ADD 1 TO MATCH-TOTAL.
            PERFORM DESCRIBE-ORDER.
            MOVE SPACES TO REPORT-LINE.
            IF TRANSFORM-CODE = 0 AND SHIFT-X = 0 AND SHIFT-Y = 0
                 IF ORDER-WORDS = SPACES
                      ADD 1 TO EXACT-TOTAL
                      STRING "    " FT-NAME(MEMBER-INDEX)
                         "  EXACT DUPLICATE" DELIMITED BY SIZE
                         INTO REPORT-LINE
                 ELSE
                      ADD 1 TO REORDERED-TOTAL
                      STRING "    " FT-NAME(MEMBER-INDEX)
                         "  SAME OUTLINE - " ORDER-WORDS
                         DELIMITED BY SIZE INTO REPORT-LINE
                 END-IF
                 WRITE REPORT-LINE
            ELSE
                 ADD 1 TO CONGRUENT-TOTAL
                 PERFORM DESCRIBE-TURN
                 MOVE SHIFT-X TO ED-SHIFT-X
                 MOVE SHIFT-Y TO ED-SHIFT-Y
                 STRING "    " FT-NAME(MEMBER-INDEX)
                    "  CONGRUENT - " DELIMITED BY SIZE
                    TURN-WORDS DELIMITED BY "  "
                    " SHIFTED X" ED-SHIFT-X " Y" ED-SHIFT-Y
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 IF ORDER-WORDS NOT = SPACES
                      MOVE SPACES TO REPORT-LINE
                      STRING "                  " ORDER-WORDS
                         DELIMITED BY SIZE INTO REPORT-LINE
                      WRITE REPORT-LINE.

       WRITE-GROUP-HEADING.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF FT-CLOSED(LEAD-INDEX) = 'Y'
                 MOVE "CLOSED" TO SHAPE-WORD
            ELSE
                 MOVE "OPEN" TO SHAPE-WORD.
            MOVE GROUP-TOTAL TO ED-GROUP.
            MOVE FT-COUNT(LEAD-INDEX) TO ED-POINTS.
            MOVE SPACES TO REPORT-LINE.
            STRING "GROUP " ED-GROUP "  " FT-NAME(LEAD-INDEX)
               "  " ED-POINTS " POINTS " SHAPE-WORD
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.

      *How the member's points run against the leader's: nothing
      *to say when they run the same way from the same start.
       DESCRIBE-ORDER.
            MOVE SPACES TO ORDER-WORDS.
            MOVE START-AT TO ED-START.
            IF WALK-DIRECTION = 'F'
                 IF START-AT NOT = 1
                      STRING "STARTS AT POINT " ED-START
                         DELIMITED BY SIZE INTO ORDER-WORDS
                 END-IF
            ELSE
                 IF FT-CLOSED(LEAD-INDEX) = 'Y'
                      STRING "REVERSED, STARTS AT POINT " ED-START
                         DELIMITED BY SIZE INTO ORDER-WORDS
                 ELSE
                      MOVE "REVERSED" TO ORDER-WORDS.

      *The XFORM operations that turn the leader into the member,
      *mirror first, then rotation counter-clockwise.
       DESCRIBE-TURN.
            EVALUATE TRANSFORM-CODE
                WHEN 0
                     MOVE "NOT TURNED," TO TURN-WORDS
                WHEN 1
                     MOVE "ROTATED 90," TO TURN-WORDS
                WHEN 2
                     MOVE "ROTATED 180," TO TURN-WORDS
                WHEN 3
                     MOVE "ROTATED 270," TO TURN-WORDS
                WHEN 4
                     MOVE "MIRRORED ABOUT Y," TO TURN-WORDS
                WHEN 5
                     MOVE "MIRRORED ABOUT Y, ROTATED 90,"
                        TO TURN-WORDS
                WHEN 6
                     MOVE "MIRRORED ABOUT X," TO TURN-WORDS
                WHEN 7
                     MOVE "MIRRORED ABOUT Y, ROTATED 270,"
                        TO TURN-WORDS
            END-EVALUATE.

       WRITE-TOTALS.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE GROUP-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "GROUPS FOUND           " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE EXACT-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "EXACT DUPLICATES       " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE REORDERED-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "SAME OUTLINE REORDERED " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE CONGRUENT-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "CONGRUENT              " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE FIGURES-TOO-SMALL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "UNDER TWO POINTS       " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF FIGURES-LEFT-OUT > 0
                 MOVE FIGURES-LEFT-OUT TO ED-TOTAL
                 MOVE SPACES TO REPORT-LINE
                 STRING "NOT SCANNED - TABLE FULL" ED-TOTAL
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE.
