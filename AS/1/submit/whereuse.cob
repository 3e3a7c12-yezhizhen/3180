      * Where-used cross-reference for the DDA figure catalog.
      * Before a DDAFIG.LIB figure is retired or replaced, whoever
      * does it needs to know which nightly jobs lean on it. This
      * report walks every figure on the catalog and shows where it
      * is used: the JOBLIST.TXT entries that name it as "=NAME"
      * (with the output each one plots to - an overlay member's
      * being its group leader's), the latest run dates it appears
      * under in DDARUN.LOG, and the nights its plots are held in
      * DDAARCH.LIB under those outputs. A closing section lists the
      * active figures no job has plotted to completion within the
      * dormancy period (90 days unless DDAPARM.TXT's WHEREUSE-DAYS
      * says otherwise), so the catalog can be cleaned up on
      * evidence. Archived plots are found through tonight's
      * JOBLIST.TXT outputs; a plot filed under an output name no
      * longer on the list cannot be traced back to its figure.
      * The report goes to DDAUSE.RPT.
      * Condition code: 0 clean, 4 dormant figures listed or a table
      * overflowed, 8 the catalog could not be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHEREUSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-FILE
               ASSIGN TO "DDAFIG.LIB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FIG-NAME
               FILE STATUS IS library-status.
           SELECT CONTROL-FILE
               ASSIGN TO "JOBLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS control-status.
           SELECT LOG-FILE
               ASSIGN TO "DDARUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-status.
           SELECT ARCHIVE-FILE
               ASSIGN TO "DDAARCH.LIB"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS archive-status.
           SELECT REPORT-FILE
               ASSIGN TO "DDAUSE.RPT"
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
      *Only the catalog record's header fields are wanted here.
       FD   LIBRARY-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS FIGURE-REC.
       01   FIGURE-REC.
             03    FIG-NAME      PIC  X(8).
             03    FIG-STATE     PIC  X.
             03    FIG-COUNT     PIC  99.
             03    FIG-CLOSED    PIC  X.
             03    FILLER        PIC  X(697).

       FD   CONTROL-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS JOB-REC.
       01   JOB-REC.
             03    JOB-INPUT-NAME    PIC  X(30).
             03    FILLER            PIC  X.
             03    JOB-OUTPUT-NAME   PIC  X(30).
             03    FILLER            PIC  X.
             03    JOB-OVERLAY-FLAG  PIC  X.

      *One job entry as DDA's WRITE-RUN-LOG-ENTRY lays it out, and
      *the "*** RUN" marker view whose stamp dates the entries
      *under it.
       FD   LOG-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS LOG-REC.
       01   LOG-REC.
             03    LOG-INPUT      PIC  X(30).
             03    FILLER         PIC  X(2).
             03    LOG-COUNT-X    PIC  X(4).
             03    FILLER         PIC  X(3).
             03    LOG-JOB-STATUS PIC  X(9).
       01   LOG-MARKER-REC.
             03    LOG-MARKER-TAG    PIC  X(8).
             03    LOG-MARKER-DATE   PIC  X(8).
             03    FILLER            PIC  X(32).

      *The plot archive PLTARCH keeps; only each job's 'H' header
      *record is read.
       FD   ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS ARCH-REC.
       01   ARCH-REC.
             03    ARCH-KEY.
                   05  AK-DATE   PIC 9(8).
                   05  AK-JOB    PIC X(30).
                   05  AK-PIECE  PIC X.
                   05  AK-SEQ    PIC 9(4).
             03    ARCH-LINE    PIC X(99).

       FD   REPORT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS REPORT-LINE.
       01   REPORT-LINE   PIC X(80).

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
       01   control-status  PIC XX.
       01   log-status      PIC XX.
       01   archive-status  PIC XX.
       01   report-status   PIC XX.
       01   END-OF-CATALOG  PIC X     VALUE 'N'.
       01   END-OF-JOBS     PIC X     VALUE 'N'.
       01   END-OF-LOG      PIC X     VALUE 'N'.
       01   END-OF-ARCHIVE  PIC X     VALUE 'N'.
       01   TODAY-DATE      PIC 9(8).
      *Dormancy period, and the date it reaches back to.
       01   DORMANT-DAYS    PIC 9(4)  VALUE 90.
       01   TODAY-INTEGER   PIC 9(8).
       01   CUTOFF-INTEGER  PIC 9(8).
       01   CUTOFF-DATE     PIC 9(8).
      *Every catalog figure, with what the log said about it: how
      *often it appeared, its three latest distinct run dates, and
      *the date of its latest completed plot.
       01   FIGURE-LIMIT    PIC 9(4)  VALUE 500.
       01   FIGURE-TOTAL    PIC 9(4)  VALUE 0.
       01   FIGURE-INDEX    PIC 9(4).
       01   FIGURE-TABLE.
            02  FIGURE-ENTRY  OCCURS 500.
                03  FT-NAME         PIC X(8).
                03  FT-STATE        PIC X.
                03  FT-COUNT        PIC 99.
                03  FT-CLOSED       PIC X.
                03  FT-LOG-COUNT    PIC 9(4).
                03  FT-DATE-1       PIC 9(8).
                03  FT-DATE-2       PIC 9(8).
                03  FT-DATE-3       PIC 9(8).
                03  FT-PLOTTED      PIC X.
                03  FT-PLOTTED-DATE PIC 9(8).
      *Every JOBLIST.TXT entry that names a catalog figure, with
      *the output its plot lands in.
       01   JOB-LIMIT       PIC 9(4)  VALUE 300.
       01   JOB-TOTAL       PIC 9(4)  VALUE 0.
       01   JOB-INDEX       PIC 9(4).
       01   JOB-LINE-NO     PIC 9(4)  VALUE 0.
       01   LEADER-OUTPUT   PIC X(30) VALUE SPACES.
       01   JOB-TABLE.
            02  JOB-ENTRY  OCCURS 300.
                03  JT-LINE      PIC 9(4).
                03  JT-FIG       PIC X(8).
                03  JT-OUTPUT    PIC X(30).
                03  JT-OVERLAY   PIC X.
      *Archived nights found for each figure through its jobs'
      *outputs. HIT-FIRST marks where the current header's hits
      *began, so a figure named twice for one output counts once.
       01   HIT-LIMIT       PIC 9(4)  VALUE 1000.
       01   HIT-TOTAL       PIC 9(4)  VALUE 0.
       01   HIT-INDEX       PIC 9(4).
       01   HIT-FIRST       PIC 9(4).
       01   HIT-FOUND       PIC X.
       01   HIT-TABLE.
            02  HIT-ENTRY  OCCURS 1000.
                03  HT-FIGURE    PIC 9(4).
                03  HT-DATE      PIC 9(8).
                03  HT-JOB       PIC X(30).
      *Log walk: the date of the run marker the entries sit under.
       01   CURRENT-RUN-DATE  PIC 9(8)  VALUE 0.
       01   LOOKUP-NAME     PIC X(8).
       01   LOOKUP-FOUND    PIC X.
      *Overflow counts and report tallies.
       01   ENTRIES-LOST    PIC 9(4)  VALUE 0.
       01   FIGURES-IN-JOBS PIC 9(4)  VALUE 0.
       01   DORMANT-TOTAL   PIC 9(4)  VALUE 0.
       01   REFS-SHOWN      PIC 9(4).
      *Edited fields for the report lines.
       01   ED-LINE-NO      PIC ZZZ9.
       01   ED-COUNT        PIC ZZ9.
       01   ED-TOTAL        PIC ZZZ9.
       01   ED-DATE-1       PIC X(8).
       01   ED-DATE-2       PIC X(8).
       01   ED-DATE-3       PIC X(8).
       01   STATE-WORD      PIC X(7).
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
            MOVE "WHEREUSE-DAYS" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 PERFORM PARM-TO-NUMBER
                 MOVE PARM-NUMBER TO DORMANT-DAYS
                 DISPLAY "Dormancy period " DORMANT-DAYS
                    " day(s) taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Dormancy period in days (90 is the "
                    "usual): " WITH NO ADVANCING
                 ACCEPT DORMANT-DAYS.
            IF DORMANT-DAYS = 0
                 MOVE 90 TO DORMANT-DAYS.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE).
            COMPUTE CUTOFF-INTEGER = TODAY-INTEGER - DORMANT-DAYS.
            COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER).
            PERFORM LOAD-CATALOG.
            PERFORM LOAD-JOBLIST.
            PERFORM SCAN-RUN-LOG.
            PERFORM SCAN-ARCHIVE THRU SCAN-ARCHIVE-EXIT.
            PERFORM WRITE-REPORT.
            DISPLAY FIGURE-TOTAL " figure(s) cross-referenced, "
               DORMANT-TOTAL " dormant - report in DDAUSE.RPT.".
            IF DORMANT-TOTAL > 0 OR ENTRIES-LOST > 0
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *Every figure on the catalog, in key order.
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

       LOAD-CATALOG-LOOP.
            IF END-OF-CATALOG NOT = 'Y'
                 READ LIBRARY-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-CATALOG
                 END-READ
                 IF END-OF-CATALOG NOT = 'Y'
                      IF FIGURE-TOTAL < FIGURE-LIMIT
                           ADD 1 TO FIGURE-TOTAL
                           MOVE FIG-NAME TO FT-NAME(FIGURE-TOTAL)
                           MOVE FIG-STATE TO FT-STATE(FIGURE-TOTAL)
                           MOVE FIG-COUNT TO FT-COUNT(FIGURE-TOTAL)
                           MOVE FIG-CLOSED TO FT-CLOSED(FIGURE-TOTAL)
                           MOVE 0 TO FT-LOG-COUNT(FIGURE-TOTAL)
                           MOVE 0 TO FT-DATE-1(FIGURE-TOTAL)
                           MOVE 0 TO FT-DATE-2(FIGURE-TOTAL)
                           MOVE 0 TO FT-DATE-3(FIGURE-TOTAL)
                           MOVE 'N' TO FT-PLOTTED(FIGURE-TOTAL)
                           MOVE 0 TO FT-PLOTTED-DATE(FIGURE-TOTAL)
                      ELSE
                           ADD 1 TO ENTRIES-LOST
                      END-IF
                 END-IF
                 GO TO LOAD-CATALOG-LOOP.

      *The "=NAME" entries of JOBLIST.TXT. A '+' entry lands on its
      *group leader's output, the way DDA's BATCH-LOOP overlays it.
       LOAD-JOBLIST.
            OPEN INPUT CONTROL-FILE.
            IF control-status NOT = '00'
                 DISPLAY "No JOBLIST.TXT - no job references shown."
            ELSE
                 PERFORM LOAD-JOBLIST-LOOP
                 CLOSE CONTROL-FILE.

       LOAD-JOBLIST-LOOP.
            IF END-OF-JOBS NOT = 'Y'
                 READ CONTROL-FILE
                      AT END
                           MOVE 'Y' TO END-OF-JOBS
                 END-READ
                 IF END-OF-JOBS NOT = 'Y'
                      ADD 1 TO JOB-LINE-NO
                      IF JOB-INPUT-NAME NOT = SPACES
                           AND JOB-INPUT-NAME(1:1) NOT = '*'
                           PERFORM NOTE-JOB-ENTRY
                      END-IF
                 END-IF
                 GO TO LOAD-JOBLIST-LOOP.

       NOTE-JOB-ENTRY.
            IF JOB-OVERLAY-FLAG NOT = '+' OR LEADER-OUTPUT = SPACES
                 MOVE JOB-OUTPUT-NAME TO LEADER-OUTPUT.
            IF JOB-INPUT-NAME(1:1) = '='
                 IF JOB-TOTAL < JOB-LIMIT
                      ADD 1 TO JOB-TOTAL
                      MOVE JOB-LINE-NO TO JT-LINE(JOB-TOTAL)
                      MOVE JOB-INPUT-NAME(2:8) TO JT-FIG(JOB-TOTAL)
                      MOVE LEADER-OUTPUT TO JT-OUTPUT(JOB-TOTAL)
                      MOVE JOB-OVERLAY-FLAG TO JT-OVERLAY(JOB-TOTAL)
                 ELSE
                      ADD 1 TO ENTRIES-LOST.

      *Walk DDARUN.LOG in the order it was written, dating each
      *"=NAME" entry by the run marker it sits under. Entries from
      *before markers existed carry a date of zero.
       SCAN-RUN-LOG.
            OPEN INPUT LOG-FILE.
            IF log-status NOT = '00'
                 DISPLAY "No DDARUN.LOG - no run dates shown."
            ELSE
                 PERFORM SCAN-RUN-LOG-LOOP
                 CLOSE LOG-FILE.

       SCAN-RUN-LOG-LOOP.
            IF END-OF-LOG NOT = 'Y'
                 READ LOG-FILE
                      AT END
                           MOVE 'Y' TO END-OF-LOG
                 END-READ
                 IF END-OF-LOG NOT = 'Y'
                      IF LOG-MARKER-TAG = "*** RUN "
                           IF LOG-MARKER-DATE IS NUMERIC
                                MOVE LOG-MARKER-DATE
                                   TO CURRENT-RUN-DATE
                           END-IF
                      ELSE
                           IF LOG-INPUT(1:1) = '='
                                PERFORM NOTE-LOG-ENTRY
                           END-IF
                      END-IF
                 END-IF
                 GO TO SCAN-RUN-LOG-LOOP.

       NOTE-LOG-ENTRY.
            MOVE LOG-INPUT(2:8) TO LOOKUP-NAME.
            PERFORM FIND-FIGURE.
            IF LOOKUP-FOUND = 'Y'
                 ADD 1 TO FT-LOG-COUNT(FIGURE-INDEX)
                 IF FT-LOG-COUNT(FIGURE-INDEX) = 1
                      OR CURRENT-RUN-DATE NOT = FT-DATE-1(FIGURE-INDEX)
                      MOVE FT-DATE-2(FIGURE-INDEX)
                         TO FT-DATE-3(FIGURE-INDEX)
                      MOVE FT-DATE-1(FIGURE-INDEX)
                         TO FT-DATE-2(FIGURE-INDEX)
                      MOVE CURRENT-RUN-DATE TO FT-DATE-1(FIGURE-INDEX)
                 END-IF
                 IF LOG-JOB-STATUS = "COMPLETED"
                      MOVE 'Y' TO FT-PLOTTED(FIGURE-INDEX)
                      MOVE CURRENT-RUN-DATE
                         TO FT-PLOTTED-DATE(FIGURE-INDEX).

      *Find LOOKUP-NAME in the figure table; FIGURE-INDEX is left
      *on it when LOOKUP-FOUND comes back 'Y'.
       FIND-FIGURE.
            MOVE 'N' TO LOOKUP-FOUND.
            MOVE 1 TO FIGURE-INDEX.
            PERFORM FIND-FIGURE-LOOP.

       FIND-FIGURE-LOOP.
            IF FIGURE-INDEX NOT > FIGURE-TOTAL
                 IF FT-NAME(FIGURE-INDEX) = LOOKUP-NAME
                      MOVE 'Y' TO LOOKUP-FOUND
                 ELSE
                      ADD 1 TO FIGURE-INDEX
                      GO TO FIND-FIGURE-LOOP.

      *Every archived job header whose output a figure's jobs plot
      *to is one of that figure's archived nights.
       SCAN-ARCHIVE.
            IF JOB-TOTAL = 0
                 GO TO SCAN-ARCHIVE-EXIT.
            OPEN INPUT ARCHIVE-FILE.
            IF archive-status NOT = '00'
                 DISPLAY "No DDAARCH.LIB - no archived plots shown."
                 GO TO SCAN-ARCHIVE-EXIT.
            MOVE LOW-VALUES TO ARCH-KEY.
            START ARCHIVE-FILE KEY NOT < ARCH-KEY
                 INVALID KEY
                      MOVE 'Y' TO END-OF-ARCHIVE.
            PERFORM SCAN-ARCHIVE-LOOP.
            CLOSE ARCHIVE-FILE.
       SCAN-ARCHIVE-EXIT.
            EXIT.

       SCAN-ARCHIVE-LOOP.
            IF END-OF-ARCHIVE NOT = 'Y'
                 READ ARCHIVE-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-ARCHIVE
                 END-READ
                 IF END-OF-ARCHIVE NOT = 'Y' AND AK-PIECE = 'H'
                      COMPUTE HIT-FIRST = HIT-TOTAL + 1
                      MOVE 1 TO JOB-INDEX
                      PERFORM MATCH-ARCHIVE-LOOP
                 END-IF
                 GO TO SCAN-ARCHIVE-LOOP.

       MATCH-ARCHIVE-LOOP.
            IF JOB-INDEX NOT > JOB-TOTAL
                 IF JT-OUTPUT(JOB-INDEX) = AK-JOB
                      MOVE JT-FIG(JOB-INDEX) TO LOOKUP-NAME
                      PERFORM FIND-FIGURE
                      IF LOOKUP-FOUND = 'Y'
                           PERFORM NOTE-ARCHIVE-HIT
                      END-IF
                 END-IF
                 ADD 1 TO JOB-INDEX
                 GO TO MATCH-ARCHIVE-LOOP.

       NOTE-ARCHIVE-HIT.
            MOVE 'N' TO HIT-FOUND.
            MOVE HIT-FIRST TO HIT-INDEX.
            PERFORM FIND-HIT-LOOP.
            IF HIT-FOUND = 'N'
                 IF HIT-TOTAL < HIT-LIMIT
                      ADD 1 TO HIT-TOTAL
                      MOVE FIGURE-INDEX TO HT-FIGURE(HIT-TOTAL)
                      MOVE AK-DATE TO HT-DATE(HIT-TOTAL)
                      MOVE AK-JOB TO HT-JOB(HIT-TOTAL)
                 ELSE
                      ADD 1 TO ENTRIES-LOST.

       FIND-HIT-LOOP.
            IF HIT-INDEX NOT > HIT-TOTAL
                 IF HT-FIGURE(HIT-INDEX) = FIGURE-INDEX
                      MOVE 'Y' TO HIT-FOUND
                 ELSE
                      ADD 1 TO HIT-INDEX
                      GO TO FIND-HIT-LOOP.

      *One block per figure, then the dormant list and the totals.
       WRITE-REPORT.
            OPEN OUTPUT REPORT-FILE.
            IF report-status NOT = '00'
                 DISPLAY "Cannot open DDAUSE.RPT - file status "
                    report-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE SPACES TO REPORT-LINE.
            STRING "WHERE-USED CROSS-REFERENCE FOR DDAFIG.LIB - "
               TODAY-DATE DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO FIGURE-INDEX.
            PERFORM REPORT-FIGURE-LOOP.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE DORMANT-DAYS TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "ACTIVE FIGURES NOT PLOTTED IN " ED-TOTAL
               " DAYS (NONE SINCE " CUTOFF-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO FIGURE-INDEX.
            PERFORM REPORT-DORMANT-LOOP.
            IF DORMANT-TOTAL = 0
                 MOVE SPACES TO REPORT-LINE
                 MOVE "  NONE" TO REPORT-LINE
                 WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE FIGURE-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "FIGURES ON CATALOG    " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE FIGURES-IN-JOBS TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "NAMED IN JOBLIST.TXT  " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE DORMANT-TOTAL TO ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "DORMANT               " ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            IF ENTRIES-LOST > 0
                 MOVE ENTRIES-LOST TO ED-TOTAL
                 MOVE SPACES TO REPORT-LINE
                 STRING "(TABLES FULL - " ED-TOTAL
                    " ENTRIES NOT CROSS-REFERENCED)"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
                 DISPLAY "Warning: tables full - " ENTRIES-LOST
                    " entries not cross-referenced.".
            CLOSE REPORT-FILE.

       REPORT-FIGURE-LOOP.
            IF FIGURE-INDEX NOT > FIGURE-TOTAL
                 PERFORM REPORT-ONE-FIGURE
                 ADD 1 TO FIGURE-INDEX
                 GO TO REPORT-FIGURE-LOOP.

       REPORT-ONE-FIGURE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF FT-STATE(FIGURE-INDEX) = 'R'
                 MOVE "RETIRED" TO STATE-WORD
            ELSE
                 MOVE "ACTIVE" TO STATE-WORD.
            MOVE FT-COUNT(FIGURE-INDEX) TO ED-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "FIGURE " FT-NAME(FIGURE-INDEX) "  " STATE-WORD
               "  " ED-COUNT " POINTS" DELIMITED BY SIZE
               INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO REFS-SHOWN.
            MOVE 1 TO JOB-INDEX.
            PERFORM REPORT-JOBS-LOOP.
            IF REFS-SHOWN = 0
                 MOVE SPACES TO REPORT-LINE
                 MOVE "  NOT NAMED IN JOBLIST.TXT" TO REPORT-LINE
                 WRITE REPORT-LINE
            ELSE
                 ADD 1 TO FIGURES-IN-JOBS.
            MOVE SPACES TO REPORT-LINE.
            IF FT-LOG-COUNT(FIGURE-INDEX) = 0
                 MOVE "  NEVER IN DDARUN.LOG" TO REPORT-LINE
            ELSE
                 MOVE FT-DATE-1(FIGURE-INDEX) TO ED-DATE-1
                 MOVE FT-DATE-2(FIGURE-INDEX) TO ED-DATE-2
                 MOVE FT-DATE-3(FIGURE-INDEX) TO ED-DATE-3
                 IF FT-DATE-1(FIGURE-INDEX) = 0
                      MOVE "UNDATED" TO ED-DATE-1
                 END-IF
                 IF FT-DATE-2(FIGURE-INDEX) = 0
                      MOVE SPACES TO ED-DATE-2
                 END-IF
                 IF FT-DATE-3(FIGURE-INDEX) = 0
                      MOVE SPACES TO ED-DATE-3
                 END-IF
                 MOVE FT-LOG-COUNT(FIGURE-INDEX) TO ED-TOTAL
                 STRING "  LAST RUN DATES " ED-DATE-1 " " ED-DATE-2
                    " " ED-DATE-3 "  (" ED-TOTAL " LOG ENTRIES)"
                    DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO REFS-SHOWN.
            MOVE 1 TO HIT-INDEX.
            PERFORM REPORT-HITS-LOOP.
            IF REFS-SHOWN = 0
                 MOVE SPACES TO REPORT-LINE
                 MOVE "  NO PLOTS IN DDAARCH.LIB" TO REPORT-LINE
                 WRITE REPORT-LINE.

       REPORT-JOBS-LOOP.
            IF JOB-INDEX NOT > JOB-TOTAL
                 IF JT-FIG(JOB-INDEX) = FT-NAME(FIGURE-INDEX)
                      ADD 1 TO REFS-SHOWN
                      MOVE JT-LINE(JOB-INDEX) TO ED-LINE-NO
                      MOVE SPACES TO REPORT-LINE
                      IF JT-OVERLAY(JOB-INDEX) = '+'
                           STRING "  JOBLIST LINE " ED-LINE-NO
                              " -> " JT-OUTPUT(JOB-INDEX)
                              " (OVERLAY)" DELIMITED BY SIZE
                              INTO REPORT-LINE
                      ELSE
                           STRING "  JOBLIST LINE " ED-LINE-NO
                              " -> " JT-OUTPUT(JOB-INDEX)
                              DELIMITED BY SIZE INTO REPORT-LINE
                      END-IF
                      WRITE REPORT-LINE
                 END-IF
                 ADD 1 TO JOB-INDEX
                 GO TO REPORT-JOBS-LOOP.

       REPORT-HITS-LOOP.
            IF HIT-INDEX NOT > HIT-TOTAL
                 IF HT-FIGURE(HIT-INDEX) = FIGURE-INDEX
                      ADD 1 TO REFS-SHOWN
                      MOVE SPACES TO REPORT-LINE
                      STRING "  ARCHIVED " HT-DATE(HIT-INDEX)
                         " AS " HT-JOB(HIT-INDEX)
                         DELIMITED BY SIZE INTO REPORT-LINE
                      WRITE REPORT-LINE
                 END-IF
                 ADD 1 TO HIT-INDEX
                 GO TO REPORT-HITS-LOOP.

      *An active figure is dormant when its latest completed plot
      *is older than the cutoff, or it has never plotted at all.
       REPORT-DORMANT-LOOP.
            IF FIGURE-INDEX NOT > FIGURE-TOTAL
                 IF FT-STATE(FIGURE-INDEX) NOT = 'R'
                      AND (FT-PLOTTED(FIGURE-INDEX) NOT = 'Y'
                      OR FT-PLOTTED-DATE(FIGURE-INDEX) < CUTOFF-DATE)
                      ADD 1 TO DORMANT-TOTAL
                      MOVE SPACES TO REPORT-LINE
                      IF FT-PLOTTED(FIGURE-INDEX) NOT = 'Y'
                           STRING "  " FT-NAME(FIGURE-INDEX)
                              "  NEVER PLOTTED" DELIMITED BY SIZE
                              INTO REPORT-LINE
                      ELSE
                           IF FT-PLOTTED-DATE(FIGURE-INDEX) = 0
                                STRING "  " FT-NAME(FIGURE-INDEX)
                                   "  LAST PLOTTED UNDATED"
                                   DELIMITED BY SIZE INTO REPORT-LINE
                           ELSE
                                STRING "  " FT-NAME(FIGURE-INDEX)
                                   "  LAST PLOTTED "
                                   FT-PLOTTED-DATE(FIGURE-INDEX)
                                   DELIMITED BY SIZE INTO REPORT-LINE
                           END-IF
                      END-IF
                      WRITE REPORT-LINE
                 END-IF
                 ADD 1 TO FIGURE-INDEX
                 GO TO REPORT-DORMANT-LOOP.

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
