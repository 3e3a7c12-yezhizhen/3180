      * Monthly chargeback billing for DDA plotting.
      * Walks DDARUN.LOG for one calendar month - every entry under a
      * "*** RUN" marker dated in that month, the same period DDASUM
      * covers in its month scope - and prices each COMPLETED job
      * from the rate table: a charge per job, a charge per point
      * plotted, and for a job drawn as an overlay member onto its
      * group's canvas the overlay-member charge in place of the
      * per-job one. Each job's input is looked up on the
      * department master DEPTMNT keeps, DDADEPT.DAT, and billed to
      * that department and cost centre.
      * The billing report DDACHG.RPT carries a chargeback statement
      * for each department and cost centre, the completed jobs no
      * department owns (listed so they can be assigned, priced as
      * they would be billed), and a control total - jobs run,
      * completed, aborted and points, counted exactly as DDASUM
      * counts them for the month - that the billed and unowned jobs
      * must add back up to.
      * Answers come from DDAPARM.TXT when it is present
      * (CHARGEBK-MONTH as YYYYMM, blank for last month; the rate
      * table in cents as CHARGEBK-JOBRATE, CHARGEBK-PTRATE and
      * CHARGEBK-OVLRATE). Condition code: 0 everything billed, 4
      * unowned jobs or a full department table, 8 the log, the
      * master or the report could not be used, or the control
      * total failed to agree.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE
               ASSIGN TO "DDARUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-status.
           SELECT DEPT-FILE
               ASSIGN TO "DDADEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-INPUT
               FILE STATUS IS dept-status.
           SELECT BILLING-FILE
               ASSIGN TO "DDACHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS billing-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
      *One job entry as DDA's WRITE-RUN-LOG-ENTRY lays it out: input
      *name, record count, COMPLETED/ABORTED, and the overlay-member
      *flag. A second view picks out the "*** RUN" marker lines.
       FD   LOG-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS LOG-REC.
       01   LOG-REC.
             03    LOG-INPUT      PIC  X(30).
             03    FILLER         PIC  X(2).
             03    LOG-COUNT-X    PIC  X(4).
             03    FILLER         PIC  X(3).
             03    LOG-JOB-STATUS PIC  X(9).
             03    FILLER         PIC  X.
             03    LOG-OVERLAY    PIC  X.
       01   LOG-MARKER-REC.
             03    LOG-MARKER-TAG    PIC  X(8).
             03    LOG-MARKER-DATE   PIC  X(8).
             03    FILLER            PIC  X(34).

      *One mapping from a job input to the department that pays.
       FD   DEPT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS DEPT-REC.
       01   DEPT-REC.
             03    DM-INPUT       PIC  X(30).
             03    DM-DEPT        PIC  X(8).
             03    DM-DEPT-NAME   PIC  X(30).
             03    DM-COST-CENTRE PIC  X(8).

       FD   BILLING-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS BILLING-LINE.
       01   BILLING-LINE   PIC X(80).

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
       01   log-status      PIC XX.
       01   dept-status     PIC XX.
       01   billing-status  PIC XX.
       01   END-OF-LOG      PIC X     VALUE 'N'.
      *The month billed, and the date of the marker the log walk
      *is currently under.
       01   BILL-MONTH      PIC 9(6)  VALUE 0.
       01   BILL-MONTH-PARTS REDEFINES BILL-MONTH.
            03  BILL-YEAR   PIC 9(4).
            03  BILL-MM     PIC 99.
       01   TODAY-DATE      PIC 9(8).
       01   MONTH-TEXT      PIC X(6).
       01   MARKER-SEEN     PIC X     VALUE 'N'.
       01   ENTRY-DATE      PIC X(8)  VALUE SPACES.
       01   IN-MONTH        PIC X.
      *The rate table, in cents.
       01   JOB-RATE        PIC 9(6)  VALUE 0.
       01   POINT-RATE      PIC 9(6)  VALUE 0.
       01   OVERLAY-RATE    PIC 9(6)  VALUE 0.
       01   RATE-VALUE      PIC 9(6).
      *The entry in hand: its points, its price, and its owner.
       01   COUNT-TEXT      PIC X(4).
       01   COUNT-NUM       PIC 9(4).
       01   CHARGE-CENTS    PIC 9(9).
       01   JOB-CHARGE      PIC 9(7)V99.
       01   OWNED           PIC X.
       01   BILL-KEY.
            03  BK-DEPT     PIC X(8).
            03  BK-CENTRE   PIC X(8).
      *One slot per department and cost centre billed this month,
      *kept in code order so the statements come out in order.
       01   DEPT-LIMIT      PIC 9(3)  VALUE 100.
       01   DEPT-TOTAL      PIC 9(3)  VALUE 0.
       01   DEPT-INDEX      PIC 9(3).
       01   DEPT-SLOT       PIC 9(3).
       01   DEPT-FOUND      PIC X.
       01   DEPTS-LOST      PIC 9(4)  VALUE 0.
       01   DEPT-TABLE.
            02  DEPT-ENTRY  OCCURS 100.
                03  DT-KEY.
                    05  DT-DEPT     PIC X(8).
                    05  DT-CENTRE   PIC X(8).
                03  DT-NAME     PIC X(30).
                03  DT-JOBS     PIC 9(6).
                03  DT-POINTS   PIC 9(8).
                03  DT-MEMBERS  PIC 9(6).
                03  DT-CHARGE   PIC 9(9)V99.
      *'U' while the statement pass is listing the unowned jobs,
      *'D' while it lists the department in DEPT-INDEX.
       01   STATEMENT-KIND  PIC X     VALUE SPACE.
      *Control totals, counted the way DDASUM counts them.
       01   TOTAL-JOBS      PIC 9(6)  VALUE 0.
       01   TOTAL-COMPLETED PIC 9(6)  VALUE 0.
       01   TOTAL-ABORTED   PIC 9(6)  VALUE 0.
       01   TOTAL-POINTS    PIC 9(8)  VALUE 0.
       01   RUNS-COVERED    PIC 9(4)  VALUE 0.
       01   BILLED-JOBS     PIC 9(6)  VALUE 0.
       01   BILLED-CHARGE   PIC 9(9)V99  VALUE 0.
       01   UNOWNED-JOBS    PIC 9(6)  VALUE 0.
       01   UNOWNED-POINTS  PIC 9(8)  VALUE 0.
       01   UNOWNED-CHARGE  PIC 9(9)V99  VALUE 0.
       01   CHECK-JOBS      PIC 9(6).
      *Edited views for the report lines.
       01   ED-COUNT-6      PIC ZZZZZ9.
       01   ED-COUNT-8      PIC ZZZZZZZ9.
       01   ED-POINTS       PIC ZZZ9.
       01   ED-CHARGE       PIC ZZZZZZ9.99.
       01   ED-TOTAL-CHARGE PIC ZZZZZZZZ9.99.
       01   ED-JOB-RATE     PIC ZZZZZ9.
       01   ED-POINT-RATE   PIC ZZZZZ9.
       01   ED-OVERLAY-RATE PIC ZZZZZ9.
       01   OVERLAY-WORD    PIC X(3).
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
            PERFORM GET-BILL-MONTH.
            MOVE "CHARGEBK-JOBRATE" TO PARM-WANTED.
            PERFORM GET-RATE.
            MOVE RATE-VALUE TO JOB-RATE.
            MOVE "CHARGEBK-PTRATE" TO PARM-WANTED.
            PERFORM GET-RATE.
            MOVE RATE-VALUE TO POINT-RATE.
            MOVE "CHARGEBK-OVLRATE" TO PARM-WANTED.
            PERFORM GET-RATE.
            MOVE RATE-VALUE TO OVERLAY-RATE.
            OPEN INPUT DEPT-FILE.
            IF dept-status NOT = '00'
                 DISPLAY "Cannot open department master DDADEPT.DAT"
                    " - file status " dept-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM PRICE-MONTH.
            OPEN OUTPUT BILLING-FILE.
            IF billing-status NOT = '00'
                 DISPLAY "Cannot open DDACHG.RPT - file status "
                    billing-status "."
                 CLOSE DEPT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            PERFORM WRITE-BILLING-HEADER.
            MOVE 'D' TO STATEMENT-KIND.
            MOVE 1 TO DEPT-INDEX.
            PERFORM WRITE-STATEMENTS-LOOP.
            MOVE 'U' TO STATEMENT-KIND.
            PERFORM WRITE-UNOWNED-SECTION.
            PERFORM WRITE-CONTROL-TOTAL.
            CLOSE BILLING-FILE.
            CLOSE DEPT-FILE.
            DISPLAY "Month " BILL-MONTH " - " BILLED-JOBS
               " job(s) billed to " DEPT-TOTAL " department(s), "
               UNOWNED-JOBS " unowned - see DDACHG.RPT.".
            COMPUTE CHECK-JOBS = BILLED-JOBS + UNOWNED-JOBS
               + DEPTS-LOST.
            IF CHECK-JOBS NOT = TOTAL-COMPLETED
                 DISPLAY "Control total does not agree - see "
                    "DDACHG.RPT."
                 MOVE 8 TO RETURN-CODE
            ELSE
                 IF UNOWNED-JOBS > 0 OR DEPTS-LOST > 0
                      MOVE 4 TO RETURN-CODE
                 ELSE
                      MOVE 0 TO RETURN-CODE.
            STOP RUN.

      *The month to bill, as YYYYMM; blank takes last month, the
      *usual case for a run made after the month has closed.
       GET-BILL-MONTH.
            MOVE "CHARGEBK-MONTH" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT(1:6) TO MONTH-TEXT
                 DISPLAY "Month " MONTH-TEXT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Month to bill (YYYYMM, blank for last "
                    "month): " WITH NO ADVANCING
                 ACCEPT MONTH-TEXT.
            IF MONTH-TEXT = SPACES
                 ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                 MOVE TODAY-DATE(1:6) TO BILL-MONTH
                 IF BILL-MM = 1
                      SUBTRACT 1 FROM BILL-YEAR
                      MOVE 12 TO BILL-MM
                 ELSE
                      SUBTRACT 1 FROM BILL-MM
                 END-IF
            ELSE
                 IF MONTH-TEXT IS NUMERIC
                      MOVE MONTH-TEXT TO BILL-MONTH
                 ELSE
                      DISPLAY "Month " MONTH-TEXT
                         " is not a YYYYMM month."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
            IF BILL-MM < 1 OR BILL-MM > 12
                 DISPLAY "Month " BILL-MONTH " is not a YYYYMM month."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

      *One rate, in cents, off DDAPARM.TXT or asked for.
       GET-RATE.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 DISPLAY PARM-WANTED " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY PARM-WANTED " in cents: " WITH NO ADVANCING
                 ACCEPT PARM-TEXT.
            PERFORM PARM-TO-NUMBER.
            MOVE PARM-NUMBER TO RATE-VALUE.

      *Pass one: count the month the way DDASUM does, price every
      *completed job, and total it against its owner.
       PRICE-MONTH.
            OPEN INPUT LOG-FILE.
            IF log-status NOT = '00'
                 DISPLAY "Cannot open DDARUN.LOG - file status "
                    log-status "."
                 CLOSE DEPT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE 'N' TO END-OF-LOG.
            MOVE 'N' TO MARKER-SEEN.
            PERFORM PRICE-MONTH-LOOP.
            CLOSE LOG-FILE.

       PRICE-MONTH-LOOP.
            IF END-OF-LOG NOT = 'Y'
                 READ LOG-FILE
                      AT END
                           MOVE 'Y' TO END-OF-LOG
                 END-READ
                 IF END-OF-LOG NOT = 'Y'
                      PERFORM PRICE-ONE-LINE THRU PRICE-ONE-LINE-EXIT
                 END-IF
                 GO TO PRICE-MONTH-LOOP.

       PRICE-ONE-LINE.
            PERFORM CHECK-MONTH-LINE THRU CHECK-MONTH-LINE-EXIT.
            IF IN-MONTH NOT = 'Y'
                 GO TO PRICE-ONE-LINE-EXIT.
            ADD 1 TO TOTAL-JOBS.
            ADD COUNT-NUM TO TOTAL-POINTS.
            IF LOG-JOB-STATUS = "ABORTED"
                 ADD 1 TO TOTAL-ABORTED.
            IF LOG-JOB-STATUS NOT = "COMPLETED"
                 GO TO PRICE-ONE-LINE-EXIT.
            ADD 1 TO TOTAL-COMPLETED.
            PERFORM FIND-OWNER.
            IF OWNED NOT = 'Y'
                 ADD 1 TO UNOWNED-JOBS
                 ADD COUNT-NUM TO UNOWNED-POINTS
                 ADD JOB-CHARGE TO UNOWNED-CHARGE
                 GO TO PRICE-ONE-LINE-EXIT.
            PERFORM FIND-DEPT-SLOT.
            IF DEPT-FOUND NOT = 'Y'
                 ADD 1 TO DEPTS-LOST
                 GO TO PRICE-ONE-LINE-EXIT.
            ADD 1 TO BILLED-JOBS.
            ADD JOB-CHARGE TO BILLED-CHARGE.
            ADD 1 TO DT-JOBS(DEPT-SLOT).
            ADD COUNT-NUM TO DT-POINTS(DEPT-SLOT).
            ADD JOB-CHARGE TO DT-CHARGE(DEPT-SLOT).
            IF LOG-OVERLAY = '+'
                 ADD 1 TO DT-MEMBERS(DEPT-SLOT).
       PRICE-ONE-LINE-EXIT.
            EXIT.

      *Is the log line in hand a job entry of the month being
      *billed? Markers move the walk into (or out of) the month;
      *entries older than any marker carry no date and are never
      *billed, as DDASUM's month scope never counts them. On the
      *way the entry's point count is read and its price worked
      *out.
       CHECK-MONTH-LINE.
            MOVE 'N' TO IN-MONTH.
            IF LOG-MARKER-TAG = "*** RUN "
                 MOVE 'Y' TO MARKER-SEEN
                 MOVE LOG-MARKER-DATE TO ENTRY-DATE
                 IF ENTRY-DATE(1:6) = BILL-MONTH
                      AND STATEMENT-KIND = SPACE
                      ADD 1 TO RUNS-COVERED
                 END-IF
                 GO TO CHECK-MONTH-LINE-EXIT.
            IF LOG-INPUT = SPACES OR MARKER-SEEN NOT = 'Y'
                 GO TO CHECK-MONTH-LINE-EXIT.
            IF ENTRY-DATE(1:6) NOT = BILL-MONTH
                 GO TO CHECK-MONTH-LINE-EXIT.
            MOVE 'Y' TO IN-MONTH.
            MOVE 0 TO COUNT-NUM.
            MOVE LOG-COUNT-X TO COUNT-TEXT.
            INSPECT COUNT-TEXT REPLACING LEADING ' ' BY '0'.
            IF COUNT-TEXT IS NUMERIC
                 MOVE COUNT-TEXT TO COUNT-NUM.
            IF LOG-OVERLAY = '+'
                 COMPUTE CHARGE-CENTS =
                    OVERLAY-RATE + COUNT-NUM * POINT-RATE
            ELSE
                 COMPUTE CHARGE-CENTS =
                    JOB-RATE + COUNT-NUM * POINT-RATE.
            COMPUTE JOB-CHARGE = CHARGE-CENTS / 100.
       CHECK-MONTH-LINE-EXIT.
            EXIT.

      *The department master entry for the job's input, if any.
       FIND-OWNER.
            MOVE 'Y' TO OWNED.
            MOVE LOG-INPUT TO DM-INPUT.
            READ DEPT-FILE
                 INVALID KEY
                      MOVE 'N' TO OWNED.
            IF OWNED = 'Y'
                 MOVE DM-DEPT TO BK-DEPT
                 MOVE DM-COST-CENTRE TO BK-CENTRE.

      *Find the department's slot, or open one in code order by
      *moving the slots after it down one.
       FIND-DEPT-SLOT.
            MOVE 'N' TO DEPT-FOUND.
            MOVE 1 TO DEPT-SLOT.
            PERFORM FIND-DEPT-LOOP.
            IF DEPT-FOUND NOT = 'Y' AND DEPT-TOTAL < DEPT-LIMIT
                 MOVE DEPT-TOTAL TO DEPT-INDEX
                 PERFORM OPEN-DEPT-SLOT-LOOP
                 ADD 1 TO DEPT-TOTAL
                 MOVE BILL-KEY TO DT-KEY(DEPT-SLOT)
                 MOVE DM-DEPT-NAME TO DT-NAME(DEPT-SLOT)
                 MOVE 0 TO DT-JOBS(DEPT-SLOT)
                 MOVE 0 TO DT-POINTS(DEPT-SLOT)
                 MOVE 0 TO DT-MEMBERS(DEPT-SLOT)
                 MOVE 0 TO DT-CHARGE(DEPT-SLOT)
                 MOVE 'Y' TO DEPT-FOUND.

      *Stops on the matching slot, or on the first slot whose key
      *sorts after the one wanted - where a new slot belongs.
       FIND-DEPT-LOOP.
            IF DEPT-SLOT NOT > DEPT-TOTAL
                 IF DT-KEY(DEPT-SLOT) = BILL-KEY
                      MOVE 'Y' TO DEPT-FOUND
                 ELSE
                      IF DT-KEY(DEPT-SLOT) < BILL-KEY
                           ADD 1 TO DEPT-SLOT
                           GO TO FIND-DEPT-LOOP.

       OPEN-DEPT-SLOT-LOOP.
            IF DEPT-INDEX NOT < DEPT-SLOT
                 MOVE DEPT-ENTRY(DEPT-INDEX)
                    TO DEPT-ENTRY(DEPT-INDEX + 1)
                 SUBTRACT 1 FROM DEPT-INDEX
                 GO TO OPEN-DEPT-SLOT-LOOP.

       WRITE-BILLING-HEADER.
            MOVE SPACES TO BILLING-LINE.
            STRING "PLOTTING CHARGEBACK - MONTH " BILL-MONTH
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE SPACES TO BILLING-LINE.
            MOVE JOB-RATE TO ED-JOB-RATE.
            MOVE POINT-RATE TO ED-POINT-RATE.
            MOVE OVERLAY-RATE TO ED-OVERLAY-RATE.
            STRING "RATES IN CENTS  PER JOB " ED-JOB-RATE
               "  PER POINT " ED-POINT-RATE
               "  PER OVERLAY MEMBER " ED-OVERLAY-RATE
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.

      *One statement per department slot: a heading, a line per
      *billed job off a fresh walk of the log, and its totals.
       WRITE-STATEMENTS-LOOP.
            IF DEPT-INDEX NOT > DEPT-TOTAL
                 MOVE SPACES TO BILLING-LINE
                 WRITE BILLING-LINE
                 MOVE SPACES TO BILLING-LINE
                 STRING "STATEMENT  DEPT " DT-DEPT(DEPT-INDEX)
                    "  COST CENTRE " DT-CENTRE(DEPT-INDEX) "  "
                    DT-NAME(DEPT-INDEX) DELIMITED BY SIZE
                    INTO BILLING-LINE
                 WRITE BILLING-LINE
                 PERFORM WRITE-COLUMN-HEADS
                 PERFORM LIST-JOBS
                 MOVE DT-JOBS(DEPT-INDEX) TO ED-COUNT-6
                 MOVE DT-POINTS(DEPT-INDEX) TO ED-COUNT-8
                 MOVE DT-CHARGE(DEPT-INDEX) TO ED-TOTAL-CHARGE
                 MOVE SPACES TO BILLING-LINE
                 STRING "  TOTAL    " ED-COUNT-6 " JOB(S) "
                    ED-COUNT-8 " POINT(S)       " ED-TOTAL-CHARGE
                    DELIMITED BY SIZE INTO BILLING-LINE
                 WRITE BILLING-LINE
                 MOVE DT-MEMBERS(DEPT-INDEX) TO ED-COUNT-6
                 MOVE SPACES TO BILLING-LINE
                 STRING "  OVERLAY MEMBERS " ED-COUNT-6
                    DELIMITED BY SIZE INTO BILLING-LINE
                 WRITE BILLING-LINE
                 ADD 1 TO DEPT-INDEX
                 GO TO WRITE-STATEMENTS-LOOP.

       WRITE-COLUMN-HEADS.
            MOVE SPACES TO BILLING-LINE.
            STRING "  RUN DATE INPUT                          POINTS"
               " OVL     CHARGE" DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.

       WRITE-UNOWNED-SECTION.
            MOVE SPACES TO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE "COMPLETED JOBS NO DEPARTMENT OWNS - ASSIGN ON DEPTMNT"
               TO BILLING-LINE.
            WRITE BILLING-LINE.
            IF UNOWNED-JOBS = 0
                 MOVE SPACES TO BILLING-LINE
                 MOVE "  NONE" TO BILLING-LINE
                 WRITE BILLING-LINE
            ELSE
                 PERFORM WRITE-COLUMN-HEADS
                 PERFORM LIST-JOBS
                 MOVE UNOWNED-JOBS TO ED-COUNT-6
                 MOVE UNOWNED-POINTS TO ED-COUNT-8
                 MOVE UNOWNED-CHARGE TO ED-TOTAL-CHARGE
                 MOVE SPACES TO BILLING-LINE
                 STRING "  TOTAL    " ED-COUNT-6 " JOB(S) "
                    ED-COUNT-8 " POINT(S)       " ED-TOTAL-CHARGE
                    DELIMITED BY SIZE INTO BILLING-LINE
                 WRITE BILLING-LINE.

      *Walk the log again for one statement, listing the month's
      *completed jobs that belong on it.
       LIST-JOBS.
            OPEN INPUT LOG-FILE.
            MOVE 'N' TO END-OF-LOG.
            MOVE 'N' TO MARKER-SEEN.
            PERFORM LIST-JOBS-LOOP.
            CLOSE LOG-FILE.

       LIST-JOBS-LOOP.
            IF END-OF-LOG NOT = 'Y'
                 READ LOG-FILE
                      AT END
                           MOVE 'Y' TO END-OF-LOG
                 END-READ
                 IF END-OF-LOG NOT = 'Y'
                      PERFORM CHECK-MONTH-LINE
                         THRU CHECK-MONTH-LINE-EXIT
                      IF IN-MONTH = 'Y'
                           AND LOG-JOB-STATUS = "COMPLETED"
                           PERFORM LIST-ONE-JOB
                      END-IF
                 END-IF
                 GO TO LIST-JOBS-LOOP.

       LIST-ONE-JOB.
            PERFORM FIND-OWNER.
            IF (STATEMENT-KIND = 'U' AND OWNED NOT = 'Y')
                 OR (STATEMENT-KIND = 'D' AND OWNED = 'Y'
                 AND BILL-KEY = DT-KEY(DEPT-INDEX))
                 MOVE SPACES TO OVERLAY-WORD
                 IF LOG-OVERLAY = '+'
                      MOVE "YES" TO OVERLAY-WORD
                 END-IF
                 MOVE COUNT-NUM TO ED-POINTS
                 MOVE JOB-CHARGE TO ED-CHARGE
                 MOVE SPACES TO BILLING-LINE
                 STRING "  " ENTRY-DATE " " LOG-INPUT "   " ED-POINTS
                    " " OVERLAY-WORD " " ED-CHARGE
                    DELIMITED BY SIZE INTO BILLING-LINE
                 WRITE BILLING-LINE.

      *The month's counts as DDASUM's month scope reports them,
      *and the billed and unowned jobs added back up to them.
       WRITE-CONTROL-TOTAL.
            MOVE SPACES TO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE SPACES TO BILLING-LINE.
            STRING "CONTROL TOTAL - MONTH " BILL-MONTH
               " AS DDASUM COUNTS IT" DELIMITED BY SIZE
               INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE RUNS-COVERED TO ED-COUNT-6.
            MOVE SPACES TO BILLING-LINE.
            STRING "  RUNS COVERED      " ED-COUNT-6
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE TOTAL-JOBS TO ED-COUNT-6.
            MOVE SPACES TO BILLING-LINE.
            STRING "  JOBS RUN          " ED-COUNT-6
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE TOTAL-COMPLETED TO ED-COUNT-6.
            MOVE SPACES TO BILLING-LINE.
            STRING "  COMPLETED         " ED-COUNT-6
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE TOTAL-ABORTED TO ED-COUNT-6.
            MOVE SPACES TO BILLING-LINE.
            STRING "  ABORTED           " ED-COUNT-6
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE TOTAL-POINTS TO ED-COUNT-8.
            MOVE SPACES TO BILLING-LINE.
            STRING "  POINTS PROCESSED  " ED-COUNT-8
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE BILLED-JOBS TO ED-COUNT-6.
            MOVE BILLED-CHARGE TO ED-TOTAL-CHARGE.
            MOVE SPACES TO BILLING-LINE.
            STRING "  BILLED            " ED-COUNT-6
               "   CHARGED " ED-TOTAL-CHARGE
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            MOVE UNOWNED-JOBS TO ED-COUNT-6.
            MOVE SPACES TO BILLING-LINE.
            STRING "  UNOWNED           " ED-COUNT-6
               DELIMITED BY SIZE INTO BILLING-LINE.
            WRITE BILLING-LINE.
            IF DEPTS-LOST > 0
                 MOVE DEPTS-LOST TO ED-COUNT-6
                 MOVE SPACES TO BILLING-LINE
                 STRING "  NOT BILLED - DEPARTMENT TABLE FULL "
                    ED-COUNT-6 DELIMITED BY SIZE INTO BILLING-LINE
                 WRITE BILLING-LINE.
            COMPUTE CHECK-JOBS = BILLED-JOBS + UNOWNED-JOBS
               + DEPTS-LOST.
            MOVE SPACES TO BILLING-LINE.
            IF CHECK-JOBS = TOTAL-COMPLETED
                 MOVE "  BILLED + UNOWNED AGREES WITH COMPLETED"
                    TO BILLING-LINE
            ELSE
                 MOVE "  BILLED + UNOWNED DOES NOT AGREE WITH COMPLETED"
                    TO BILLING-LINE.
            WRITE BILLING-LINE.

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
