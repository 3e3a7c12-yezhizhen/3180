      * input file that has ABORTED more than once and needs chasing
      * with the upstream department. Covers either the full history
      * or just the entries under the latest "*** RUN" marker that
      * DDA stamps at the start of each execution, or one calendar
      * month - every entry under a marker dated in that month, the
      * period CHARGEBK bills, so its control total can be checked
      * against this report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDASUM.
       ENVIRONMENT DIVISION.
       01   log-status      PIC XX.
       01   summary-status  PIC XX.
      *'L' cuts the report down to the entries under the latest
      *"*** RUN" marker; 'M' to the entries under markers dated in
      *REPORT-MONTH; anything else covers the full history.
       01   SCOPE-CODE      PIC X    VALUE 'F'.
       01   REPORT-MONTH    PIC 9(6)  VALUE 0.
       01   REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
            03  REPORT-YEAR PIC 9(4).
            03  REPORT-MM   PIC 99.
       01   MONTH-TEXT      PIC X(6).
       01   TODAY-DATE      PIC 9(8).
      *The month of the marker the log walk is currently under.
       01   MARKER-MONTH    PIC X(6)  VALUE SPACES.
       01   END-OF-LOG      PIC X    VALUE 'N'.
      *Markers seen: pass one counts them all, pass two counts them
      *again so it knows when it is inside the latest run.
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

                 DISPLAY "Scope '" SCOPE-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Scope - L)atest run only, M)onth, "
                    "F)ull history: " WITH NO ADVANCING
                 ACCEPT SCOPE-CODE.
            IF SCOPE-CODE = 'l'
                 MOVE 'L' TO SCOPE-CODE.
            IF SCOPE-CODE = 'm'
                 MOVE 'M' TO SCOPE-CODE.
            IF SCOPE-CODE = 'M'
                 PERFORM GET-REPORT-MONTH.
      *Pass one just counts the run markers, so pass two can tell
      *which entries sit under the latest one.
            PERFORM COUNT-MARKERS.
            PERFORM WRITE-SUMMARY.
            STOP RUN.

      *The month a month-scope report covers, as YYYYMM - blank
      *for last calendar month, the same default CHARGEBK bills.
       GET-REPORT-MONTH.
            MOVE "DDASUM-MONTH" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT(1:6) TO MONTH-TEXT
                 DISPLAY "Month " MONTH-TEXT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Month (YYYYMM, blank for last month): "
                    WITH NO ADVANCING
                 ACCEPT MONTH-TEXT.
            IF MONTH-TEXT = SPACES
                 ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                 MOVE TODAY-DATE(1:6) TO REPORT-MONTH
                 IF REPORT-MM = 1
                      SUBTRACT 1 FROM REPORT-YEAR
                      MOVE 12 TO REPORT-MM
                 ELSE
                      SUBTRACT 1 FROM REPORT-MM
                 END-IF
            ELSE
                 IF MONTH-TEXT IS NUMERIC
                      MOVE MONTH-TEXT TO REPORT-MONTH
                 ELSE
                      DISPLAY "Month " MONTH-TEXT
                         " is not a YYYYMM month."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN.
            IF REPORT-MM < 1 OR REPORT-MM > 12
                 DISPLAY "Month " REPORT-MONTH
                    " is not a YYYYMM month."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

       COUNT-MARKERS.
            MOVE 0 TO MARKER-TOTAL.
            MOVE 'N' TO END-OF-LOG.
       TALLY-ONE-LINE.
            IF LOG-MARKER-TAG = "*** RUN "
                 ADD 1 TO MARKER-SEEN
                 MOVE LOG-MARKER-STAMP(1:6) TO MARKER-MONTH
                 IF SCOPE-CODE = 'M'
                      IF MARKER-MONTH = REPORT-MONTH
                           ADD 1 TO RUNS-COVERED
                      END-IF
                 ELSE
                      IF SCOPE-CODE NOT = 'L'
                           OR MARKER-SEEN = MARKER-TOTAL
                           ADD 1 TO RUNS-COVERED
                      END-IF
                 END-IF
                 GO TO TALLY-ONE-LINE-EXIT.
      *Blank separators or short lines carry no job entry.
            IF SCOPE-CODE = 'L' AND MARKER-TOTAL > 0
                 AND MARKER-SEEN NOT = MARKER-TOTAL
                 GO TO TALLY-ONE-LINE-EXIT.
      *Month scope takes only entries under a marker of that
      *month; entries older than any marker carry no date at all.
            IF SCOPE-CODE = 'M'
                 AND (MARKER-SEEN = 0
                 OR MARKER-MONTH NOT = REPORT-MONTH)
                 GO TO TALLY-ONE-LINE-EXIT.
            ADD 1 TO TOTAL-JOBS.
            MOVE LOG-COUNT-X TO COUNT-TEXT.
            INSPECT COUNT-TEXT REPLACING LEADING ' ' BY '0'.
                 STRING "DDA OPERATIONS SUMMARY - LATEST RUN ("
                        LATEST-STAMP ")" DELIMITED BY SIZE
                        INTO SUMMARY-LINE
            ELSE
            IF SCOPE-CODE = 'M'
                 STRING "DDA OPERATIONS SUMMARY - MONTH "
                        REPORT-MONTH DELIMITED BY SIZE
                        INTO SUMMARY-LINE
            ELSE
                 MOVE "DDA OPERATIONS SUMMARY - FULL HISTORY"
                    TO SUMMARY-LINE.
                 IF PARM-EOF NOT = 'Y'
                      AND PARM-KEY NOT = SPACES
                      AND PARM-KEY(1:1) NOT = '*'
                      IF PARM-COUNT < 200
                           ADD 1 TO PARM-COUNT
                           MOVE PARM-KEY TO PE-KEY(PARM-COUNT)
                           MOVE PARM-VALUE TO PE-VALUE(PARM-COUNT)
