      * Department master maintenance for plot chargeback.
      * DDADEPT.DAT maps each job input - a loose input file name,
      * or "=NAME" for a catalog figure, exactly as the job is
      * written in JOBLIST.TXT and logged in DDARUN.LOG - to the
      * department that asks for it: a department code, the
      * department's name, and the cost centre its plotting is
      * charged to. CHARGEBK bills each month's completed jobs to
      * the departments this master names.
      * Operations: A)dd or replace a mapping, L)ist the master,
      * D)elete a mapping. Answers come from DDAPARM.TXT when it is
      * present (DEPTMNT-OP, -INPUT, -DEPT, -NAME, -CENTRE,
      * -CONFIRM). Condition code: 0 done, 4 nothing changed, 8 the
      * mapping was refused or the master could not be used.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE
               ASSIGN TO "DDADEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-INPUT
               FILE STATUS IS dept-status.
      *Unattended-mode answers: one "KEYWORD VALUE" line per
      *console prompt, shared by the whole tool set. When the file
      *is absent every prompt asks on the console as it always has.
           SELECT PARM-FILE
               ASSIGN TO "DDAPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-status.
       DATA DIVISION.
       FILE SECTION.
      *One mapping: the job input it covers, and who pays for it.
       FD   DEPT-FILE
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS DEPT-REC.
       01   DEPT-REC.
             03    DM-INPUT       PIC  X(30).
             03    DM-DEPT        PIC  X(8).
             03    DM-DEPT-NAME   PIC  X(30).
             03    DM-COST-CENTRE PIC  X(8).

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
       01   dept-status     PIC XX.
       01   OPERATION-CODE  PIC X.
       01   CONFIRM-CODE    PIC X.
       01   END-OF-DEPTS    PIC X     VALUE 'N'.
       01   LISTED-COUNT    PIC 9(4)  VALUE 0.
       01   ENTRY-INPUT     PIC X(30).
      *The mapping as it is being keyed in, held while an old one
      *under the same input is read for the replace question.
       01   NEW-ENTRY       PIC X(76).
       01   LIST-LINE.
            03  LL-INPUT    PIC X(30).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-DEPT     PIC X(8).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-CENTRE   PIC X(8).
            03  FILLER      PIC X     VALUE SPACE.
            03  LL-NAME     PIC X(30).
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
            MOVE "DEPTMNT-OP" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO OPERATION-CODE
                 DISPLAY "Operation '" OPERATION-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Operation - A)dd/replace, L)ist, D)elete: "
                    WITH NO ADVANCING
                 ACCEPT OPERATION-CODE.
            IF OPERATION-CODE = 'a' MOVE 'A' TO OPERATION-CODE.
            IF OPERATION-CODE = 'l' MOVE 'L' TO OPERATION-CODE.
            IF OPERATION-CODE = 'd' MOVE 'D' TO OPERATION-CODE.
            IF OPERATION-CODE = 'A'
                 PERFORM ADD-MAPPING THRU ADD-MAPPING-EXIT
            ELSE
                 IF OPERATION-CODE = 'L'
                      PERFORM LIST-MAPPINGS
                 ELSE
                      IF OPERATION-CODE = 'D'
                           PERFORM DELETE-MAPPING
                      ELSE
                           DISPLAY "Unrecognized operation "
                              OPERATION-CODE "."
                           MOVE 8 TO RETURN-CODE.
            STOP RUN.

      *Open the master for update, creating it on first use
      *(status 35) and only then - the same first-use pattern
      *FIGCAT applies to its catalog.
       OPEN-DEPT-IO.
            OPEN I-O DEPT-FILE.
            IF dept-status = '35'
                 OPEN OUTPUT DEPT-FILE
                 IF dept-status = '00'
                      CLOSE DEPT-FILE
                      OPEN I-O DEPT-FILE.
            IF dept-status NOT = '00'
                 DISPLAY "Cannot open department master DDADEPT.DAT"
                    " - file status " dept-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

       GET-ENTRY-INPUT.
            MOVE "DEPTMNT-INPUT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO ENTRY-INPUT
                 DISPLAY "Input " ENTRY-INPUT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Input file or =FIGURE: " WITH NO ADVANCING
                 ACCEPT ENTRY-INPUT.
            IF ENTRY-INPUT = SPACES OR ENTRY-INPUT(1:1) = '*'
                 DISPLAY "Input must name a file or =FIGURE."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

      *Key in one mapping and file it - replacing one already held
      *for that input only when the operator says so.
       ADD-MAPPING.
            PERFORM GET-ENTRY-INPUT.
            MOVE SPACES TO DEPT-REC.
            MOVE ENTRY-INPUT TO DM-INPUT.
            MOVE "DEPTMNT-DEPT" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO DM-DEPT
                 DISPLAY "Department " DM-DEPT
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Department code: " WITH NO ADVANCING
                 ACCEPT DM-DEPT.
            MOVE "DEPTMNT-NAME" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO DM-DEPT-NAME
                 DISPLAY "Department name " DM-DEPT-NAME
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Department name: " WITH NO ADVANCING
                 ACCEPT DM-DEPT-NAME.
            MOVE "DEPTMNT-CENTRE" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO DM-COST-CENTRE
                 DISPLAY "Cost centre " DM-COST-CENTRE
                    " taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Cost centre: " WITH NO ADVANCING
                 ACCEPT DM-COST-CENTRE.
            IF DM-DEPT = SPACES OR DM-COST-CENTRE = SPACES
                 DISPLAY "A mapping needs a department code and a "
                    "cost centre - " ENTRY-INPUT " not filed."
                 MOVE 8 TO RETURN-CODE
                 GO TO ADD-MAPPING-EXIT.
            MOVE DEPT-REC TO NEW-ENTRY.
            PERFORM OPEN-DEPT-IO.
            WRITE DEPT-REC
                 INVALID KEY
                      PERFORM REPLACE-MAPPING.
            IF dept-status = '00'
                 DISPLAY "Input " ENTRY-INPUT " charged to "
                    DM-DEPT " / " DM-COST-CENTRE "."
                 MOVE 0 TO RETURN-CODE
            ELSE
                 DISPLAY "Cannot file mapping for " ENTRY-INPUT
                    " - file status " dept-status "."
                 MOVE 8 TO RETURN-CODE.
            CLOSE DEPT-FILE.
       ADD-MAPPING-EXIT.
            EXIT.

      *The input is already mapped - show whose it is now, and
      *replace it only when the operator says so.
       REPLACE-MAPPING.
            READ DEPT-FILE.
            MOVE "DEPTMNT-CONFIRM" TO PARM-WANTED.
            PERFORM FIND-PARM.
            IF PARM-FOUND = 'Y'
                 MOVE PARM-TEXT TO CONFIRM-CODE
                 DISPLAY "Input " ENTRY-INPUT " already charged to "
                    DM-DEPT " - replace answer '" CONFIRM-CODE
                    "' taken from DDAPARM.TXT."
            ELSE
                 DISPLAY "Input " ENTRY-INPUT " already charged to "
                    DM-DEPT " - replace it (Y/N)? "
                    WITH NO ADVANCING
                 ACCEPT CONFIRM-CODE.
            IF CONFIRM-CODE = 'Y' OR CONFIRM-CODE = 'y'
                 MOVE NEW-ENTRY TO DEPT-REC
                 REWRITE DEPT-REC
            ELSE
                 DISPLAY "Input " ENTRY-INPUT " left unchanged."
                 CLOSE DEPT-FILE
                 MOVE 4 TO RETURN-CODE
                 STOP RUN.

      *Walk the master in input-name order, one line per mapping.
       LIST-MAPPINGS.
            OPEN INPUT DEPT-FILE.
            IF dept-status NOT = '00'
                 DISPLAY "Cannot open department master DDADEPT.DAT"
                    " - file status " dept-status "."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
            MOVE LOW-VALUES TO DM-INPUT.
            START DEPT-FILE KEY NOT < DM-INPUT
                 INVALID KEY
                      MOVE 'Y' TO END-OF-DEPTS.
            PERFORM LIST-MAPPINGS-LOOP.
            IF LISTED-COUNT = 0
                 DISPLAY "Department master is empty."
                 MOVE 4 TO RETURN-CODE
            ELSE
                 MOVE 0 TO RETURN-CODE.
            CLOSE DEPT-FILE.

       LIST-MAPPINGS-LOOP.
            IF END-OF-DEPTS NOT = 'Y'
                 READ DEPT-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO END-OF-DEPTS
                 END-READ
                 IF END-OF-DEPTS NOT = 'Y'
                      MOVE DM-INPUT TO LL-INPUT
                      MOVE DM-DEPT TO LL-DEPT
                      MOVE DM-COST-CENTRE TO LL-CENTRE
                      MOVE DM-DEPT-NAME TO LL-NAME
                      DISPLAY LIST-LINE
                      ADD 1 TO LISTED-COUNT
                 END-IF
                 GO TO LIST-MAPPINGS-LOOP.

       DELETE-MAPPING.
            PERFORM GET-ENTRY-INPUT.
            PERFORM OPEN-DEPT-IO.
            MOVE ENTRY-INPUT TO DM-INPUT.
            DELETE DEPT-FILE RECORD
                 INVALID KEY
                      DISPLAY "Input " ENTRY-INPUT
                         " is not on the department master."
                      CLOSE DEPT-FILE
                      MOVE 4 TO RETURN-CODE
                      STOP RUN.
            DISPLAY "Mapping for " ENTRY-INPUT " deleted.".
            CLOSE DEPT-FILE.
            MOVE 0 TO RETURN-CODE.

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
