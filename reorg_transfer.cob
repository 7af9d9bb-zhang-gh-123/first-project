       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-MASS-TRANSFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSTR-FILE ASSIGN TO "reorg_instructions.dat"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "reorg_report.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "reorg_transfer.log"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One instruction per line, in fixed columns:
      *>   DEPT <from dept>      <to dept>       [YYYYMMDD]
      *>   MGR  <from mgr #>     <to mgr #>      [YYYYMMDD]
      *> DEPT moves every ACTIVE and ON-LEAVE employee of the first
      *> department to the second; MGR reassigns every ACTIVE and
      *> ON-LEAVE direct report of the first manager to the second.
      *> COMMIT sends every move to the approval queue as one group;
      *> once approved, a blank effective date (or today or earlier)
      *> applies at once and a future date waits for that day.
      *> Blank lines and lines starting with * are ignored.
       FD  INSTR-FILE.
       01 INSTR-RECORD.
           05 RI-ACTION      PIC X(4).
               88 RI-DEPT-MOVE    VALUE "DEPT".
               88 RI-MGR-MOVE     VALUE "MGR ".
           05 FILLER         PIC X.
           05 RI-FROM        PIC X(15).
           05 FILLER         PIC X.
           05 RI-TO          PIC X(15).
           05 FILLER         PIC X.
           05 RI-EFF-DATE    PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(100).

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 STMT              USAGE POINTER.
       01 RETCODE           PIC S9(9) COMP-5.
       01 SQL-TEXT          PIC X(1024).
       01 DB-NAME           PIC X(64) VALUE "employee.db".
       01 VALUE-TEXT        PIC X(64).

       01 WS-OPERATOR-ID    PIC X(10) VALUE "REORG".
       01 WS-CMD-LINE       PIC X(60) VALUE SPACES.
       01 WS-MODE           PIC X(10) VALUE SPACES.
           88 WS-COMMIT-MODE     VALUE "COMMIT".
       01 END-OF-FILE       PIC X VALUE "N".
       01 WS-RUN-OK-FLAG    PIC X VALUE "Y".
       01 WS-CURRENT-DATE   PIC X(8).
       01 WS-QUOTE-COUNT    PIC 9(3).

       01 WS-INS-NO         PIC 9(4) VALUE 0.
       01 WS-INS-OK-FLAG    PIC X.
       01 WS-INS-LIST-FLAG  PIC X.
       01 WS-INS-REASON     PIC X(60).
       01 WS-INS-FROM-DEPT  PIC X(15).
       01 WS-INS-TO-DEPT    PIC X(15).
       01 WS-INS-FROM-MGR   PIC 9(5).
       01 WS-INS-TO-MGR     PIC 9(5).
       01 WS-INS-EFF-DATE   PIC X(8).
       01 WS-INS-QUEUE-FLAG PIC X.
       01 WS-DEPT-OK-FLAG   PIC X.
       01 WS-MGR-OK-FLAG    PIC X.

      *> The employees one instruction touches, collected before any
      *> of them is checked or moved so the one prepared-statement
      *> slot is free for the per-employee reads and updates.
       01 WS-RG-COUNT       PIC 9(4) VALUE 0.
       01 WS-RG-LIMIT       PIC 9(4) VALUE 5000.
       01 WS-RG-OVERFLOW    PIC X VALUE "N".
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 5000 TIMES.
               10 WS-RG-EMP-ID    PIC 9(5).
               10 WS-RG-NAME      PIC X(20).
               10 WS-RG-DEPT      PIC X(15).
               10 WS-RG-GRADE     PIC X(2).
               10 WS-RG-MGR-ID    PIC 9(5).
       01 WS-RG-I           PIC 9(4).
       01 WS-RG-BLOCK-FLAG  PIC X.
       01 WS-RG-BLOCK-REASON PIC X(60).
       01 WS-RG-RESULT      PIC X(20).
       01 WS-RG-FROM-TEXT   PIC X(15).
       01 WS-RG-TO-TEXT     PIC X(15).

      *> Moves into a department/grade cell that are not yet on the
      *> employee table (a preview, or a move queued for a later
      *> date), so later moves into the same cell in the same run are
      *> checked against the budget as if they had happened.
       01 WS-RB-COUNT       PIC 9(3) VALUE 0.
       01 WS-RB-LIMIT       PIC 9(3) VALUE 200.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
               10 WS-RB-DEPT      PIC X(15).
               10 WS-RB-GRADE     PIC X(2).
               10 WS-RB-ADDED     PIC 9(5).
       01 WS-RB-I           PIC 9(3).
       01 WS-RB-FOUND-IX    PIC 9(3).
       01 WS-BUD-FLAG       PIC X.
       01 WS-BUD-AUTH       PIC 9(4).
       01 WS-BUD-FILLED     PIC 9(5).

       01 WS-LOOP-CUR-ID    PIC 9(5).
       01 WS-LOOP-STEPS     PIC 9(3).
       01 WS-LOOP-LIMIT     PIC 9(3) VALUE 500.
       01 WS-LOOP-FLAG      PIC X.
       01 WS-PND-FIELD      PIC X(20).
       01 WS-PND-FOUND-EFF  PIC X(8).
       01 WS-RUN-TS         PIC X(21).

       01 WS-INS-READ-COUNT   PIC 9(5) VALUE 0.
       01 WS-INS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-SUBMIT-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-BLOCKED-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-WARN-COUNT       PIC 9(5) VALUE 0.

       01 WS-HIST-EMP-ID    PIC 9(5).
       01 WS-HIST-FIELD     PIC X(20).
       01 WS-HIST-OLD       PIC X(64).
       01 WS-HIST-NEW       PIC X(64).

       01 SQLITE-BUSY        PIC S9(9) COMP-5 VALUE 5.
       01 SQLITE-LOCKED      PIC S9(9) COMP-5 VALUE 6.
       01 WS-RETRY-COUNT     PIC 9(3) VALUE 0.
       01 WS-MAX-RETRIES     PIC 9(3) VALUE 5.
       01 WS-WAIT-SECONDS    PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-DATABASE

      *> PREVIEW is the default: nothing is written to the database
      *> unless COMMIT is given on the command line, so the report
      *> can be reviewed before the same instruction file is rerun
      *> for real.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-CMD-LINE) TO WS-CMD-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE
           END-UNSTRING

           OPEN OUTPUT LOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "Reorganization mass-transfer starting" TO LOG-LINE
           WRITE LOG-LINE

           IF WS-MODE NOT = "COMMIT" AND WS-MODE NOT = "PREVIEW"
               IF WS-MODE NOT = SPACES
                   MOVE SPACES TO LOG-LINE
                   STRING "Unrecognized mode '" FUNCTION TRIM (WS-MODE)
                       "' - running PREVIEW"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
                   WRITE LOG-LINE
               END-IF
               MOVE "PREVIEW" TO WS-MODE
           END-IF

      *> Every change of one COMMIT run carries the same entered_at,
      *> so the approval screen can approve or reject the run as a
      *> whole.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-RUN-TS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO REPORT-LINE
           IF WS-COMMIT-MODE
               STRING "Reorganization Mass-Transfer - COMMIT run " WS-CURRENT-DATE
                   " (moves are sent for approval, not applied)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Reorganization Mass-Transfer - PREVIEW run " WS-CURRENT-DATE
                   " (nothing has been applied)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE "Each instruction is checked against the database as it stands; moves listed"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "under earlier instructions are not yet reflected in later ones."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT INSTR-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-RUN-OK-FLAG NOT = "Y"
               READ INSTR-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF INSTR-RECORD NOT = SPACES
                           AND INSTR-RECORD (1:1) NOT = "*"
                           PERFORM PROCESS-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE

           PERFORM WRITE-RUN-TOTALS

           MOVE SPACES TO LOG-LINE
           EVALUATE TRUE
               WHEN WS-RUN-OK-FLAG NOT = "Y"
                   STRING "RUN FAILED: database was busy - stopped at "
                       "instruction " WS-INS-NO ", see reorg_report.txt"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               WHEN WS-INS-READ-COUNT = ZERO
                   MOVE "RUN FAILED: no instructions found in reorg_instructions.dat"
                       TO LOG-LINE
               WHEN NOT WS-COMMIT-MODE
                   MOVE "Run status: COMPLETE - PREVIEW only, nothing applied"
                       TO LOG-LINE
               WHEN WS-INS-REJECT-COUNT = ZERO AND WS-EMP-BLOCKED-COUNT = ZERO
                   AND WS-EMP-FAILED-COUNT = ZERO
                   MOVE "Run status: COMPLETE" TO LOG-LINE
               WHEN OTHER
                   MOVE "Run status: COMPLETE WITH EXCEPTIONS - see reorg_report.txt"
                       TO LOG-LINE
           END-EVALUATE
           WRITE LOG-LINE

           CLOSE REPORT-FILE.
           CLOSE LOG-FILE.
           CALL "my_sqlite3_close"   USING BY VALUE DB.
           STOP RUN.

       OPEN-DATABASE.
           PERFORM OPEN-DB-RETRY
           IF RETCODE NOT = 0
               DISPLAY "Database connection error"
               STOP RUN
           END-IF.

           MOVE "CREATE TABLE IF NOT EXISTS pending_change (" &
                "change_id INTEGER PRIMARY KEY AUTOINCREMENT, " &
                "emp_id INTEGER, field_name TEXT, old_value TEXT, " &
                "new_value TEXT, effective_date TEXT, entered_by TEXT, " &
                "entered_at TEXT, change_status TEXT DEFAULT 'PENDING', " &
                "applied_at TEXT, reviewed_by TEXT, reviewed_at TEXT, " &
                "review_reason TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Pending-change table creation error"
               STOP RUN
           END-IF.

      *> Databases created before changes needed approval have no
      *> review columns; add them in place (an error here just means
      *> the column is already there).
           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_by TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_at TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           MOVE "ALTER TABLE pending_change ADD COLUMN review_reason TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS departments (" &
                "dept_code TEXT PRIMARY KEY, " &
                "dept_status TEXT DEFAULT 'OPEN');"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Department table creation error"
               STOP RUN
           END-IF.

           MOVE "CREATE TABLE IF NOT EXISTS dept_budget (" &
                "dept_code TEXT, salary_grade TEXT, " &
                "authorized_positions INTEGER DEFAULT 0, " &
                "PRIMARY KEY (dept_code, salary_grade));"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Budget table creation error"
               STOP RUN
           END-IF.
           EXIT.

       PROCESS-INSTRUCTION.
      *> One instruction: the rules that apply to it as a whole come
      *> first, then every employee it touches is listed with the
      *> rules their own move would break.  A rejected instruction
      *> still lists its employees so the preview shows what a
      *> corrected instruction would reach, but none of them moves.
           ADD 1 TO WS-INS-NO
           ADD 1 TO WS-INS-READ-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "Instruction " WS-INS-NO ": " INSTR-RECORD
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VALIDATE-INSTRUCTION
           IF WS-RUN-OK-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-INS-LIST-FLAG = "Y"
               PERFORM LOAD-AFFECTED-EMPLOYEES
               IF WS-RUN-OK-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-RG-OVERFLOW = "Y" AND WS-INS-OK-FLAG = "Y"
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "touches more employees than one instruction can handle"
                       TO WS-INS-REASON
               END-IF
           END-IF.

           IF WS-INS-OK-FLAG NOT = "Y"
               ADD 1 TO WS-INS-REJECT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECTED: " WS-INS-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO LOG-LINE
               STRING "REJECTED instruction " WS-INS-NO ": " WS-INS-REASON
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF.

           IF WS-INS-LIST-FLAG = "Y" AND WS-RG-COUNT = ZERO
               MOVE "  No ACTIVE or ON-LEAVE employees to move." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-INS-LIST-FLAG = "Y"
               IF WS-INS-QUEUE-FLAG = "Y" AND WS-INS-OK-FLAG = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Effective " WS-INS-EFF-DATE
                       " - once approved, changes wait for the nightly pending-change apply."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
               PERFORM PROCESS-AFFECTED-EMPLOYEE
                   VARYING WS-RG-I FROM 1 BY 1
                   UNTIL WS-RG-I > WS-RG-COUNT OR WS-RUN-OK-FLAG NOT = "Y"
           END-IF.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       VALIDATE-INSTRUCTION.
      *> Sets WS-INS-OK-FLAG to Y, or N with WS-INS-REASON, for the
      *> instruction as a whole.  The target department must be on
      *> file and OPEN; the new manager must be an ACTIVE employee.
      *> WS-INS-LIST-FLAG is Y once the from side is usable, so the
      *> employees of a rejected instruction can still be listed.
           MOVE "Y" TO WS-INS-OK-FLAG
           MOVE "N" TO WS-INS-LIST-FLAG
           MOVE SPACES TO WS-INS-REASON
           MOVE SPACES TO WS-INS-FROM-DEPT WS-INS-TO-DEPT
           MOVE ZERO TO WS-INS-FROM-MGR WS-INS-TO-MGR
           MOVE ZERO TO WS-RG-COUNT
           MOVE "N" TO WS-INS-QUEUE-FLAG
           MOVE RI-EFF-DATE TO WS-INS-EFF-DATE

           MOVE ZERO TO WS-QUOTE-COUNT
           INSPECT INSTR-RECORD TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-QUOTE-COUNT > 0
               MOVE "N" TO WS-INS-OK-FLAG
               MOVE "instruction cannot contain a quote character" TO WS-INS-REASON
               EXIT PARAGRAPH
           END-IF.

           IF NOT RI-DEPT-MOVE AND NOT RI-MGR-MOVE
               MOVE "N" TO WS-INS-OK-FLAG
               MOVE "action must be DEPT or MGR" TO WS-INS-REASON
               EXIT PARAGRAPH
           END-IF.

           IF RI-DEPT-MOVE
               MOVE RI-FROM TO WS-INS-FROM-DEPT
               MOVE RI-TO TO WS-INS-TO-DEPT
               IF WS-INS-FROM-DEPT = SPACES OR WS-INS-TO-DEPT = SPACES
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "both the from and the to department are required"
                       TO WS-INS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-INS-LIST-FLAG
               IF WS-INS-FROM-DEPT = WS-INS-TO-DEPT
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "from and to department are the same" TO WS-INS-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DEPARTMENT
               EVALUATE WS-DEPT-OK-FLAG
                   WHEN "C"
                       MOVE "N" TO WS-INS-OK-FLAG
                       STRING "department " FUNCTION TRIM (WS-INS-TO-DEPT)
                           " is closed to new assignments"
                           DELIMITED BY SIZE INTO WS-INS-REASON
                       END-STRING
                   WHEN "N"
                       MOVE "N" TO WS-INS-OK-FLAG
                       STRING "department " FUNCTION TRIM (WS-INS-TO-DEPT)
                           " is not on file"
                           DELIMITED BY SIZE INTO WS-INS-REASON
                       END-STRING
                   WHEN "?"
                       MOVE "N" TO WS-RUN-OK-FLAG
               END-EVALUATE
           ELSE
               IF RI-FROM (1:5) NOT NUMERIC OR RI-FROM (6:10) NOT = SPACES
                   OR RI-TO (1:5) NOT NUMERIC OR RI-TO (6:10) NOT = SPACES
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "manager numbers must be entered as five digits"
                       TO WS-INS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE RI-FROM (1:5) TO WS-INS-FROM-MGR
               MOVE RI-TO (1:5) TO WS-INS-TO-MGR
               MOVE "Y" TO WS-INS-LIST-FLAG
               IF WS-INS-FROM-MGR = WS-INS-TO-MGR
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "from and to manager are the same" TO WS-INS-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-MANAGER-ACTIVE
               EVALUATE WS-MGR-OK-FLAG
                   WHEN "N"
                       MOVE "N" TO WS-INS-OK-FLAG
                       STRING "new manager " WS-INS-TO-MGR
                           " is not an ACTIVE employee"
                           DELIMITED BY SIZE INTO WS-INS-REASON
                       END-STRING
                   WHEN "?"
                       MOVE "N" TO WS-RUN-OK-FLAG
               END-EVALUATE
           END-IF.
           IF WS-INS-OK-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-INS-EFF-DATE NOT = SPACES
               IF WS-INS-EFF-DATE NOT NUMERIC
                   OR WS-INS-EFF-DATE (5:2) < "01" OR WS-INS-EFF-DATE (5:2) > "12"
                   OR WS-INS-EFF-DATE (7:2) < "01" OR WS-INS-EFF-DATE (7:2) > "31"
                   MOVE "N" TO WS-INS-OK-FLAG
                   MOVE "effective date must be a real calendar date entered as YYYYMMDD"
                       TO WS-INS-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-INS-EFF-DATE > WS-CURRENT-DATE
                   MOVE "Y" TO WS-INS-QUEUE-FLAG
               END-IF
           END-IF.
           EXIT.

       LOAD-AFFECTED-EMPLOYEES.
      *> Retired employees keep the department and manager they
      *> retired under; only ACTIVE and ON-LEAVE employees move.
           MOVE ZERO TO WS-RG-COUNT
           MOVE "N" TO WS-RG-OVERFLOW

           MOVE SPACES TO SQL-TEXT
           IF RI-DEPT-MOVE
               STRING "SELECT emp_id, emp_name, emp_dept, "
                   "COALESCE(salary_grade,''), COALESCE(manager_id,0) "
                   "FROM employee WHERE TRIM(emp_dept)='"
                   FUNCTION TRIM (WS-INS-FROM-DEPT)
                   "' AND emp_status IN ('ACTIVE','ON-LEAVE') ORDER BY emp_id;"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           ELSE
               STRING "SELECT emp_id, emp_name, emp_dept, "
                   "COALESCE(salary_grade,''), COALESCE(manager_id,0) "
                   "FROM employee WHERE manager_id=" WS-INS-FROM-MGR
                   " AND emp_status IN ('ACTIVE','ON-LEAVE') ORDER BY emp_id;"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           END-IF

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               IF WS-RG-COUNT >= WS-RG-LIMIT
                   MOVE "Y" TO WS-RG-OVERFLOW
                   MOVE 101 TO RETCODE
               ELSE
                   ADD 1 TO WS-RG-COUNT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RG-EMP-ID (WS-RG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:20) TO WS-RG-NAME (WS-RG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:15) TO WS-RG-DEPT (WS-RG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:2) TO WS-RG-GRADE (WS-RG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RG-MGR-ID (WS-RG-COUNT)
                   PERFORM STEP-SQL-RETRY
               END-IF
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       PROCESS-AFFECTED-EMPLOYEE.
      *> Checks, then (in COMMIT mode) moves, the employee at WS-RG-I.
      *> A broken rule that would leave bad data blocks the move; a
      *> budget overrun or a change already queued for the same field
      *> is only a warning, listed under the employee.
           ADD 1 TO WS-EMP-LISTED-COUNT
           MOVE "N" TO WS-RG-BLOCK-FLAG
           MOVE SPACES TO WS-RG-BLOCK-REASON

           IF WS-INS-OK-FLAG NOT = "Y"
               MOVE "Y" TO WS-RG-BLOCK-FLAG
               MOVE "instruction rejected - see above" TO WS-RG-BLOCK-REASON
           END-IF.

           IF RI-MGR-MOVE
               MOVE WS-INS-FROM-MGR TO WS-RG-FROM-TEXT
               MOVE WS-INS-TO-MGR TO WS-RG-TO-TEXT
               EVALUATE TRUE
                   WHEN WS-RG-BLOCK-FLAG = "Y"
                       CONTINUE
                   WHEN WS-RG-EMP-ID (WS-RG-I) = WS-INS-TO-MGR
                       MOVE "Y" TO WS-RG-BLOCK-FLAG
                       MOVE "employee would report to themselves" TO WS-RG-BLOCK-REASON
                   WHEN OTHER
                       PERFORM CHECK-REPORTING-LOOP
                       IF WS-RUN-OK-FLAG NOT = "Y"
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-LOOP-FLAG = "Y"
                           MOVE "Y" TO WS-RG-BLOCK-FLAG
                           STRING "new manager " WS-INS-TO-MGR
                               " already reports up to this employee"
                               DELIMITED BY SIZE INTO WS-RG-BLOCK-REASON
                           END-STRING
                       END-IF
               END-EVALUATE
           ELSE
               MOVE WS-RG-DEPT (WS-RG-I) TO WS-RG-FROM-TEXT
               MOVE WS-INS-TO-DEPT TO WS-RG-TO-TEXT
           END-IF.

           EVALUATE TRUE
               WHEN WS-RG-BLOCK-FLAG = "Y"
                   ADD 1 TO WS-EMP-BLOCKED-COUNT
                   MOVE "BLOCKED" TO WS-RG-RESULT
               WHEN NOT WS-COMMIT-MODE AND WS-INS-QUEUE-FLAG = "Y"
                   MOVE "WOULD QUEUE" TO WS-RG-RESULT
               WHEN NOT WS-COMMIT-MODE
                   MOVE "WOULD MOVE" TO WS-RG-RESULT
               WHEN OTHER
                   MOVE "FOR APPROVAL" TO WS-RG-RESULT
           END-EVALUATE.

           IF WS-RG-BLOCK-FLAG = "N" AND WS-COMMIT-MODE
               PERFORM APPLY-EMPLOYEE-MOVE
               IF WS-RUN-OK-FLAG NOT = "Y"
                   MOVE "FAILED" TO WS-RG-RESULT
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RG-EMP-ID (WS-RG-I) " " WS-RG-NAME (WS-RG-I) " "
               WS-RG-FROM-TEXT " -> " WS-RG-TO-TEXT " " WS-RG-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-RG-BLOCK-FLAG = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "      RULE: " WS-RG-BLOCK-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-OK-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

      *> Nothing is applied during the run, so moves already listed
      *> are added into the headcount a later move is checked against.
           IF RI-DEPT-MOVE
               PERFORM CHECK-MOVE-BUDGET
           END-IF.
           IF RI-DEPT-MOVE
               MOVE "emp_dept" TO WS-PND-FIELD
           ELSE
               MOVE "manager_id" TO WS-PND-FIELD
           END-IF
           PERFORM CHECK-QUEUED-CHANGE
           EXIT.

       CHECK-REPORTING-LOOP.
      *> Walks up the new manager's chain; if it reaches the employee
      *> being moved, the move would close a reporting loop.  Sets
      *> WS-LOOP-FLAG to Y or N.
           MOVE "N" TO WS-LOOP-FLAG
           MOVE WS-INS-TO-MGR TO WS-LOOP-CUR-ID
           MOVE ZERO TO WS-LOOP-STEPS
           PERFORM UNTIL WS-LOOP-CUR-ID = ZERO OR WS-LOOP-FLAG = "Y"
                   OR WS-LOOP-STEPS >= WS-LOOP-LIMIT
                   OR WS-RUN-OK-FLAG NOT = "Y"
               ADD 1 TO WS-LOOP-STEPS
               MOVE SPACES TO SQL-TEXT
               STRING "SELECT COALESCE(manager_id,0) FROM employee WHERE emp_id="
                   WS-LOOP-CUR-ID ";"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
               PERFORM PREPARE-SQL-RETRY
               IF RETCODE NOT = 0
                   MOVE "N" TO WS-RUN-OK-FLAG
               ELSE
                   PERFORM STEP-SQL-RETRY
                   EVALUATE RETCODE
                       WHEN 100
                           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                           MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-LOOP-CUR-ID
                           IF WS-LOOP-CUR-ID = WS-RG-EMP-ID (WS-RG-I)
                               MOVE "Y" TO WS-LOOP-FLAG
                           END-IF
                       WHEN 101
                           MOVE ZERO TO WS-LOOP-CUR-ID
                       WHEN OTHER
                           MOVE "N" TO WS-RUN-OK-FLAG
                   END-EVALUATE
                   CALL "sqlite3_finalize"   USING BY REFERENCE STMT
               END-IF
           END-PERFORM.

      *> A chain that never ends is already a loop among other
      *> employees; the move is refused rather than made worse.
           IF WS-LOOP-STEPS >= WS-LOOP-LIMIT
               MOVE "Y" TO WS-LOOP-FLAG
           END-IF.
           EXIT.

       APPLY-EMPLOYEE-MOVE.
      *> Department and manager changes need a second operator's
      *> approval, so the move goes onto the approval queue as one
      *> AWAITING pending change.  The employee row and history are
      *> written when it is approved (or, for a future effective
      *> date, by the nightly apply job on the day).
           MOVE WS-RG-EMP-ID (WS-RG-I) TO WS-HIST-EMP-ID
           IF RI-DEPT-MOVE
               MOVE "emp_dept" TO WS-HIST-FIELD
               MOVE WS-RG-DEPT (WS-RG-I) TO WS-HIST-OLD
               MOVE WS-INS-TO-DEPT TO WS-HIST-NEW
           ELSE
               MOVE "manager_id" TO WS-HIST-FIELD
               MOVE WS-RG-MGR-ID (WS-RG-I) TO WS-HIST-OLD
               MOVE WS-INS-TO-MGR TO WS-HIST-NEW
           END-IF

           PERFORM WRITE-PENDING-ROW
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
           ELSE
               ADD 1 TO WS-EMP-SUBMIT-COUNT
           END-IF
           EXIT.

       CHECK-MOVE-BUDGET.
      *> Same headcount-budget test as the hire paths, against the
      *> target department and the employee's grade.  Moves not yet
      *> on the employee table are added in from WS-RB-TABLE.
           IF WS-RG-GRADE (WS-RG-I) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-RB-FOUND-IX
           PERFORM VARYING WS-RB-I FROM 1 BY 1 UNTIL WS-RB-I > WS-RB-COUNT
               IF WS-RB-DEPT (WS-RB-I) = WS-INS-TO-DEPT
                   AND WS-RB-GRADE (WS-RB-I) = WS-RG-GRADE (WS-RG-I)
                   MOVE WS-RB-I TO WS-RB-FOUND-IX
               END-IF
           END-PERFORM.

           IF WS-RB-FOUND-IX = ZERO AND WS-RB-COUNT < WS-RB-LIMIT
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-FOUND-IX
               MOVE WS-INS-TO-DEPT TO WS-RB-DEPT (WS-RB-FOUND-IX)
               MOVE WS-RG-GRADE (WS-RG-I) TO WS-RB-GRADE (WS-RB-FOUND-IX)
               MOVE ZERO TO WS-RB-ADDED (WS-RB-FOUND-IX)
           END-IF
           IF WS-RB-FOUND-IX NOT = ZERO
               ADD 1 TO WS-RB-ADDED (WS-RB-FOUND-IX)
           END-IF.

           MOVE "?" TO WS-BUD-FLAG
           MOVE ZERO TO WS-BUD-AUTH WS-BUD-FILLED
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT authorized_positions, (SELECT COUNT(*) FROM employee "
               "WHERE TRIM(emp_dept)='" FUNCTION TRIM (WS-INS-TO-DEPT)
               "' AND TRIM(salary_grade)='" WS-RG-GRADE (WS-RG-I)
               "' AND emp_status IN ('ACTIVE','ON-LEAVE')) "
               "FROM dept_budget WHERE dept_code='" FUNCTION TRIM (WS-INS-TO-DEPT)
               "' AND salary_grade='" WS-RG-GRADE (WS-RG-I) "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE = 0
               PERFORM STEP-SQL-RETRY
               EVALUATE RETCODE
                   WHEN 100
                       CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                       MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-AUTH
                       CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                       MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-FILLED
                       MOVE "Y" TO WS-BUD-FLAG
                   WHEN 101
                       MOVE "N" TO WS-BUD-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           END-IF.

           IF WS-BUD-FLAG = "Y" AND WS-RB-FOUND-IX NOT = ZERO
               ADD WS-RB-ADDED (WS-RB-FOUND-IX) TO WS-BUD-FILLED
           END-IF.

           IF WS-BUD-FLAG = "Y" AND WS-BUD-FILLED > WS-BUD-AUTH
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "      WARN: over budget " FUNCTION TRIM (WS-INS-TO-DEPT)
                   "/" WS-RG-GRADE (WS-RG-I)
                   " - authorized " WS-BUD-AUTH ", filled " WS-BUD-FILLED
                   " after this move"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF WS-BUD-FLAG = "?"
               ADD 1 TO WS-WARN-COUNT
               MOVE "      WARN: database busy - headcount budget was not checked"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.

       CHECK-QUEUED-CHANGE.
      *> A change already queued or awaiting approval for the same
      *> field (other than this run's own) would undo or repeat this
      *> move; it is called out so HR can cancel or reject it.
           MOVE SPACES TO WS-PND-FOUND-EFF
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT MIN(effective_date) FROM pending_change WHERE emp_id="
               WS-RG-EMP-ID (WS-RG-I)
               " AND field_name='" FUNCTION TRIM (WS-PND-FIELD)
               "' AND change_status IN ('PENDING','AWAITING') AND NOT (entered_by='"
               FUNCTION TRIM (WS-OPERATOR-ID) "' AND entered_at='" WS-RUN-TS "');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-PND-FOUND-EFF
           END-IF
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           IF WS-PND-FOUND-EFF NOT = SPACES AND WS-PND-FOUND-EFF NOT = LOW-VALUES
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "      WARN: a " FUNCTION TRIM (WS-PND-FIELD)
                   " change is already pending effective " WS-PND-FOUND-EFF
                   " - cancel or reject it first"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           EXIT.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "Instructions read: " WS-INS-READ-COUNT
               ", rejected: " WS-INS-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Employees listed: " WS-EMP-LISTED-COUNT
               ", blocked by a rule: " WS-EMP-BLOCKED-COUNT
               ", warnings: " WS-WARN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-COMMIT-MODE
               STRING "Sent for approval: " WS-EMP-SUBMIT-COUNT
                   ", failed: " WS-EMP-FAILED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "A second operator approves or rejects the run on the Approvals screen."
                   TO REPORT-LINE
           ELSE
               MOVE "PREVIEW only - rerun with COMMIT to send the moves listed above for approval."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-RUN-OK-FLAG NOT = "Y"
               MOVE "RUN STOPPED: database was busy - instructions after the last one listed were not processed."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO LOG-LINE
           STRING "Mode " FUNCTION TRIM (WS-MODE)
               ": instructions " WS-INS-READ-COUNT
               " (rejected " WS-INS-REJECT-COUNT
               "), employees listed " WS-EMP-LISTED-COUNT
               ", blocked " WS-EMP-BLOCKED-COUNT
               ", sent for approval " WS-EMP-SUBMIT-COUNT
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           IF WS-EMP-SUBMIT-COUNT > ZERO
               MOVE SPACES TO LOG-LINE
               STRING "Changes submitted as one approval group entered_at " WS-RUN-TS
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF
           EXIT.

       CHECK-DEPARTMENT.
      *> Sets WS-DEPT-OK-FLAG to Y when WS-INS-TO-DEPT is an OPEN
      *> department, C when it is on file but closed to new
      *> assignments, N when it is not on file, ? when the database
      *> could not be read.
           MOVE "?" TO WS-DEPT-OK-FLAG

           MOVE "SELECT dept_status FROM departments WHERE dept_code='" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT)
               FUNCTION TRIM (WS-INS-TO-DEPT) "';"
               DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   IF VALUE-TEXT (1:4) = "OPEN"
                       MOVE "Y" TO WS-DEPT-OK-FLAG
                   ELSE
                       MOVE "C" TO WS-DEPT-OK-FLAG
                   END-IF
               WHEN 101
                   MOVE "N" TO WS-DEPT-OK-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       CHECK-MANAGER-ACTIVE.
      *> Sets WS-MGR-OK-FLAG to Y when WS-INS-TO-MGR is an ACTIVE
      *> employee, N when it is missing or not active, ? when the
      *> database could not be read.
           MOVE "?" TO WS-MGR-OK-FLAG

           MOVE "SELECT emp_id FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-INS-TO-MGR " AND emp_status='ACTIVE';"
               DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           EVALUATE RETCODE
               WHEN 100
                   MOVE "Y" TO WS-MGR-OK-FLAG
               WHEN 101
                   MOVE "N" TO WS-MGR-OK-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       WRITE-PENDING-ROW.
      *> Same AWAITING pending_change row the update screen submits,
      *> with the value being replaced as the old value.  A blank
      *> effective date means today.
           IF WS-INS-EFF-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-INS-EFF-DATE
           END-IF

           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO pending_change "
               "(emp_id, field_name, old_value, new_value, "
               "effective_date, entered_by, entered_at, change_status) VALUES ("
               WS-HIST-EMP-ID ", '"
               FUNCTION TRIM (WS-HIST-FIELD) "', '"
               FUNCTION TRIM (WS-HIST-OLD) "', '"
               FUNCTION TRIM (WS-HIST-NEW) "', '"
               WS-INS-EFF-DATE "', '"
               FUNCTION TRIM (WS-OPERATOR-ID) "', '"
               WS-RUN-TS "', 'AWAITING');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               ADD 1 TO WS-EMP-FAILED-COUNT
               MOVE SPACES TO LOG-LINE
               STRING "FAILED emp_id=" WS-HIST-EMP-ID
                   " " FUNCTION TRIM (WS-HIST-FIELD) ": could not submit change for approval"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           ELSE
               MOVE SPACES TO LOG-LINE
               STRING "SUBMITTED emp_id=" WS-HIST-EMP-ID
                   " " FUNCTION TRIM (WS-HIST-FIELD)
                   " " FUNCTION TRIM (WS-HIST-OLD)
                   " -> " FUNCTION TRIM (WS-HIST-NEW)
                   " effective " WS-INS-EFF-DATE
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF.
           EXIT.

       OPEN-DB-RETRY.
      *> Same busy/locked retry treatment as the other batch jobs,
      *> since a reorg can run alongside a user session.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL
               (RETCODE NOT = SQLITE-BUSY AND RETCODE NOT = SQLITE-LOCKED)
               OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               CALL "my_sqlite3_open"
                                   USING BY REFERENCE DB-NAME
                                         BY REFERENCE DB
                                   RETURNING RETCODE
               IF RETCODE = SQLITE-BUSY OR RETCODE = SQLITE-LOCKED
                   ADD 1 TO WS-RETRY-COUNT
                   CALL "C$SLEEP" USING WS-WAIT-SECONDS
               END-IF
           END-PERFORM.
           EXIT.

       EXEC-SQL-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL
               (RETCODE NOT = SQLITE-BUSY AND RETCODE NOT = SQLITE-LOCKED)
               OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               CALL "my_sqlite3_exec"
                                  USING BY VALUE DB
                                        BY REFERENCE SQL-TEXT
                                        BY VALUE 0 BY VALUE 0 BY VALUE 0
                                  RETURNING RETCODE
               IF RETCODE = SQLITE-BUSY OR RETCODE = SQLITE-LOCKED
                   ADD 1 TO WS-RETRY-COUNT
                   CALL "C$SLEEP" USING WS-WAIT-SECONDS
               END-IF
           END-PERFORM.
           EXIT.

       PREPARE-SQL-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL
               (RETCODE NOT = SQLITE-BUSY AND RETCODE NOT = SQLITE-LOCKED)
               OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               CALL "sqlite3_prepare_v2"
                                       USING BY VALUE DB
                                             BY REFERENCE SQL-TEXT
                                             BY VALUE -1
                                             BY REFERENCE STMT
                                             BY VALUE 0
                                       RETURNING RETCODE
               IF RETCODE = SQLITE-BUSY OR RETCODE = SQLITE-LOCKED
                   ADD 1 TO WS-RETRY-COUNT
                   CALL "C$SLEEP" USING WS-WAIT-SECONDS
               END-IF
           END-PERFORM.
           EXIT.

       STEP-SQL-RETRY.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER UNTIL
               (RETCODE NOT = SQLITE-BUSY AND RETCODE NOT = SQLITE-LOCKED)
               OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               CALL "sqlite3_step"   USING BY REFERENCE STMT RETURNING RETCODE
               IF RETCODE = SQLITE-BUSY OR RETCODE = SQLITE-LOCKED
                   ADD 1 TO WS-RETRY-COUNT
                   CALL "C$SLEEP" USING WS-WAIT-SECONDS
               END-IF
           END-PERFORM.
           EXIT.
