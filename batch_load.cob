           05 BR-EMP-ID      PIC 9(5).
           05 BR-EMP-NAME    PIC X(20).
           05 BR-EMP-DEPT    PIC X(15).
           05 BR-BIRTH-DATE  PIC X(8).
           05 BR-EMP-GENDER  PIC X(6).
               88 BR-VALID-GENDER VALUE "M", "F".
           05 BR-HIRE-DATE   PIC X(8).
      *> Transaction code: A adds a new employee, C changes an existing
      *> one, R retires, H rehires.  A blank code gives the old
      *> add-or-change behavior, but only on a feed already cut to
      *> this 70-byte layout: the record is fixed-length, so a
      *> 63-byte file from before the code was added, or a 64-byte
      *> file still carrying the two-digit age where the YYYYMMDD
      *> date of birth now sits, misaligns from the second record on
      *> and must be re-cut, never dropped in as-is.
           05 BR-TRAN-CODE   PIC X.
               88 BR-TRAN-ADD     VALUE "A".
               88 BR-TRAN-CHANGE  VALUE "C".
       01 HR-TRAILER-RECORD.
           05 TR-RECORD-TYPE  PIC X(5).
           05 TR-RECORD-COUNT PIC X(7).
           05 FILLER          PIC X(58).

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(120).
      *> and the file ends with its own TRLR control record.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01 REJECT-RECORD     PIC X(70).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 WS-CURRENT-DATE   PIC X(8).
       01 WS-MIN-WORK-AGE   PIC 99 VALUE 18.
       01 WS-MAX-WORK-AGE   PIC 99 VALUE 70.
       01 WS-AGE-DOB        PIC X(8).
       01 WS-AGE-YEARS      PIC S9(3).

       01 WS-OLD-NAME       PIC X(20).
       01 WS-OLD-DEPT       PIC X(15).
       01 WS-OLD-BIRTH-DATE PIC X(8).
       01 WS-OLD-GENDER     PIC X(6).
       01 WS-OLD-HIRE-DATE  PIC X(8).
       01 WS-OLD-GRADE      PIC X(2).
       01 WS-OLD-RETIRE-DATE PIC X(8).
       01 WS-RETIRE-DATE    PIC X(8).

      *> Operator accounts linked to the employee on a retire or
      *> rehire record, kept so the audit rows can be written after
      *> the one status update.
       01 WS-LNK-EMP-ID     PIC 9(5).
       01 WS-LNK-COUNT      PIC 9(2).
       01 WS-LNK-LIMIT      PIC 9(2) VALUE 20.
       01 WS-LNK-I          PIC 9(2).
       01 WS-LNK-TABLE.
           05 WS-LNK-ENTRY OCCURS 20 TIMES.
               10 WS-LNK-OP-ID    PIC X(10).
               10 WS-LNK-OLD      PIC X(10).
               10 WS-LNK-NEW      PIC X(10).
               10 WS-LNK-FAILED   PIC 9(3).
       01 WS-MAX-SIGNON-FAILS PIC 9 VALUE 3.

       01 WS-BUD-FLAG       PIC X.
       01 WS-BUD-AUTH       PIC 9(4).
       01 WS-BUD-FILLED     PIC 9(5).
       01 WS-BUD-DEPT       PIC X(15).
       01 WS-BUD-GRADE      PIC X(2).
       01 WS-BUD-ACTION     PIC X(8).

       01 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
       01 WS-INSERTED-COUNT PIC 9(7) VALUE 0.
       01 WS-UPDATED-COUNT  PIC 9(7) VALUE 0.
       01 WS-RETIRED-COUNT  PIC 9(7) VALUE 0.
       01 WS-REHIRED-COUNT  PIC 9(7) VALUE 0.
       01 WS-OVER-BUDGET-COUNT PIC 9(7) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(7) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(7) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORD-COUNT   PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT  PIC 9(7) VALUE 0.
       01 WS-HIST-OLD       PIC X(64).
       01 WS-HIST-NEW       PIC X(64).
       01 WS-HIST-TS        PIC X(21).
       01 WS-RUN-TS         PIC X(21).

       01 SQLITE-BUSY        PIC S9(9) COMP-5 VALUE 5.
       01 SQLITE-LOCKED      PIC S9(9) COMP-5 VALUE 6.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-DATABASE
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-RUN-TS

      *> The run control decides how the log and reject files are
      *> opened: a checkpoint restart appends to what the crashed run
           END-STRING.
           WRITE LOG-LINE.

           MOVE SPACES TO LOG-LINE
           STRING "Hired or rehired over authorized headcount: " WS-OVER-BUDGET-COUNT
               " (see OVER-BUDGET lines above)"
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.

           MOVE SPACES TO LOG-LINE
           STRING "Linked operator accounts suspended: " WS-SUSPENDED-COUNT
               ", restored: " WS-RESTORED-COUNT
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.

           MOVE SPACES TO LOG-LINE
           STRING "Grade/department/manager changes awaiting approval: "
               WS-AWAITING-COUNT " (see AWAITING lines above)"
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.

           MOVE SPACES TO REJECT-RECORD
           STRING "TRLR " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REJECT-RECORD
           MOVE "CREATE TABLE IF NOT EXISTS employee (" &
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT DEFAULT 'ACTIVE', retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, birth_date TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
           MOVE "ALTER TABLE employee ADD COLUMN manager_id INTEGER;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE employee ADD COLUMN birth_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS employee_history (" &
                "history_id INTEGER PRIMARY KEY AUTOINCREMENT, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
                "('FINANCE','OPEN'), ('ADMIN','OPEN'), ('GENERAL','OPEN');" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

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

      *> Retire and rehire records suspend and restore the operator
      *> accounts linked to the employee, so the operators table is
      *> set up here too in case this job runs first.
           MOVE "CREATE TABLE IF NOT EXISTS operators (" &
                "operator_id TEXT PRIMARY KEY, operator_role TEXT, " &
                "operator_status TEXT DEFAULT 'ACTIVE', " &
                "password TEXT, pw_change_required TEXT DEFAULT 'Y', " &
                "failed_attempts INTEGER DEFAULT 0, emp_id INTEGER);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Operator table creation error"
               STOP RUN
           END-IF.

           MOVE "ALTER TABLE operators ADD COLUMN failed_attempts INTEGER DEFAULT 0;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE operators ADD COLUMN emp_id INTEGER;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

      *> Grade, department and manager changes on the feed are held
      *> here as AWAITING until a second operator approves them.
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

           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_by TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_at TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE pending_change ADD COLUMN review_reason TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS batch_run_control (" &
                "control_id INTEGER PRIMARY KEY, records_done INTEGER, " &
                "run_status TEXT, records_rejected INTEGER DEFAULT 0);"
                   PERFORM REJECT-BATCH-RECORD
               END-IF
           ELSE
      *> The budget is read before the insert so the filled count
      *> excludes the new hire itself.
               MOVE BR-EMP-DEPT TO WS-BUD-DEPT
               MOVE BR-GRADE TO WS-BUD-GRADE
               MOVE "inserted" TO WS-BUD-ACTION
               PERFORM CHECK-HEADCOUNT-BUDGET
               PERFORM APPLY-BATCH-INSERT
               IF WS-APPLY-OK-FLAG = "Y"
                   ADD 1 TO WS-INSERTED-COUNT
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
                   WRITE LOG-LINE
                   PERFORM LOG-BUDGET-EXCEPTION
               ELSE
                   MOVE "database insert failed" TO WS-REJECT-REASON
                   PERFORM REJECT-BATCH-RECORD
           WRITE REJECT-RECORD

           MOVE SPACES TO REJECT-RECORD
           STRING "NOTE " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           END-IF

           IF WS-VALID-FLAG = "Y"
               AND (BR-BIRTH-DATE = SPACES OR BR-BIRTH-DATE NOT NUMERIC)
               MOVE "date of birth must be entered as YYYYMMDD" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-FLAG
           END-IF

           IF WS-VALID-FLAG = "Y"
               AND (BR-BIRTH-DATE (5:2) < "01" OR BR-BIRTH-DATE (5:2) > "12"
                   OR BR-BIRTH-DATE (7:2) < "01" OR BR-BIRTH-DATE (7:2) > "31")
               MOVE "date of birth must be a real calendar date" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-FLAG
           END-IF

      *> The working-age range is checked against the age the date of
      *> birth gives today, so a record keyed months before it is
      *> loaded is judged on the day it actually goes in.  It applies
      *> to new hires and to a changed date of birth only: routine
      *> changes for an employee already past the upper age still load.
           IF WS-VALID-FLAG = "Y"
               AND (WS-EMP-EXISTS-FLAG NOT = "Y" OR BR-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE)
               MOVE BR-BIRTH-DATE TO WS-AGE-DOB
               PERFORM COMPUTE-AGE-FROM-DOB
               IF WS-AGE-YEARS < WS-MIN-WORK-AGE OR WS-AGE-YEARS > WS-MAX-WORK-AGE
                   MOVE "age out of working-age range" TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF

           IF WS-VALID-FLAG = "Y" AND NOT BR-VALID-GENDER
               MOVE "gender must be M or F" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-FLAG
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       CHECK-HEADCOUNT-BUDGET.
      *> Compares WS-BUD-DEPT/WS-BUD-GRADE's current ACTIVE + ON-LEAVE
      *> headcount with its authorized positions.  Sets WS-BUD-FLAG to
      *> Y when one more hire still fits, O when it would go over, N
      *> when no budget is set for the cell, ? when the database could
      *> not be read.
           MOVE "?" TO WS-BUD-FLAG
           MOVE ZERO TO WS-BUD-AUTH WS-BUD-FILLED

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT authorized_positions, (SELECT COUNT(*) FROM employee "
               "WHERE TRIM(emp_dept)='" FUNCTION TRIM (WS-BUD-DEPT)
               "' AND TRIM(salary_grade)='" WS-BUD-GRADE
               "' AND emp_status IN ('ACTIVE','ON-LEAVE')) "
               "FROM dept_budget WHERE dept_code='" FUNCTION TRIM (WS-BUD-DEPT)
               "' AND salary_grade='" WS-BUD-GRADE "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-AUTH
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-FILLED
                   IF WS-BUD-FILLED + 1 > WS-BUD-AUTH
                       MOVE "O" TO WS-BUD-FLAG
                   ELSE
                       MOVE "Y" TO WS-BUD-FLAG
                   END-IF
               WHEN 101
                   MOVE "N" TO WS-BUD-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       LOG-BUDGET-EXCEPTION.
      *> A hire or rehire past the authorized headcount is still
      *> loaded - the feed reflects a hire HR has already made - but it
      *> is called out on its own line so it cannot go through
      *> unnoticed.
           IF WS-BUD-FLAG = "O"
               ADD 1 TO WS-OVER-BUDGET-COUNT
               ADD 1 TO WS-BUD-FILLED
               MOVE SPACES TO LOG-LINE
               STRING "OVER-BUDGET emp_id=" BR-EMP-ID " "
                   FUNCTION TRIM (WS-BUD-DEPT) "/" WS-BUD-GRADE
                   ": authorized " WS-BUD-AUTH ", filled " WS-BUD-FILLED
                   " after this hire - " FUNCTION TRIM (WS-BUD-ACTION)
                   ", flagged for review"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF.
           IF WS-BUD-FLAG = "?"
               MOVE SPACES TO LOG-LINE
               STRING "WARNING emp_id=" BR-EMP-ID
                   ": database busy - headcount budget was not checked"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF.
           EXIT.

       COMPUTE-AGE-FROM-DOB.
      *> Age in whole years today from the YYYYMMDD date of birth in
      *> WS-AGE-DOB: the difference in years, less one until this
      *> year's birthday has come round.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           COMPUTE WS-AGE-YEARS =
               FUNCTION NUMVAL (WS-CURRENT-DATE (1:4))
               - FUNCTION NUMVAL (WS-AGE-DOB (1:4))
           IF WS-CURRENT-DATE (5:4) < WS-AGE-DOB (5:4)
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.
           EXIT.

       CHECK-MANAGER-ACTIVE.
      *> Sets WS-MGR-OK-FLAG to Y when BR-MGR-ID is an ACTIVE employee,
      *> N when it is missing or retired, ? when the database could not
       CHECK-EMP-EXISTS.
           MOVE "N" TO WS-EMP-EXISTS-FLAG
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE "SELECT emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id, emp_status, " &
                "COALESCE(retirement_date,'') FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) BR-EMP-ID ";" DELIMITED BY SIZE INTO SQL-TEXT END-STRING
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-OLD-DEPT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-OLD-BIRTH-DATE
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-OLD-GENDER
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT

       APPLY-BATCH-INSERT.
           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO employee (emp_id, emp_name, emp_dept, birth_date, emp_gender, "
               "hire_date, salary_grade, manager_id) VALUES ("
               BR-EMP-ID DELIMITED BY SIZE
               ", '" BR-EMP-NAME "', '" BR-EMP-DEPT "', '"
               BR-BIRTH-DATE
               "', '" BR-EMP-GENDER "', '" BR-HIRE-DATE "', '" BR-GRADE "', "
               BR-MGR-ID ");"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.
               MOVE SPACES TO WS-HIST-OLD
               MOVE BR-EMP-DEPT TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "birth_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE BR-BIRTH-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "emp_gender" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
           EXIT.

       APPLY-BATCH-UPDATE.
      *> Grade, department and manager keep their current values here;
      *> a difference on the feed is sent for approval instead, the
      *> same as a change keyed on the update screen.
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_name='" BR-EMP-NAME
               "', birth_date='" BR-BIRTH-DATE
               "', emp_gender='" BR-EMP-GENDER
               "', hire_date='" BR-HIRE-DATE
               "' WHERE emp_id=" BR-EMP-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

                   MOVE "emp_dept" TO WS-HIST-FIELD
                   MOVE WS-OLD-DEPT TO WS-HIST-OLD
                   MOVE BR-EMP-DEPT TO WS-HIST-NEW
                   PERFORM WRITE-AWAITING-ROW
               END-IF
               IF BR-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
                   MOVE "birth_date" TO WS-HIST-FIELD
                   MOVE WS-OLD-BIRTH-DATE TO WS-HIST-OLD
                   MOVE BR-BIRTH-DATE TO WS-HIST-NEW
                   PERFORM WRITE-HISTORY-ROW
               END-IF
               IF BR-EMP-GENDER NOT = WS-OLD-GENDER
                   MOVE "salary_grade" TO WS-HIST-FIELD
                   MOVE WS-OLD-GRADE TO WS-HIST-OLD
                   MOVE BR-GRADE TO WS-HIST-NEW
                   PERFORM WRITE-AWAITING-ROW
               END-IF
               IF BR-MGR-ID NOT = WS-OLD-MGR-ID
                   MOVE "manager_id" TO WS-HIST-FIELD
                   MOVE WS-OLD-MGR-ID TO WS-HIST-OLD
                   MOVE BR-MGR-ID TO WS-HIST-NEW
                   PERFORM WRITE-AWAITING-ROW
               END-IF
           ELSE
               MOVE "N" TO WS-APPLY-OK-FLAG
           END-IF.
           EXIT.

       WRITE-AWAITING-ROW.
      *> One pending_change row awaiting approval, effective today.
      *> Every row from the run carries the run's start time, so the
      *> reviewer can decide the whole feed's changes together.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE

      *> The same change resubmitted on a later feed while the first is
      *> still waiting for the checker would be approved twice; the
      *> row already queued stands for both.
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT change_id FROM pending_change WHERE emp_id="
               WS-HIST-EMP-ID
               " AND field_name='" FUNCTION TRIM (WS-HIST-FIELD)
               "' AND new_value='" FUNCTION TRIM (WS-HIST-NEW)
               "' AND change_status IN ('AWAITING','PENDING') LIMIT 1;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE = 0
               PERFORM STEP-SQL-RETRY
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
               IF RETCODE = 100
                   MOVE SPACES TO LOG-LINE
                   STRING "ALREADY AWAITING APPROVAL emp_id=" WS-HIST-EMP-ID
                       " " FUNCTION TRIM (WS-HIST-FIELD)
                       " -> " FUNCTION TRIM (WS-HIST-NEW)
                       " - not queued again"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
                   WRITE LOG-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO pending_change "
               "(emp_id, field_name, old_value, new_value, "
               "effective_date, entered_by, entered_at, change_status) VALUES ("
               WS-HIST-EMP-ID ", '"
               FUNCTION TRIM (WS-HIST-FIELD) "', '"
               FUNCTION TRIM (WS-HIST-OLD) "', '"
               FUNCTION TRIM (WS-HIST-NEW) "', '"
               WS-CURRENT-DATE "', '"
               FUNCTION TRIM (WS-OPERATOR-ID) "', '"
               WS-RUN-TS "', 'AWAITING');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           MOVE SPACES TO LOG-LINE
           IF RETCODE = 0
               ADD 1 TO WS-AWAITING-COUNT
               STRING "AWAITING APPROVAL emp_id=" WS-HIST-EMP-ID
                   " " FUNCTION TRIM (WS-HIST-FIELD)
                   " " FUNCTION TRIM (WS-HIST-OLD)
                   " -> " FUNCTION TRIM (WS-HIST-NEW)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               STRING "WARNING: could not send " FUNCTION TRIM (WS-HIST-FIELD)
                   " change for approval for emp_id=" WS-HIST-EMP-ID
                   " - resubmit it on the next feed"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE
           EXIT.

       APPLY-BATCH-RETIRE.
      *> Same treatment as the online retire: status flips to RETIRED
      *> with today as the retirement date, and the same history rows
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-RETIRE-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE BR-EMP-ID TO WS-LNK-EMP-ID
               PERFORM SUSPEND-LINKED-OPERATORS
           ELSE
               MOVE "database retire failed" TO WS-REJECT-REASON
               PERFORM REJECT-BATCH-RECORD
               EXIT PARAGRAPH
           END-IF.

      *> A rehire puts the employee back into headcount in the
      *> department and grade they retired from, so it is held to the
      *> budget exactly as a new hire is.
           MOVE WS-OLD-DEPT TO WS-BUD-DEPT
           MOVE WS-OLD-GRADE TO WS-BUD-GRADE
           MOVE "rehired" TO WS-BUD-ACTION
           PERFORM CHECK-HEADCOUNT-BUDGET

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_status='ACTIVE', retirement_date='', hire_date='"
               BR-HIRE-DATE
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               PERFORM LOG-BUDGET-EXCEPTION
               MOVE BR-EMP-ID TO WS-HIST-EMP-ID
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "RETIRED" TO WS-HIST-OLD
               MOVE WS-OLD-HIRE-DATE TO WS-HIST-OLD
               MOVE BR-HIRE-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE BR-EMP-ID TO WS-LNK-EMP-ID
               PERFORM RESTORE-LINKED-OPERATORS
           ELSE
               MOVE "database rehire failed" TO WS-REJECT-REASON
               PERFORM REJECT-BATCH-RECORD
           END-IF.
           EXIT.

       SUSPEND-LINKED-OPERATORS.
      *> Same as the online retire: every ACTIVE or LOCKED operator
      *> account linked to employee WS-LNK-EMP-ID is suspended, one
      *> log line and one operator_account audit row per account.
      *> The update runs even if the accounts could not be listed.
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT operator_id, operator_status, "
               "COALESCE(failed_attempts,0) FROM operators WHERE emp_id="
               WS-LNK-EMP-ID
               " AND operator_status IN ('ACTIVE','LOCKED') ORDER BY operator_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM LOAD-LINKED-OPERATORS

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE operators SET operator_status='SUSPENDED' "
               "WHERE emp_id=" WS-LNK-EMP-ID
               " AND operator_status IN ('ACTIVE','LOCKED');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE SPACES TO LOG-LINE
               STRING "WARNING: could not suspend operator access linked to emp_id="
                   WS-LNK-EMP-ID " - deactivate it by hand"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LNK-I FROM 1 BY 1
                   UNTIL WS-LNK-I > WS-LNK-COUNT
               MOVE "SUSPENDED" TO WS-LNK-NEW (WS-LNK-I)
               PERFORM WRITE-LINKED-OPERATOR-HISTORY
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SPACES TO LOG-LINE
               STRING "SUSPENDED operator " FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I))
                   " linked to emp_id=" WS-LNK-EMP-ID
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-PERFORM.
           EXIT.

       RESTORE-LINKED-OPERATORS.
      *> Same as the online rehire: suspended accounts linked to
      *> employee WS-LNK-EMP-ID go back to ACTIVE, or to LOCKED when
      *> they were locked out at the time they were suspended.
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT operator_id, operator_status, "
               "COALESCE(failed_attempts,0) FROM operators WHERE emp_id="
               WS-LNK-EMP-ID
               " AND operator_status='SUSPENDED' ORDER BY operator_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM LOAD-LINKED-OPERATORS

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE operators SET operator_status=CASE WHEN "
               "COALESCE(failed_attempts,0) >= " WS-MAX-SIGNON-FAILS
               " THEN 'LOCKED' ELSE 'ACTIVE' END "
               "WHERE emp_id=" WS-LNK-EMP-ID
               " AND operator_status='SUSPENDED';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE SPACES TO LOG-LINE
               STRING "WARNING: could not restore operator access linked to emp_id="
                   WS-LNK-EMP-ID
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LNK-I FROM 1 BY 1
                   UNTIL WS-LNK-I > WS-LNK-COUNT
               IF WS-LNK-FAILED (WS-LNK-I) >= WS-MAX-SIGNON-FAILS
                   MOVE "LOCKED" TO WS-LNK-NEW (WS-LNK-I)
               ELSE
                   MOVE "ACTIVE" TO WS-LNK-NEW (WS-LNK-I)
               END-IF
               PERFORM WRITE-LINKED-OPERATOR-HISTORY
               ADD 1 TO WS-RESTORED-COUNT
               MOVE SPACES TO LOG-LINE
               STRING "RESTORED operator " FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I))
                   " linked to emp_id=" WS-LNK-EMP-ID
                   " as " FUNCTION TRIM (WS-LNK-NEW (WS-LNK-I))
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-PERFORM.
           EXIT.

       LOAD-LINKED-OPERATORS.
           MOVE ZERO TO WS-LNK-COUNT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE SPACES TO LOG-LINE
               STRING "WARNING: could not list operator accounts linked to emp_id="
                   WS-LNK-EMP-ID
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               IF WS-LNK-COUNT < WS-LNK-LIMIT
                   ADD 1 TO WS-LNK-COUNT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-LNK-OP-ID (WS-LNK-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-LNK-OLD (WS-LNK-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-LNK-FAILED (WS-LNK-COUNT)
               END-IF
               PERFORM STEP-SQL-RETRY
           END-PERFORM.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       WRITE-LINKED-OPERATOR-HISTORY.
           MOVE ZERO TO WS-HIST-EMP-ID
           MOVE "operator_account" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
           STRING FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " "
               FUNCTION TRIM (WS-LNK-OLD (WS-LNK-I))
               DELIMITED BY SIZE INTO WS-HIST-OLD
           END-STRING
           STRING FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " "
               FUNCTION TRIM (WS-LNK-NEW (WS-LNK-I))
               DELIMITED BY SIZE INTO WS-HIST-NEW
           END-STRING
           PERFORM WRITE-HISTORY-ROW
           EXIT.

       WRITE-HISTORY-ROW.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-HIST-TS

