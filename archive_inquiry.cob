       01 WS-HIT-COUNT     PIC 9(5).
       01 WS-EXISTS-FLAG   PIC X.
       01 WS-RESTORE-TS    PIC X(21).
       01 WS-CURRENT-DATE  PIC X(8).
       01 WS-AGE-DOB       PIC X(8).
       01 WS-AGE-YEARS     PIC S9(3).
       01 WS-AGE-EDIT      PIC ZZ9.

       01 WS-HIST-EMP-ID    PIC 9(5).
       01 WS-HIST-FIELD     PIC X(20).
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT, retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, " &
                "archived_at TEXT, birth_date TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               STOP RUN
           END-IF.

           MOVE "ALTER TABLE employee_archive ADD COLUMN birth_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS employee_history_archive (" &
                "history_id INTEGER PRIMARY KEY, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
                "operator_id TEXT PRIMARY KEY, operator_role TEXT, " &
                "operator_status TEXT DEFAULT 'ACTIVE', " &
                "password TEXT, pw_change_required TEXT DEFAULT 'Y', " &
                "failed_attempts INTEGER DEFAULT 0, emp_id INTEGER);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
           MOVE "ALTER TABLE operators ADD COLUMN failed_attempts INTEGER DEFAULT 0;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE operators ADD COLUMN emp_id INTEGER;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS signon_log (" &
                "log_id INTEGER PRIMARY KEY AUTOINCREMENT, " &
                "operator_id TEXT, attempt_status TEXT, attempted_at TEXT);"
                   "for a password reset."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-STATUS (1:9) = "SUSPENDED"
               MOVE "SUSPENDED" TO WS-SGN-RESULT
               PERFORM WRITE-SIGNON-LOG
               DISPLAY "Operator is suspended while the linked employee "
                   "is retired or on leave."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-STATUS (1:6) NOT = "ACTIVE"
               MOVE "INACTIVE" TO WS-SGN-RESULT
               PERFORM WRITE-SIGNON-LOG
           DISPLAY "Employee number to look up: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "COALESCE(hire_date,''), COALESCE(salary_grade,''), " &
                "COALESCE(manager_id,0), emp_status, " &
                "COALESCE(retirement_date,''), COALESCE(archived_at,'') " &
           END-IF.

           MOVE ZERO TO WS-HIT-COUNT
           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "COALESCE(hire_date,''), COALESCE(salary_grade,''), " &
                "COALESCE(manager_id,0), emp_status, " &
                "COALESCE(retirement_date,''), COALESCE(archived_at,'') " &
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
           DISPLAY "Department     : " VALUE-TEXT
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
           DISPLAY "Date of birth  : " WS-AGE-DOB
           IF WS-AGE-DOB NUMERIC
               PERFORM COMPUTE-AGE-FROM-DOB
               MOVE WS-AGE-YEARS TO WS-AGE-EDIT
               DISPLAY "Age            : " FUNCTION TRIM (WS-AGE-EDIT)
           ELSE
               DISPLAY "Age            : (no date of birth on file)"
           END-IF
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
           DISPLAY "Gender         : " VALUE-TEXT
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
           DISPLAY " "
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

       ARCHIVE-HISTORY-INQUIRY.
           DISPLAY "Employee number: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID
           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO employee (emp_id, emp_name, emp_dept, "
               "emp_age, emp_gender, emp_status, retirement_date, "
               "hire_date, salary_grade, manager_id, birth_date) "
               "SELECT emp_id, emp_name, emp_dept, emp_age, emp_gender, "
               "emp_status, retirement_date, hire_date, salary_grade, "
               "manager_id, birth_date FROM employee_archive WHERE emp_id="
               WS-SEARCH-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.
