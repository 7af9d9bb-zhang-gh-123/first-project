           05 DL-EMP-ID      PIC 9(5).
           05 DL-EMP-NAME    PIC X(20).
           05 DL-EMP-DEPT    PIC X(15).
           05 DL-BIRTH-DATE  PIC X(8).
           05 DL-EMP-GENDER  PIC X(6).
           05 DL-HIRE-DATE   PIC X(8).
           05 DL-GRADE       PIC X(2).
           05 WK-EMP-ID      PIC 9(5).
           05 WK-EMP-NAME    PIC X(20).
           05 WK-EMP-DEPT    PIC X(15).
           05 WK-BIRTH-DATE  PIC X(8).
           05 WK-EMP-GENDER  PIC X(6).
           05 WK-HIRE-DATE   PIC X(8).
           05 WK-GRADE       PIC X(2).
           MOVE "CREATE TABLE IF NOT EXISTS employee (" &
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT DEFAULT 'ACTIVE', retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, birth_date TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               STOP RUN
           END-IF.

           MOVE "ALTER TABLE employee ADD COLUMN birth_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS employee_history (" &
                "history_id INTEGER PRIMARY KEY AUTOINCREMENT, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
      *> sends their record as a full refresh: every field is listed
      *> as changed, and the delta record always carries the full
      *> current values.
           MOVE "SELECT e.emp_id, e.emp_name, e.emp_dept, COALESCE(e.birth_date,''), " &
                "e.emp_gender, COALESCE(e.hire_date,''), " &
                "COALESCE(e.salary_grade,''), COALESCE(e.manager_id,0), " &
                "e.emp_status, h.field_name, COALESCE(h.old_value,'') " &
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WK-EMP-DEPT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WK-BIRTH-DATE
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WK-EMP-GENDER
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 10 BY REFERENCE VALUE-TEXT
               IF WS-HIST-FIELD = "emp_status"
                   AND VALUE-TEXT (1:8) = "ON-LEAVE"
                   MOVE "emp_name,emp_dept,birth_date,emp_gender,hire_date,salary_grade,manager_id,emp_status"
                       TO WK-CHANGED-FIELDS
               END-IF

