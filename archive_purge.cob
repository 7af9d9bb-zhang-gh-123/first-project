           05 AR-EMP-ID      PIC 9(5).
           05 AR-EMP-NAME    PIC X(20).
           05 AR-EMP-DEPT    PIC X(15).
           05 AR-BIRTH-DATE  PIC X(8).
           05 AR-EMP-GENDER  PIC X(6).
           05 AR-HIRE-DATE   PIC X(8).
           05 AR-GRADE       PIC X(2).
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
       WRITE-ARCHIVE-FILE.
      *> Writes every qualifying employee to the offsite retention
      *> file before anything is copied or deleted.
           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "COALESCE(hire_date,''), COALESCE(salary_grade,''), " &
                "COALESCE(manager_id,0), emp_status, " &
                "COALESCE(retirement_date,'') " &
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO AR-EMP-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO AR-BIRTH-DATE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO AR-EMP-GENDER
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT

       COPY-TO-ARCHIVE-TABLES.
      *> INSERT OR REPLACE keeps a rerun safe when an earlier run
      *> copied rows but died before the purge.  The columns are named
      *> because birth_date sits after archived_at on an archive table
      *> that was upgraded in place.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-ARCH-TS

           MOVE "INSERT OR REPLACE INTO employee_archive (emp_id, emp_name, " &
                "emp_dept, emp_age, emp_gender, emp_status, retirement_date, " &
                "hire_date, salary_grade, manager_id, birth_date, archived_at) " &
                "SELECT emp_id, emp_name, emp_dept, emp_age, emp_gender, " &
                "emp_status, retirement_date, hire_date, salary_grade, " &
                "manager_id, birth_date, '" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-ARCH-TS
               "' FROM employee WHERE emp_status='RETIRED'"
               " AND retirement_date IS NOT NULL AND retirement_date <> ''"
