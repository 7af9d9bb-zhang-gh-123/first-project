                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT, retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, " &
                "archived_at TEXT, birth_date TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Archive table creation error"
               STOP RUN
           END-IF.

           MOVE "ALTER TABLE employee_archive ADD COLUMN birth_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           EXIT.

       FIND-DUPLICATE-PAIRS.
