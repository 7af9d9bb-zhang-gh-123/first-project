       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "integrity_exceptions.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "integrity_check.log"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(120).

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 STMT              USAGE POINTER.
       01 RETCODE           PIC S9(9) COMP-5.
      *> The history replay query runs well past 512 bytes.
       01 SQL-TEXT          PIC X(1536).
       01 DB-NAME           PIC X(64) VALUE "employee.db".
       01 VALUE-TEXT        PIC X(64).

       01 WS-RUN-OK-FLAG    PIC X VALUE "Y".
       01 WS-EXC-COUNT      PIC 9(5) VALUE 0.
       01 WS-RULE-COUNT     PIC 9(5) VALUE 0.
       01 WS-RULE-CODE      PIC X(18).
       01 WS-RULE-TEXT      PIC X(60).
       01 WS-EXC-ID         PIC X(10).
       01 WS-EXC-DETAIL     PIC X(64).
       01 WS-HIST-FIELD     PIC X(20).
       01 WS-HIST-VALUE     PIC X(30).
       01 WS-TABLE-VALUE    PIC X(30).
       01 WS-EXC-COUNT-ED   PIC ZZZZ9.

      *> Manager chains: every employee's number and manager, and the
      *> table index of that manager (zero when the manager is not on
      *> file), so each chain can be walked without re-querying.
       01 WS-MGR-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-MGR-LIMIT      PIC 9(4) VALUE 5000.
       01 WS-MGR-OVERFLOW   PIC X VALUE "N".
       01 WS-MGR-TABLE.
           05 WS-MGR-ENTRY OCCURS 5000 TIMES.
               10 WS-MGR-EMP-ID   PIC 9(5).
               10 WS-MGR-MGR-ID   PIC 9(5).
               10 WS-MGR-MGR-IX   PIC 9(4).
       01 WS-MGR-P          PIC 9(4).
       01 WS-MGR-C          PIC 9(4).
       01 WS-MGR-L          PIC 9(4).
       01 WS-MGR-STEPS      PIC 9(4).
       01 WS-MGR-LOWEST     PIC 9(5).
       01 WS-MGR-LOOKUP-ID  PIC 9(5).
       01 WS-MGR-FOUND-IX   PIC 9(4).
       01 WS-MGR-IN-LOOP    PIC X.
       01 WS-MGR-CHAIN      PIC X(64).
       01 WS-MGR-CHAIN-PTR  PIC 9(3).

       01 SQLITE-BUSY        PIC S9(9) COMP-5 VALUE 5.
       01 SQLITE-LOCKED      PIC S9(9) COMP-5 VALUE 6.
       01 WS-RETRY-COUNT     PIC 9(3) VALUE 0.
       01 WS-MAX-RETRIES     PIC 9(3) VALUE 5.
       01 WS-WAIT-SECONDS    PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-DATABASE

           OPEN OUTPUT LOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "Data-integrity sweep starting" TO LOG-LINE
           WRITE LOG-LINE

           MOVE "Employee Data-Integrity Exceptions" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Employee columns replayed against employee_history, status and date rules," TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "and manager_id chains.  Every line below needs correcting before payroll." TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CHECK-HISTORY-REPLAY
           PERFORM CHECK-STATUS-RULES
           PERFORM CHECK-MANAGER-LOOPS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXC-COUNT = ZERO
               MOVE "No integrity exceptions found." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Integrity exceptions found: " WS-EXC-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *> Anything other than a clean sweep is a failed step: the
      *> payroll extract must not pick up an employee table that
      *> disagrees with its own history.
           MOVE WS-EXC-COUNT TO WS-EXC-COUNT-ED
           MOVE SPACES TO LOG-LINE
           EVALUATE TRUE
               WHEN WS-RUN-OK-FLAG NOT = "Y"
                   STRING "RUN FAILED: database was busy - "
                       "integrity_exceptions.txt may be incomplete"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               WHEN WS-EXC-COUNT > ZERO
                   STRING "Run status: FAILED - "
                       FUNCTION TRIM (WS-EXC-COUNT-ED)
                       " integrity exception(s), see integrity_exceptions.txt"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "Run status: CLEAN - no integrity exceptions" TO LOG-LINE
           END-EVALUATE
           WRITE LOG-LINE

           CLOSE REPORT-FILE.
           CLOSE LOG-FILE.
           CALL "my_sqlite3_close"   USING BY VALUE DB.
           IF WS-RUN-OK-FLAG NOT = "Y" OR WS-EXC-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-DATABASE.
           PERFORM OPEN-DB-RETRY
           IF RETCODE NOT = 0
               DISPLAY "Database connection error"
               STOP RUN
           END-IF.
           EXIT.

       CHECK-HISTORY-REPLAY.
      *> For every employee column the history tracks, the newest
      *> history row's new value must be what the column holds now.
      *> Employees or columns with no history at all (rows loaded
      *> before history was kept) have nothing to replay and are not
      *> flagged.  The manager is compared as a number so a
      *> zero-padded history value matches the stored integer.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE "HISTORY-MISMATCH" TO WS-RULE-CODE
           MOVE "SELECT id, f, hv, cv FROM (SELECT h.emp_id AS id, h.field_name AS f, " &
                "COALESCE(TRIM(h.new_value),'') AS hv, COALESCE(TRIM(CASE h.field_name " &
                "WHEN 'emp_name' THEN e.emp_name WHEN 'emp_dept' THEN e.emp_dept " &
                "WHEN 'birth_date' THEN e.birth_date WHEN 'emp_gender' THEN e.emp_gender " &
                "WHEN 'hire_date' THEN e.hire_date WHEN 'salary_grade' THEN e.salary_grade " &
                "WHEN 'manager_id' THEN e.manager_id WHEN 'emp_status' THEN e.emp_status " &
                "WHEN 'retirement_date' THEN e.retirement_date " &
                "WHEN 'leave_start_date' THEN e.leave_start_date " &
                "WHEN 'leave_return_date' THEN e.leave_return_date END),'') AS cv " &
                "FROM employee_history h JOIN employee e ON e.emp_id = h.emp_id " &
                "WHERE h.field_name IN ('emp_name','emp_dept','birth_date','emp_gender'," &
                "'hire_date','salary_grade','manager_id','emp_status','retirement_date'," &
                "'leave_start_date','leave_return_date') " &
                "AND h.history_id = (SELECT MAX(x.history_id) FROM employee_history x " &
                "WHERE x.emp_id = h.emp_id AND x.field_name = h.field_name)) " &
                "WHERE (f = 'manager_id' AND CAST(hv AS INTEGER) <> CAST(cv AS INTEGER)) " &
                "OR (f <> 'manager_id' AND hv <> cv) ORDER BY id, f;"
                TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE "RUN FAILED: SQL prepare error (history replay)" TO LOG-LINE
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-EXC-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-HIST-FIELD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:30) TO WS-HIST-VALUE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:30) TO WS-TABLE-VALUE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING FUNCTION TRIM (WS-HIST-FIELD) ": table '"
                   FUNCTION TRIM (WS-TABLE-VALUE) "', history '"
                   FUNCTION TRIM (WS-HIST-VALUE) "'"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           MOVE "Employee columns that disagree with their latest history row" TO WS-RULE-TEXT
           PERFORM LOG-RULE-COUNT
           EXIT.

       CHECK-STATUS-RULES.
      *> One query per rule, each returning the employee number and a
      *> short detail for every row that breaks it.
           MOVE "RETIRED-NO-DATE" TO WS-RULE-CODE
           MOVE "RETIRED employees with no retirement_date" TO WS-RULE-TEXT
           MOVE "SELECT emp_id, 'status RETIRED, retirement_date blank' FROM employee " &
                "WHERE emp_status = 'RETIRED' AND COALESCE(TRIM(retirement_date),'') = '' " &
                "ORDER BY emp_id;" TO SQL-TEXT
           PERFORM RUN-RULE-QUERY

           MOVE "LEAVE-NO-START" TO WS-RULE-CODE
           MOVE "ON-LEAVE employees with no leave_start_date" TO WS-RULE-TEXT
           MOVE "SELECT emp_id, 'status ON-LEAVE, leave_start_date blank' FROM employee " &
                "WHERE emp_status = 'ON-LEAVE' AND COALESCE(TRIM(leave_start_date),'') = '' " &
                "ORDER BY emp_id;" TO SQL-TEXT
           PERFORM RUN-RULE-QUERY

           MOVE "ACTIVE-RETIRE-DATE" TO WS-RULE-CODE
           MOVE "ACTIVE employees carrying a retirement_date" TO WS-RULE-TEXT
           MOVE "SELECT emp_id, 'status ACTIVE, retirement_date ' || TRIM(retirement_date) " &
                "FROM employee WHERE emp_status = 'ACTIVE' " &
                "AND COALESCE(TRIM(retirement_date),'') <> '' ORDER BY emp_id;" TO SQL-TEXT
           PERFORM RUN-RULE-QUERY

           MOVE "HIRE-AFTER-RETIRE" TO WS-RULE-CODE
           MOVE "Employees whose hire_date is not before retirement_date" TO WS-RULE-TEXT
           MOVE "SELECT emp_id, 'hire_date ' || TRIM(hire_date) || ', retirement_date ' || " &
                "TRIM(retirement_date) FROM employee " &
                "WHERE COALESCE(TRIM(hire_date),'') <> '' " &
                "AND COALESCE(TRIM(retirement_date),'') <> '' " &
                "AND TRIM(hire_date) >= TRIM(retirement_date) ORDER BY emp_id;" TO SQL-TEXT
           PERFORM RUN-RULE-QUERY

           MOVE "ACTIVE-CLOSED-DEPT" TO WS-RULE-CODE
           MOVE "ACTIVE employees in a CLOSED department" TO WS-RULE-TEXT
           MOVE "SELECT e.emp_id, 'department ' || d.dept_code || ' is ' || d.dept_status " &
                "FROM employee e JOIN departments d ON d.dept_code = TRIM(e.emp_dept) " &
                "WHERE e.emp_status = 'ACTIVE' AND d.dept_status <> 'OPEN' " &
                "ORDER BY e.emp_id;" TO SQL-TEXT
           PERFORM RUN-RULE-QUERY
           EXIT.

       RUN-RULE-QUERY.
      *> Runs the rule query in SQL-TEXT and writes an exception line
      *> under WS-RULE-CODE for every row it returns.
           MOVE ZERO TO WS-RULE-COUNT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE SPACES TO LOG-LINE
               STRING "RUN FAILED: SQL prepare error (" FUNCTION TRIM (WS-RULE-CODE) ")"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-EXC-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           PERFORM LOG-RULE-COUNT
           EXIT.

       CHECK-MANAGER-LOOPS.
      *> Walks up every employee's manager_id chain.  A chain that
      *> comes back round to the employee it started from is a loop;
      *> it is reported once, against its lowest employee number,
      *> with the chain spelled out.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE "MANAGER-LOOP" TO WS-RULE-CODE
           MOVE "Circular manager_id chains" TO WS-RULE-TEXT
           MOVE ZERO TO WS-MGR-COUNT
           MOVE "N" TO WS-MGR-OVERFLOW

           MOVE "SELECT emp_id, COALESCE(manager_id,0) FROM employee ORDER BY emp_id;"
               TO SQL-TEXT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE "RUN FAILED: SQL prepare error (MANAGER-LOOP)" TO LOG-LINE
               WRITE LOG-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               IF WS-MGR-COUNT < WS-MGR-LIMIT
                   ADD 1 TO WS-MGR-COUNT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-MGR-EMP-ID (WS-MGR-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-MGR-MGR-ID (WS-MGR-COUNT)
               ELSE
                   MOVE "Y" TO WS-MGR-OVERFLOW
               END-IF
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           IF WS-MGR-OVERFLOW = "Y"
               MOVE "ALL" TO WS-EXC-ID
               MOVE "more employees than the loop check can hold - chains not checked"
                   TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM LOG-RULE-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-MGR-P FROM 1 BY 1 UNTIL WS-MGR-P > WS-MGR-COUNT
               MOVE WS-MGR-MGR-ID (WS-MGR-P) TO WS-MGR-LOOKUP-ID
               PERFORM MGR-LOOKUP-EMP
               MOVE WS-MGR-FOUND-IX TO WS-MGR-MGR-IX (WS-MGR-P)
           END-PERFORM.

           PERFORM VARYING WS-MGR-P FROM 1 BY 1 UNTIL WS-MGR-P > WS-MGR-COUNT
               PERFORM MGR-CHECK-ONE-CHAIN
           END-PERFORM.

           PERFORM LOG-RULE-COUNT
           EXIT.

       MGR-CHECK-ONE-CHAIN.
      *> A chain cannot be longer than the number of employees, so a
      *> walk that has not returned to its start by then never will
      *> (it has run into a loop further up, reported on its own).
           MOVE "N" TO WS-MGR-IN-LOOP
           MOVE WS-MGR-MGR-IX (WS-MGR-P) TO WS-MGR-C
           MOVE ZERO TO WS-MGR-STEPS
           MOVE WS-MGR-EMP-ID (WS-MGR-P) TO WS-MGR-LOWEST
           PERFORM UNTIL WS-MGR-C = ZERO OR WS-MGR-IN-LOOP = "Y"
                   OR WS-MGR-STEPS > WS-MGR-COUNT
               ADD 1 TO WS-MGR-STEPS
               IF WS-MGR-C = WS-MGR-P
                   MOVE "Y" TO WS-MGR-IN-LOOP
               ELSE
                   IF WS-MGR-EMP-ID (WS-MGR-C) < WS-MGR-LOWEST
                       MOVE WS-MGR-EMP-ID (WS-MGR-C) TO WS-MGR-LOWEST
                   END-IF
                   MOVE WS-MGR-MGR-IX (WS-MGR-C) TO WS-MGR-C
               END-IF
           END-PERFORM.

           IF WS-MGR-IN-LOOP NOT = "Y"
               OR WS-MGR-LOWEST NOT = WS-MGR-EMP-ID (WS-MGR-P)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MGR-CHAIN
           MOVE 1 TO WS-MGR-CHAIN-PTR
           STRING "manager chain " WS-MGR-EMP-ID (WS-MGR-P)
               DELIMITED BY SIZE INTO WS-MGR-CHAIN
               WITH POINTER WS-MGR-CHAIN-PTR
           END-STRING
           MOVE WS-MGR-MGR-IX (WS-MGR-P) TO WS-MGR-C
           PERFORM UNTIL WS-MGR-C = WS-MGR-P OR WS-MGR-CHAIN-PTR > 56
               STRING " > " WS-MGR-EMP-ID (WS-MGR-C)
                   DELIMITED BY SIZE INTO WS-MGR-CHAIN
                   WITH POINTER WS-MGR-CHAIN-PTR
               END-STRING
               MOVE WS-MGR-MGR-IX (WS-MGR-C) TO WS-MGR-C
           END-PERFORM
           IF WS-MGR-C = WS-MGR-P
               STRING " > " WS-MGR-EMP-ID (WS-MGR-P)
                   DELIMITED BY SIZE INTO WS-MGR-CHAIN
                   WITH POINTER WS-MGR-CHAIN-PTR
               END-STRING
           ELSE
               STRING " ..."
                   DELIMITED BY SIZE INTO WS-MGR-CHAIN
                   WITH POINTER WS-MGR-CHAIN-PTR
               END-STRING
           END-IF

           MOVE WS-MGR-EMP-ID (WS-MGR-P) TO WS-EXC-ID
           MOVE WS-MGR-CHAIN TO WS-EXC-DETAIL
           PERFORM WRITE-EXCEPTION-LINE
           EXIT.

       MGR-LOOKUP-EMP.
      *> Finds the table index of employee WS-MGR-LOOKUP-ID, or zero
      *> when that number is not on file.
           MOVE ZERO TO WS-MGR-FOUND-IX
           IF WS-MGR-LOOKUP-ID NOT = ZERO
               PERFORM VARYING WS-MGR-L FROM 1 BY 1
                   UNTIL WS-MGR-L > WS-MGR-COUNT OR WS-MGR-FOUND-IX NOT = ZERO
                   IF WS-MGR-EMP-ID (WS-MGR-L) = WS-MGR-LOOKUP-ID
                       MOVE WS-MGR-L TO WS-MGR-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXC-COUNT
           ADD 1 TO WS-RULE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-RULE-CODE " emp_id=" WS-EXC-ID " " WS-EXC-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           EXIT.

       LOG-RULE-COUNT.
           MOVE SPACES TO LOG-LINE
           STRING WS-RULE-CODE " " WS-RULE-COUNT " - " WS-RULE-TEXT
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           EXIT.

       OPEN-DB-RETRY.
      *> Same busy/locked retry treatment as the other batch jobs,
      *> since the sweep can run alongside a user session.
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
