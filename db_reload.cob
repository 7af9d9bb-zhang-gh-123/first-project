       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABASE-RELOAD.

      *> Rebuilds an employee database from one night's set of
      *> DATABASE-UNLOAD files and checks every table against its
      *> trailer.  The target is a new database - the file named on the
      *> command line, employee_restore.db when none is given - and the
      *> run refuses one that already holds any table, so a live
      *> database is never loaded over.  Every table's counts go to
      *> db_reload_recon.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL so a missing file reads as empty and is reported as
      *> having no trailer rather than stopping the run.
           SELECT OPTIONAL UNL-JOB-RUN-FILE ASSIGN TO "unload_job_run.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-PENDING-FILE ASSIGN TO "unload_pending_change.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-HISTORY-FILE ASSIGN TO "unload_employee_history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-EMPLOYEE-FILE ASSIGN TO "unload_employee.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-DEPT-FILE ASSIGN TO "unload_departments.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-BATCH-CTL-FILE ASSIGN TO "unload_batch_run_control.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-PAYROLL-CTL-FILE ASSIGN TO "unload_payroll_control.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-STATS-FILE ASSIGN TO "unload_hr_stats_snapshot.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-BUDGET-FILE ASSIGN TO "unload_dept_budget.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-OPERATOR-FILE ASSIGN TO "unload_operators.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-SIGNON-FILE ASSIGN TO "unload_signon_log.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-EMP-ARCH-FILE ASSIGN TO "unload_employee_archive.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-HIST-ARCH-FILE ASSIGN TO "unload_employee_history_archive.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL UNL-SEQUENCE-FILE ASSIGN TO "unload_sqlite_sequence.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO "db_reload_recon.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "db_reload.log"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The unload files exactly as DATABASE-UNLOAD writes them: one
      *> null flag per column, each column in its WS-COLUMN-SPECS
      *> width, and a "TRLR " record-count trailer last.
       FD  UNL-JOB-RUN-FILE
           RECORDING MODE IS F.
       01 UNL-JOB-RUN-RECORD        PIC X(193).

       FD  UNL-PENDING-FILE
           RECORDING MODE IS F.
       01 UNL-PENDING-RECORD        PIC X(366).

       FD  UNL-HISTORY-FILE
           RECORDING MODE IS F.
       01 UNL-HISTORY-RECORD        PIC X(216).

       FD  UNL-EMPLOYEE-FILE
           RECORDING MODE IS F.
       01 UNL-EMPLOYEE-RECORD       PIC X(138).

       FD  UNL-DEPT-FILE
           RECORDING MODE IS F.
       01 UNL-DEPT-RECORD           PIC X(27).

       FD  UNL-BATCH-CTL-FILE
           RECORDING MODE IS F.
       01 UNL-BATCH-CTL-RECORD      PIC X(44).

       FD  UNL-PAYROLL-CTL-FILE
           RECORDING MODE IS F.
       01 UNL-PAYROLL-CTL-RECORD    PIC X(26).

       FD  UNL-STATS-FILE
           RECORDING MODE IS F.
       01 UNL-STATS-RECORD          PIC X(166).

       FD  UNL-BUDGET-FILE
           RECORDING MODE IS F.
       01 UNL-BUDGET-RECORD         PIC X(32).

       FD  UNL-OPERATOR-FILE
           RECORDING MODE IS F.
       01 UNL-OPERATOR-RECORD       PIC X(88).

       FD  UNL-SIGNON-FILE
           RECORDING MODE IS F.
       01 UNL-SIGNON-RECORD         PIC X(65).

       FD  UNL-EMP-ARCH-FILE
           RECORDING MODE IS F.
       01 UNL-EMP-ARCH-RECORD       PIC X(142).

       FD  UNL-HIST-ARCH-FILE
           RECORDING MODE IS F.
       01 UNL-HIST-ARCH-RECORD      PIC X(216).

       FD  UNL-SEQUENCE-FILE
           RECORDING MODE IS F.
       01 UNL-SEQUENCE-RECORD       PIC X(36).

       FD  RECON-FILE.
       01 RECON-LINE        PIC X(100).

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 STMT              USAGE POINTER.
       01 RETCODE           PIC S9(9) COMP-5.
      *> A pending_change row with three 64-byte values, quotes
      *> doubled, runs past 1024 bytes.
       01 SQL-TEXT          PIC X(2048).
       01 DB-NAME           PIC X(64) VALUE "employee_restore.db".
       01 VALUE-TEXT        PIC X(64).

       01 WS-PARM           PIC X(64) VALUE SPACES.
       01 WS-RUN-OK-FLAG    PIC X VALUE "Y".
       01 WS-FAIL-STAGE     PIC X(40) VALUE SPACES.
       01 WS-FILE-EOF       PIC X.
       01 WS-TRAILER-FOUND  PIC X.
       01 WS-SET-TS         PIC X(14) VALUE SPACES.
       01 WS-FILE-TS        PIC X(14).
       01 WS-TRAILER-COUNT  PIC 9(7).
       01 WS-READ-COUNT     PIC 9(7).
       01 WS-LOAD-COUNT     PIC 9(7).
       01 WS-REJECT-COUNT   PIC 9(7).
       01 WS-AFTER-COUNT    PIC 9(7).
       01 WS-DB-COUNT       PIC 9(7).
       01 WS-MATCH-COUNT    PIC 9(2) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(2) VALUE 0.
       01 WS-TOTAL-ROWS     PIC 9(9) VALUE 0.
       01 WS-TOTAL-ROWS-ED  PIC Z(8)9.
       01 WS-COUNT-ED       PIC Z(6)9.
       01 WS-TABLES-ED      PIC Z9.
       01 WS-RESULT         PIC X(40).
       01 WS-CUR-TABLE      PIC X(24).
       01 WS-SQL-PTR        PIC 9(4).
       01 WS-HEAD-LEN       PIC 9(4).
       01 WS-INSERT-HEAD    PIC X(512).
       01 WS-REC-POS        PIC 9(4).
       01 WS-COL-N          PIC 9(2).
       01 WS-COL-WIDTH      PIC 9(2).
       01 WS-COL-VALUE      PIC X(64).
       01 WS-VALUE-LEN      PIC 9(2).
       01 WS-CHAR-IX        PIC 9(2).
       01 WS-POINT-COUNT    PIC 9(2).
       01 WS-DIGIT-COUNT    PIC 9(2).
       01 WS-VALUE-NUMERIC  PIC X.

      *> Every column of every table, in unload order, with how it is
      *> carried on the file: N numeric, T text (trailing blanks are
      *> not significant), P text the programs store blank-padded to
      *> its field width (the padding is kept on reload), and the
      *> width of its field on the unload record.  A table's columns
      *> are listed together; DATABASE-UNLOAD holds the same list and
      *> the two must be changed together.
       01 WS-CS-COUNT       PIC 9(3) VALUE 98.
       01 WS-COLUMN-SPECS.
      *> job_run
           05 FILLER PIC X(47) VALUE "job_run                 run_id              N10".
           05 FILLER PIC X(47) VALUE "job_run                 step_seq            N10".
           05 FILLER PIC X(47) VALUE "job_run                 step_name           T30".
           05 FILLER PIC X(47) VALUE "job_run                 run_date            T08".
           05 FILLER PIC X(47) VALUE "job_run                 started_at          T21".
           05 FILLER PIC X(47) VALUE "job_run                 ended_at            T21".
           05 FILLER PIC X(47) VALUE "job_run                 step_status         T10".
           05 FILLER PIC X(47) VALUE "job_run                 status_text         T64".
           05 FILLER PIC X(47) VALUE "job_run                 attempts            N10".
      *> pending_change
           05 FILLER PIC X(47) VALUE "pending_change          change_id           N10".
           05 FILLER PIC X(47) VALUE "pending_change          emp_id              N10".
           05 FILLER PIC X(47) VALUE "pending_change          field_name          T20".
           05 FILLER PIC X(47) VALUE "pending_change          old_value           T64".
           05 FILLER PIC X(47) VALUE "pending_change          new_value           T64".
           05 FILLER PIC X(47) VALUE "pending_change          effective_date      T08".
           05 FILLER PIC X(47) VALUE "pending_change          entered_by          T20".
           05 FILLER PIC X(47) VALUE "pending_change          entered_at          T21".
           05 FILLER PIC X(47) VALUE "pending_change          change_status       T10".
           05 FILLER PIC X(47) VALUE "pending_change          applied_at          T21".
           05 FILLER PIC X(47) VALUE "pending_change          reviewed_by         T20".
           05 FILLER PIC X(47) VALUE "pending_change          reviewed_at         T21".
           05 FILLER PIC X(47) VALUE "pending_change          review_reason       T64".
      *> employee_history
           05 FILLER PIC X(47) VALUE "employee_history        history_id          N10".
           05 FILLER PIC X(47) VALUE "employee_history        emp_id              N10".
           05 FILLER PIC X(47) VALUE "employee_history        field_name          T20".
           05 FILLER PIC X(47) VALUE "employee_history        old_value           T64".
           05 FILLER PIC X(47) VALUE "employee_history        new_value           T64".
           05 FILLER PIC X(47) VALUE "employee_history        operator_id         T20".
           05 FILLER PIC X(47) VALUE "employee_history        changed_at          T21".
      *> employee
           05 FILLER PIC X(47) VALUE "employee                emp_id              N10".
           05 FILLER PIC X(47) VALUE "employee                emp_name            P20".
           05 FILLER PIC X(47) VALUE "employee                emp_dept            P15".
           05 FILLER PIC X(47) VALUE "employee                emp_age             N10".
           05 FILLER PIC X(47) VALUE "employee                emp_gender          P06".
           05 FILLER PIC X(47) VALUE "employee                emp_status          T10".
           05 FILLER PIC X(47) VALUE "employee                retirement_date     T08".
           05 FILLER PIC X(47) VALUE "employee                hire_date           T08".
           05 FILLER PIC X(47) VALUE "employee                salary_grade        T04".
           05 FILLER PIC X(47) VALUE "employee                manager_id          N10".
           05 FILLER PIC X(47) VALUE "employee                leave_start_date    T08".
           05 FILLER PIC X(47) VALUE "employee                leave_return_date   T08".
           05 FILLER PIC X(47) VALUE "employee                birth_date          T08".
      *> departments
           05 FILLER PIC X(47) VALUE "departments             dept_code           T15".
           05 FILLER PIC X(47) VALUE "departments             dept_status         T10".
      *> batch_run_control
           05 FILLER PIC X(47) VALUE "batch_run_control       control_id          N10".
           05 FILLER PIC X(47) VALUE "batch_run_control       records_done        N10".
           05 FILLER PIC X(47) VALUE "batch_run_control       run_status          T10".
           05 FILLER PIC X(47) VALUE "batch_run_control       records_rejected    N10".
      *> payroll_control
           05 FILLER PIC X(47) VALUE "payroll_control         control_id          N10".
           05 FILLER PIC X(47) VALUE "payroll_control         last_history_id     N10".
      *> hr_stats_snapshot
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       snap_month          T08".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       emp_dept            T15".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       headcount           N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       g1_cnt              N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       g2_cnt              N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       g3_cnt              N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       g4_cnt              N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       g5_cnt              N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       male_cnt            N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       female_cnt          N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       onleave_cnt         N10".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       avg_age             N20".
           05 FILLER PIC X(47) VALUE "hr_stats_snapshot       avg_tenure          N20".
      *> dept_budget
           05 FILLER PIC X(47) VALUE "dept_budget             dept_code           T15".
           05 FILLER PIC X(47) VALUE "dept_budget             salary_grade        T04".
           05 FILLER PIC X(47) VALUE "dept_budget             authorized_positionsN10".
      *> operators
           05 FILLER PIC X(47) VALUE "operators               operator_id         T20".
           05 FILLER PIC X(47) VALUE "operators               operator_role       T10".
           05 FILLER PIC X(47) VALUE "operators               operator_status     T10".
           05 FILLER PIC X(47) VALUE "operators               password            T20".
           05 FILLER PIC X(47) VALUE "operators               pw_change_required  T01".
           05 FILLER PIC X(47) VALUE "operators               failed_attempts     N10".
           05 FILLER PIC X(47) VALUE "operators               emp_id              N10".
      *> signon_log
           05 FILLER PIC X(47) VALUE "signon_log              log_id              N10".
           05 FILLER PIC X(47) VALUE "signon_log              operator_id         T20".
           05 FILLER PIC X(47) VALUE "signon_log              attempt_status      T10".
           05 FILLER PIC X(47) VALUE "signon_log              attempted_at        T21".
      *> employee_archive
           05 FILLER PIC X(47) VALUE "employee_archive        emp_id              N10".
           05 FILLER PIC X(47) VALUE "employee_archive        emp_name            P20".
           05 FILLER PIC X(47) VALUE "employee_archive        emp_dept            P15".
           05 FILLER PIC X(47) VALUE "employee_archive        emp_age             N10".
           05 FILLER PIC X(47) VALUE "employee_archive        emp_gender          P06".
           05 FILLER PIC X(47) VALUE "employee_archive        emp_status          T10".
           05 FILLER PIC X(47) VALUE "employee_archive        retirement_date     T08".
           05 FILLER PIC X(47) VALUE "employee_archive        hire_date           T08".
           05 FILLER PIC X(47) VALUE "employee_archive        salary_grade        T04".
           05 FILLER PIC X(47) VALUE "employee_archive        manager_id          N10".
           05 FILLER PIC X(47) VALUE "employee_archive        archived_at         T21".
           05 FILLER PIC X(47) VALUE "employee_archive        birth_date          T08".
      *> employee_history_archive
           05 FILLER PIC X(47) VALUE "employee_history_archivehistory_id          N10".
           05 FILLER PIC X(47) VALUE "employee_history_archiveemp_id              N10".
           05 FILLER PIC X(47) VALUE "employee_history_archivefield_name          T20".
           05 FILLER PIC X(47) VALUE "employee_history_archiveold_value           T64".
           05 FILLER PIC X(47) VALUE "employee_history_archivenew_value           T64".
           05 FILLER PIC X(47) VALUE "employee_history_archiveoperator_id         T20".
           05 FILLER PIC X(47) VALUE "employee_history_archivechanged_at          T21".
      *> sqlite_sequence
           05 FILLER PIC X(47) VALUE "sqlite_sequence         name                T24".
           05 FILLER PIC X(47) VALUE "sqlite_sequence         seq                 N10".
       01 WS-COLUMN-SPEC-TABLE REDEFINES WS-COLUMN-SPECS.
           05 WS-CS-ENTRY OCCURS 98 TIMES.
               10 WS-CS-TABLE       PIC X(24).
               10 WS-CS-COLUMN      PIC X(20).
               10 WS-CS-TYPE        PIC X.
               10 WS-CS-WIDTH       PIC 9(2).
       01 WS-CS-IX          PIC 9(3).

      *> The tables in reload order, built from the column list.
      *> sqlite_sequence is last: loading the other tables resets it.
       01 WS-TBL-COUNT      PIC 9(2) VALUE 0.
       01 WS-TBL-TABLE.
           05 WS-TBL-ENTRY OCCURS 20 TIMES.
               10 WS-TBL-NAME       PIC X(24).
               10 WS-TBL-FIRST      PIC 9(3).
               10 WS-TBL-COLS       PIC 9(2).
       01 WS-TBL-IX         PIC 9(2).

      *> The record just read, as a data record or as the trailer.
       01 WS-UNL-RECORD     PIC X(400).
       01 WS-UNL-TRAILER REDEFINES WS-UNL-RECORD.
           05 WS-TR-RECORD-TYPE  PIC X(5).
           05 WS-TR-RECORD-COUNT PIC 9(7).
           05 WS-TR-UNLOAD-TS    PIC X(14).
           05 FILLER             PIC X(374).

       01 SQLITE-BUSY        PIC S9(9) COMP-5 VALUE 5.
       01 SQLITE-LOCKED      PIC S9(9) COMP-5 VALUE 6.
       01 WS-RETRY-COUNT     PIC 9(3) VALUE 0.
       01 WS-MAX-RETRIES     PIC 9(3) VALUE 5.
       01 WS-WAIT-SECONDS    PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               MOVE FUNCTION TRIM (WS-PARM) TO DB-NAME
           END-IF

           OPEN OUTPUT LOG-FILE
           MOVE SPACES TO LOG-LINE
           STRING "Database reload starting into " FUNCTION TRIM (DB-NAME)
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

           PERFORM OPEN-DATABASE
           PERFORM LOAD-TABLE-LIST

           MOVE "target database check" TO WS-FAIL-STAGE
           PERFORM CHECK-TARGET-EMPTY
           IF WS-RUN-OK-FLAG = "Y"
               MOVE "table creation" TO WS-FAIL-STAGE
               PERFORM CREATE-TABLES
           END-IF

           IF WS-RUN-OK-FLAG NOT = "Y"
               MOVE SPACES TO LOG-LINE
               STRING "RUN FAILED during " FUNCTION TRIM (WS-FAIL-STAGE)
                   " - nothing reloaded"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               CLOSE LOG-FILE
               CALL "my_sqlite3_close"   USING BY VALUE DB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECON-FILE
           PERFORM WRITE-RECON-HEADING

           PERFORM VARYING WS-TBL-IX FROM 1 BY 1 UNTIL WS-TBL-IX > WS-TBL-COUNT
               PERFORM RELOAD-TABLE
           END-PERFORM

           PERFORM WRITE-RECON-TOTALS

           MOVE WS-TOTAL-ROWS TO WS-TOTAL-ROWS-ED
           MOVE SPACES TO LOG-LINE
           IF WS-MISMATCH-COUNT = ZERO
               STRING "Run status: COMPLETE - " WS-TBL-COUNT " tables, "
                   FUNCTION TRIM (WS-TOTAL-ROWS-ED)
                   " row(s) reloaded, every table matches its trailer"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               MOVE WS-MISMATCH-COUNT TO WS-TABLES-ED
               STRING "Run status: MISMATCHES FOUND - " FUNCTION TRIM (WS-TABLES-ED)
                   " table(s) do not match their trailers, see db_reload_recon.txt"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE

           CLOSE RECON-FILE.
           CLOSE LOG-FILE.
           CALL "my_sqlite3_close"   USING BY VALUE DB.
           IF WS-MISMATCH-COUNT > ZERO
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

       LOAD-TABLE-LIST.
           MOVE ZERO TO WS-TBL-COUNT
           PERFORM VARYING WS-CS-IX FROM 1 BY 1 UNTIL WS-CS-IX > WS-CS-COUNT
               IF WS-TBL-COUNT = ZERO
                   PERFORM ADD-TABLE-ENTRY
               ELSE
                   IF WS-CS-TABLE (WS-CS-IX) NOT = WS-TBL-NAME (WS-TBL-COUNT)
                       PERFORM ADD-TABLE-ENTRY
                   END-IF
               END-IF
               ADD 1 TO WS-TBL-COLS (WS-TBL-COUNT)
           END-PERFORM.
           EXIT.

       ADD-TABLE-ENTRY.
           ADD 1 TO WS-TBL-COUNT
           MOVE WS-CS-TABLE (WS-CS-IX) TO WS-TBL-NAME (WS-TBL-COUNT)
           MOVE WS-CS-IX TO WS-TBL-FIRST (WS-TBL-COUNT)
           MOVE ZERO TO WS-TBL-COLS (WS-TBL-COUNT)
           EXIT.

       CHECK-TARGET-EMPTY.
           MOVE "SELECT COUNT(*) FROM sqlite_master;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               IF FUNCTION NUMVAL (VALUE-TEXT) > 0
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE SPACES TO LOG-LINE
                   STRING FUNCTION TRIM (DB-NAME) " already holds tables - "
                       "reload only into a new database"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
                   WRITE LOG-LINE
               END-IF
           ELSE
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       CREATE-TABLES.
      *> Every table as it stands once all the in-place upgrades have
      *> run, so the restored database needs none of them.
           MOVE "CREATE TABLE job_run (" &
                "run_id INTEGER, step_seq INTEGER, step_name TEXT, " &
                "run_date TEXT, started_at TEXT, ended_at TEXT, " &
                "step_status TEXT DEFAULT 'PENDING', status_text TEXT, " &
                "attempts INTEGER DEFAULT 0, " &
                "PRIMARY KEY (run_id, step_name));"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE pending_change (" &
                "change_id INTEGER PRIMARY KEY AUTOINCREMENT, " &
                "emp_id INTEGER, field_name TEXT, old_value TEXT, " &
                "new_value TEXT, effective_date TEXT, entered_by TEXT, " &
                "entered_at TEXT, change_status TEXT DEFAULT 'PENDING', " &
                "applied_at TEXT, reviewed_by TEXT, reviewed_at TEXT, " &
                "review_reason TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE employee_history (" &
                "history_id INTEGER PRIMARY KEY AUTOINCREMENT, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
                "operator_id TEXT, changed_at TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE employee (" &
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT DEFAULT 'ACTIVE', retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, " &
                "leave_start_date TEXT, leave_return_date TEXT, birth_date TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE departments (" &
                "dept_code TEXT PRIMARY KEY, " &
                "dept_status TEXT DEFAULT 'OPEN');"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE batch_run_control (" &
                "control_id INTEGER PRIMARY KEY, records_done INTEGER, " &
                "run_status TEXT, records_rejected INTEGER DEFAULT 0);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE payroll_control (" &
                "control_id INTEGER PRIMARY KEY, last_history_id INTEGER);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE hr_stats_snapshot (" &
                "snap_month TEXT, emp_dept TEXT, headcount INTEGER, " &
                "g1_cnt INTEGER, g2_cnt INTEGER, g3_cnt INTEGER, " &
                "g4_cnt INTEGER, g5_cnt INTEGER, " &
                "male_cnt INTEGER, female_cnt INTEGER, " &
                "onleave_cnt INTEGER, avg_age REAL, avg_tenure REAL, " &
                "PRIMARY KEY (snap_month, emp_dept));"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE dept_budget (" &
                "dept_code TEXT, salary_grade TEXT, " &
                "authorized_positions INTEGER DEFAULT 0, " &
                "PRIMARY KEY (dept_code, salary_grade));"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE operators (" &
                "operator_id TEXT PRIMARY KEY, operator_role TEXT, " &
                "operator_status TEXT DEFAULT 'ACTIVE', " &
                "password TEXT, pw_change_required TEXT DEFAULT 'Y', " &
                "failed_attempts INTEGER DEFAULT 0, emp_id INTEGER);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE signon_log (" &
                "log_id INTEGER PRIMARY KEY AUTOINCREMENT, " &
                "operator_id TEXT, attempt_status TEXT, attempted_at TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE employee_archive (" &
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT, retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, " &
                "archived_at TEXT, birth_date TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE

           MOVE "CREATE TABLE employee_history_archive (" &
                "history_id INTEGER PRIMARY KEY, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
                "operator_id TEXT, changed_at TEXT);"
                TO SQL-TEXT
           PERFORM CREATE-ONE-TABLE
           EXIT.

       CREATE-ONE-TABLE.
           IF WS-RUN-OK-FLAG = "Y"
               PERFORM EXEC-SQL-RETRY
               IF RETCODE NOT = 0
                   MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
           END-IF.
           EXIT.

       RELOAD-TABLE.
      *> Each table loads in one transaction.  A row the database
      *> refuses is logged and counted, and the rest still load, so
      *> the reconciliation shows the whole picture.  Records after
      *> the trailer are counted but never loaded.
           MOVE WS-TBL-NAME (WS-TBL-IX) TO WS-CUR-TABLE
           MOVE ZERO TO WS-TRAILER-COUNT WS-READ-COUNT WS-LOAD-COUNT
                        WS-REJECT-COUNT WS-AFTER-COUNT WS-DB-COUNT
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE SPACES TO WS-FILE-TS
           PERFORM BUILD-INSERT-HEAD

      *> Loading the AUTOINCREMENT tables has already filled
      *> sqlite_sequence from their highest keys; the unloaded values
      *> replace those, since they can be higher when rows were deleted.
           IF WS-CUR-TABLE = "sqlite_sequence"
               MOVE "DELETE FROM sqlite_sequence;" TO SQL-TEXT
               PERFORM EXEC-SQL-RETRY
           END-IF

           MOVE "BEGIN;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY

           MOVE "N" TO WS-FILE-EOF
           PERFORM OPEN-RELOAD-FILE
           PERFORM READ-RELOAD-FILE
           PERFORM UNTIL WS-FILE-EOF = "Y"
               EVALUATE TRUE
                   WHEN WS-TRAILER-FOUND = "Y"
                       ADD 1 TO WS-AFTER-COUNT
                   WHEN WS-TR-RECORD-TYPE = "TRLR "
                       MOVE "Y" TO WS-TRAILER-FOUND
                       MOVE WS-TR-UNLOAD-TS TO WS-FILE-TS
                       IF WS-TR-RECORD-COUNT IS NUMERIC
                           MOVE WS-TR-RECORD-COUNT TO WS-TRAILER-COUNT
                       ELSE
                           MOVE "?" TO WS-TRAILER-FOUND
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-READ-COUNT
                       PERFORM INSERT-DATA-RECORD
               END-EVALUATE
               PERFORM READ-RELOAD-FILE
           END-PERFORM
           PERFORM CLOSE-RELOAD-FILE

           MOVE "COMMIT;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY

           PERFORM COUNT-TABLE-ROWS
           PERFORM WRITE-RECON-LINE
           EXIT.

       BUILD-INSERT-HEAD.
           MOVE SPACES TO WS-INSERT-HEAD
           MOVE 1 TO WS-SQL-PTR
           STRING "INSERT INTO " FUNCTION TRIM (WS-CUR-TABLE) " ("
               DELIMITED BY SIZE INTO WS-INSERT-HEAD WITH POINTER WS-SQL-PTR
           END-STRING
           PERFORM VARYING WS-COL-N FROM 1 BY 1 UNTIL WS-COL-N > WS-TBL-COLS (WS-TBL-IX)
               COMPUTE WS-CS-IX = WS-TBL-FIRST (WS-TBL-IX) + WS-COL-N - 1
               IF WS-COL-N > 1
                   STRING ", " DELIMITED BY SIZE INTO WS-INSERT-HEAD WITH POINTER WS-SQL-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM (WS-CS-COLUMN (WS-CS-IX))
                   DELIMITED BY SIZE INTO WS-INSERT-HEAD WITH POINTER WS-SQL-PTR
               END-STRING
           END-PERFORM
           STRING ") VALUES (" DELIMITED BY SIZE INTO WS-INSERT-HEAD WITH POINTER WS-SQL-PTR
           END-STRING
           COMPUTE WS-HEAD-LEN = WS-SQL-PTR - 1
           EXIT.

       INSERT-DATA-RECORD.
      *> A flagged column goes in as NULL.  Text goes in quoted, with
      *> any quote doubled; a numeric column goes in bare when it holds
      *> a plain number, otherwise quoted so the column's own type
      *> decides, exactly as when the row was first written.
           MOVE SPACES TO SQL-TEXT
           MOVE WS-INSERT-HEAD (1:WS-HEAD-LEN) TO SQL-TEXT (1:WS-HEAD-LEN)
           COMPUTE WS-SQL-PTR = WS-HEAD-LEN + 1
           COMPUTE WS-REC-POS = WS-TBL-COLS (WS-TBL-IX) + 1

           PERFORM VARYING WS-COL-N FROM 1 BY 1 UNTIL WS-COL-N > WS-TBL-COLS (WS-TBL-IX)
               COMPUTE WS-CS-IX = WS-TBL-FIRST (WS-TBL-IX) + WS-COL-N - 1
               MOVE WS-CS-WIDTH (WS-CS-IX) TO WS-COL-WIDTH
               IF WS-COL-N > 1
                   STRING ", " DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
                   END-STRING
               END-IF
               MOVE SPACES TO WS-COL-VALUE
               MOVE WS-UNL-RECORD (WS-REC-POS:WS-COL-WIDTH) TO WS-COL-VALUE (1:WS-COL-WIDTH)
               ADD WS-COL-WIDTH TO WS-REC-POS

               IF WS-UNL-RECORD (WS-COL-N:1) = "N"
                   STRING "NULL" DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
                   END-STRING
               ELSE
                   IF WS-CS-TYPE (WS-CS-IX) = "P"
                       MOVE WS-COL-WIDTH TO WS-VALUE-LEN
                   ELSE
                       PERFORM FIND-VALUE-LENGTH
                   END-IF
                   MOVE "N" TO WS-VALUE-NUMERIC
                   IF WS-CS-TYPE (WS-CS-IX) = "N"
                       PERFORM CHECK-VALUE-NUMERIC
                   END-IF
                   IF WS-VALUE-NUMERIC = "Y"
                       MOVE WS-COL-VALUE (1:WS-VALUE-LEN) TO SQL-TEXT (WS-SQL-PTR:WS-VALUE-LEN)
                       ADD WS-VALUE-LEN TO WS-SQL-PTR
                   ELSE
                       PERFORM APPEND-QUOTED-VALUE
                   END-IF
               END-IF
           END-PERFORM
           STRING ");" DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING

           PERFORM EXEC-SQL-RETRY
           IF RETCODE = 0
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-READ-COUNT TO WS-COUNT-ED
               MOVE SPACES TO LOG-LINE
               STRING FUNCTION TRIM (WS-CUR-TABLE) " record "
                   FUNCTION TRIM (WS-COUNT-ED) " refused by the database: "
                   WS-UNL-RECORD (WS-TBL-COLS (WS-TBL-IX) + 1:40)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF.
           EXIT.

       FIND-VALUE-LENGTH.
           MOVE WS-COL-WIDTH TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
                   OR WS-COL-VALUE (WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.
           EXIT.

       CHECK-VALUE-NUMERIC.
      *> Digits, at most one decimal point and a leading minus only.
           IF WS-VALUE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VALUE-NUMERIC
           MOVE ZERO TO WS-POINT-COUNT WS-DIGIT-COUNT
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1 UNTIL WS-CHAR-IX > WS-VALUE-LEN
               EVALUATE TRUE
                   WHEN WS-COL-VALUE (WS-CHAR-IX:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN WS-COL-VALUE (WS-CHAR-IX:1) = "."
                       ADD 1 TO WS-POINT-COUNT
                   WHEN WS-COL-VALUE (WS-CHAR-IX:1) = "-" AND WS-CHAR-IX = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-VALUE-NUMERIC
               END-EVALUATE
           END-PERFORM
           IF WS-DIGIT-COUNT = 0 OR WS-POINT-COUNT > 1
               MOVE "N" TO WS-VALUE-NUMERIC
           END-IF.
           EXIT.

       APPEND-QUOTED-VALUE.
           MOVE "'" TO SQL-TEXT (WS-SQL-PTR:1)
           ADD 1 TO WS-SQL-PTR
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1 UNTIL WS-CHAR-IX > WS-VALUE-LEN
               MOVE WS-COL-VALUE (WS-CHAR-IX:1) TO SQL-TEXT (WS-SQL-PTR:1)
               ADD 1 TO WS-SQL-PTR
               IF WS-COL-VALUE (WS-CHAR-IX:1) = "'"
                   MOVE "'" TO SQL-TEXT (WS-SQL-PTR:1)
                   ADD 1 TO WS-SQL-PTR
               END-IF
           END-PERFORM
           MOVE "'" TO SQL-TEXT (WS-SQL-PTR:1)
           ADD 1 TO WS-SQL-PTR
           EXIT.

       COUNT-TABLE-ROWS.
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT COUNT(*) FROM " FUNCTION TRIM (WS-CUR-TABLE) ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-DB-COUNT
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       WRITE-RECON-HEADING.
           MOVE "Database Reload Reconciliation" TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           STRING "Reloaded into: " FUNCTION TRIM (DB-NAME)
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE "Trailer = count on the file's trailer, Read = data records before it," TO RECON-LINE
           WRITE RECON-LINE
           MOVE "Loaded = rows now on the table.  All three must agree." TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE "Table                    Trailer    Read  Loaded  Result" TO RECON-LINE
           WRITE RECON-LINE
           MOVE "------------------------ ------- ------- -------  ---------------------------------"
               TO RECON-LINE
           WRITE RECON-LINE
           EXIT.

       WRITE-RECON-LINE.
      *> The first problem found is the one reported.  Every file of a
      *> set carries the same unload time; the first trailer read sets
      *> it for the rest.
           EVALUATE TRUE
               WHEN WS-TRAILER-FOUND = "N"
                   MOVE "MISMATCH - no trailer" TO WS-RESULT
               WHEN WS-TRAILER-FOUND = "?"
                   MOVE "MISMATCH - trailer count unreadable" TO WS-RESULT
               WHEN WS-SET-TS NOT = SPACES AND WS-FILE-TS NOT = WS-SET-TS
                   MOVE "MISMATCH - from a different unload" TO WS-RESULT
               WHEN WS-AFTER-COUNT > 0
                   MOVE "MISMATCH - records after trailer" TO WS-RESULT
               WHEN WS-READ-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "MISMATCH - read <> trailer" TO WS-RESULT
               WHEN WS-REJECT-COUNT > 0
                   MOVE "MISMATCH - rows refused, see log" TO WS-RESULT
               WHEN WS-DB-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "MISMATCH - loaded <> trailer" TO WS-RESULT
               WHEN OTHER
                   MOVE "OK" TO WS-RESULT
           END-EVALUATE
           IF WS-SET-TS = SPACES AND WS-TRAILER-FOUND = "Y"
               MOVE WS-FILE-TS TO WS-SET-TS
           END-IF
           IF WS-RESULT = "OK"
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           ADD WS-DB-COUNT TO WS-TOTAL-ROWS

           MOVE SPACES TO RECON-LINE
           MOVE WS-CUR-TABLE TO RECON-LINE (1:24)
           IF WS-TRAILER-FOUND = "Y"
               MOVE WS-TRAILER-COUNT TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO RECON-LINE (26:7)
           ELSE
               MOVE "   none" TO RECON-LINE (26:7)
           END-IF
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RECON-LINE (34:7)
           MOVE WS-DB-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO RECON-LINE (42:7)
           MOVE WS-RESULT TO RECON-LINE (51:40)
           WRITE RECON-LINE

           MOVE SPACES TO LOG-LINE
           STRING WS-CUR-TABLE " " RECON-LINE (26:65)
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           EXIT.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           IF WS-SET-TS = SPACES
               MOVE "Unload taken: unknown - no file had a trailer" TO RECON-LINE
           ELSE
               STRING "Unload taken: " WS-SET-TS (1:8) " " WS-SET-TS (9:6)
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
           END-IF
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           MOVE WS-TBL-COUNT TO WS-TABLES-ED
           STRING "Tables reloaded: " FUNCTION TRIM (WS-TABLES-ED)
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           MOVE WS-MATCH-COUNT TO WS-TABLES-ED
           STRING FUNCTION TRIM (RECON-LINE) "  matching their trailers: "
               FUNCTION TRIM (WS-TABLES-ED)
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           MOVE WS-MISMATCH-COUNT TO WS-TABLES-ED
           STRING FUNCTION TRIM (RECON-LINE) "  mismatched: "
               FUNCTION TRIM (WS-TABLES-ED)
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           IF WS-MISMATCH-COUNT > ZERO
               MOVE "The restored database is incomplete - do not use it until the mismatches are explained."
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF
           EXIT.

       OPEN-RELOAD-FILE.
           EVALUATE WS-CUR-TABLE
               WHEN "job_run"                  OPEN INPUT UNL-JOB-RUN-FILE
               WHEN "pending_change"           OPEN INPUT UNL-PENDING-FILE
               WHEN "employee_history"         OPEN INPUT UNL-HISTORY-FILE
               WHEN "employee"                 OPEN INPUT UNL-EMPLOYEE-FILE
               WHEN "departments"              OPEN INPUT UNL-DEPT-FILE
               WHEN "batch_run_control"        OPEN INPUT UNL-BATCH-CTL-FILE
               WHEN "payroll_control"          OPEN INPUT UNL-PAYROLL-CTL-FILE
               WHEN "hr_stats_snapshot"        OPEN INPUT UNL-STATS-FILE
               WHEN "dept_budget"              OPEN INPUT UNL-BUDGET-FILE
               WHEN "operators"                OPEN INPUT UNL-OPERATOR-FILE
               WHEN "signon_log"               OPEN INPUT UNL-SIGNON-FILE
               WHEN "employee_archive"         OPEN INPUT UNL-EMP-ARCH-FILE
               WHEN "employee_history_archive" OPEN INPUT UNL-HIST-ARCH-FILE
               WHEN "sqlite_sequence"          OPEN INPUT UNL-SEQUENCE-FILE
           END-EVALUATE.
           EXIT.

       READ-RELOAD-FILE.
           MOVE SPACES TO WS-UNL-RECORD
           EVALUATE WS-CUR-TABLE
               WHEN "job_run"
                   READ UNL-JOB-RUN-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "pending_change"
                   READ UNL-PENDING-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "employee_history"
                   READ UNL-HISTORY-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "employee"
                   READ UNL-EMPLOYEE-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "departments"
                   READ UNL-DEPT-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "batch_run_control"
                   READ UNL-BATCH-CTL-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "payroll_control"
                   READ UNL-PAYROLL-CTL-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "hr_stats_snapshot"
                   READ UNL-STATS-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "dept_budget"
                   READ UNL-BUDGET-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "operators"
                   READ UNL-OPERATOR-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "signon_log"
                   READ UNL-SIGNON-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "employee_archive"
                   READ UNL-EMP-ARCH-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "employee_history_archive"
                   READ UNL-HIST-ARCH-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
               WHEN "sqlite_sequence"
                   READ UNL-SEQUENCE-FILE INTO WS-UNL-RECORD
                       AT END MOVE "Y" TO WS-FILE-EOF
                   END-READ
           END-EVALUATE.
           EXIT.

       CLOSE-RELOAD-FILE.
           EVALUATE WS-CUR-TABLE
               WHEN "job_run"                  CLOSE UNL-JOB-RUN-FILE
               WHEN "pending_change"           CLOSE UNL-PENDING-FILE
               WHEN "employee_history"         CLOSE UNL-HISTORY-FILE
               WHEN "employee"                 CLOSE UNL-EMPLOYEE-FILE
               WHEN "departments"              CLOSE UNL-DEPT-FILE
               WHEN "batch_run_control"        CLOSE UNL-BATCH-CTL-FILE
               WHEN "payroll_control"          CLOSE UNL-PAYROLL-CTL-FILE
               WHEN "hr_stats_snapshot"        CLOSE UNL-STATS-FILE
               WHEN "dept_budget"              CLOSE UNL-BUDGET-FILE
               WHEN "operators"                CLOSE UNL-OPERATOR-FILE
               WHEN "signon_log"               CLOSE UNL-SIGNON-FILE
               WHEN "employee_archive"         CLOSE UNL-EMP-ARCH-FILE
               WHEN "employee_history_archive" CLOSE UNL-HIST-ARCH-FILE
               WHEN "sqlite_sequence"          CLOSE UNL-SEQUENCE-FILE
           END-EVALUATE.
           EXIT.

       OPEN-DB-RETRY.
      *> Same busy/locked retry treatment as the other batch jobs,
      *> since the reload can run alongside other jobs.
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
