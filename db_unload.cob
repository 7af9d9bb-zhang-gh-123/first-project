       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABASE-UNLOAD.

      *> Nightly unload of the whole employee database: every table to
      *> its own fixed-format sequential file, unload_<table>.dat, each
      *> ending in a record-count trailer.  DATABASE-RELOAD rebuilds a
      *> new database from a set of these files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL-JOB-RUN-FILE ASSIGN TO "unload_job_run.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-PENDING-FILE ASSIGN TO "unload_pending_change.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-HISTORY-FILE ASSIGN TO "unload_employee_history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-EMPLOYEE-FILE ASSIGN TO "unload_employee.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-DEPT-FILE ASSIGN TO "unload_departments.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-BATCH-CTL-FILE ASSIGN TO "unload_batch_run_control.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-PAYROLL-CTL-FILE ASSIGN TO "unload_payroll_control.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-STATS-FILE ASSIGN TO "unload_hr_stats_snapshot.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-BUDGET-FILE ASSIGN TO "unload_dept_budget.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-OPERATOR-FILE ASSIGN TO "unload_operators.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-SIGNON-FILE ASSIGN TO "unload_signon_log.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-EMP-ARCH-FILE ASSIGN TO "unload_employee_archive.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-HIST-ARCH-FILE ASSIGN TO "unload_employee_history_archive.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNL-SEQUENCE-FILE ASSIGN TO "unload_sqlite_sequence.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "db_unload.log"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Every unload file has the same shape.  A data record starts
      *> with one null flag per column - "N" when the column is NULL,
      *> otherwise a space - followed by each column left-justified in
      *> the width WS-COLUMN-SPECS gives it, in the order listed there.
      *> The last record is the trailer (WS-UNL-TRAILER), the same
      *> "TRLR " and seven-digit record count convention as
      *> hr_feed.dat, followed by the date and time the unload started.
      *> A data record never starts with "T", so the two cannot be
      *> confused.  Record lengths are the flags plus the column widths;
      *> payroll_control's is padded out to the trailer length.
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

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 STMT              USAGE POINTER.
       01 RETCODE           PIC S9(9) COMP-5.
      *> The null-flag expression for a thirteen-column table runs
      *> well past 1024 bytes.
       01 SQL-TEXT          PIC X(2048).
       01 DB-NAME           PIC X(64) VALUE "employee.db".
       01 VALUE-TEXT        PIC X(64).

       01 WS-RUN-OK-FLAG    PIC X VALUE "Y".
       01 WS-TABLE-OK       PIC X.
       01 WS-TABLE-PRESENT  PIC X.
       01 WS-UNLOAD-TS      PIC X(14).
       01 WS-FAIL-COUNT     PIC 9(2) VALUE 0.
       01 WS-ROW-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-ROWS     PIC 9(9) VALUE 0.
       01 WS-ROW-COUNT-ED   PIC Z(6)9.
       01 WS-TOTAL-ROWS-ED  PIC Z(8)9.
       01 WS-WIDTH-ED       PIC Z9.
       01 WS-FAIL-COUNT-ED  PIC Z9.
       01 WS-CUR-TABLE      PIC X(24).
       01 WS-CUR-FILE       PIC X(40).
       01 WS-SQL-PTR        PIC 9(4).
       01 WS-REC-POS        PIC 9(4).
       01 WS-COL-N          PIC 9(2).
       01 WS-COL-NO         PIC S9(9) COMP-5.
       01 WS-COL-WIDTH      PIC 9(2).

      *> Every column of every table, in unload order, with how it is
      *> carried on the file: N numeric, T text (trailing blanks are
      *> not significant), P text the programs store blank-padded to
      *> its field width (the padding is kept on reload), and the
      *> width of its field on the unload record.  A table's columns
      *> are listed together; DATABASE-RELOAD holds the same list and
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

      *> The tables in unload order, built from the column list.
       01 WS-TBL-COUNT      PIC 9(2) VALUE 0.
       01 WS-TBL-TABLE.
           05 WS-TBL-ENTRY OCCURS 20 TIMES.
               10 WS-TBL-NAME       PIC X(24).
               10 WS-TBL-FIRST      PIC 9(3).
               10 WS-TBL-COLS       PIC 9(2).
       01 WS-TBL-IX         PIC 9(2).

      *> The record being built, as a data record or as the trailer.
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
           PERFORM OPEN-DATABASE

           OPEN OUTPUT LOG-FILE
           MOVE "Database unload starting" TO LOG-LINE
           WRITE LOG-LINE

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-UNLOAD-TS
           PERFORM LOAD-TABLE-LIST

      *> One read transaction across every table, so the set of files
      *> is a consistent picture of the database even when a user
      *> session is updating while the unload runs.
           MOVE "BEGIN;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY
           IF RETCODE NOT = 0
               MOVE "RUN FAILED: could not start the read transaction - database was busy"
                   TO LOG-LINE
               WRITE LOG-LINE
               CLOSE LOG-FILE
               CALL "my_sqlite3_close"   USING BY VALUE DB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-TBL-IX FROM 1 BY 1 UNTIL WS-TBL-IX > WS-TBL-COUNT
               PERFORM UNLOAD-TABLE
           END-PERFORM

           MOVE "COMMIT;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY

           MOVE WS-TOTAL-ROWS TO WS-TOTAL-ROWS-ED
           MOVE SPACES TO LOG-LINE
           IF WS-FAIL-COUNT = ZERO
               STRING "Run status: COMPLETE - " WS-TBL-COUNT " tables, "
                   FUNCTION TRIM (WS-TOTAL-ROWS-ED) " row(s) unloaded as of "
                   WS-UNLOAD-TS (1:8) " " WS-UNLOAD-TS (9:6)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               MOVE WS-FAIL-COUNT TO WS-FAIL-COUNT-ED
               STRING "RUN FAILED: " FUNCTION TRIM (WS-FAIL-COUNT-ED) " table(s) not unloaded - "
                   "their files have no trailer and will not reload"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE

           CLOSE LOG-FILE.
           CALL "my_sqlite3_close"   USING BY VALUE DB.
           IF WS-FAIL-COUNT > ZERO
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

       UNLOAD-TABLE.
      *> A table the database does not have yet (a program that creates
      *> it has never run) is written as an empty file with a zero
      *> trailer, so every night's set is complete.  A table with any
      *> problem gets no trailer, so it can never reload as if whole.
           MOVE WS-TBL-NAME (WS-TBL-IX) TO WS-CUR-TABLE
           MOVE SPACES TO WS-CUR-FILE
           STRING "unload_" FUNCTION TRIM (WS-CUR-TABLE) ".dat"
               DELIMITED BY SIZE INTO WS-CUR-FILE
           END-STRING
           MOVE ZERO TO WS-ROW-COUNT
           MOVE "Y" TO WS-TABLE-OK
           PERFORM OPEN-UNLOAD-FILE

           PERFORM CHECK-TABLE-PRESENT
           IF WS-TABLE-PRESENT = "Y"
               PERFORM UNLOAD-TABLE-ROWS
           END-IF

           IF WS-TABLE-OK = "Y"
               MOVE SPACES TO WS-UNL-RECORD
               MOVE "TRLR " TO WS-TR-RECORD-TYPE
               MOVE WS-ROW-COUNT TO WS-TR-RECORD-COUNT
               MOVE WS-UNLOAD-TS TO WS-TR-UNLOAD-TS
               PERFORM WRITE-UNLOAD-RECORD
           END-IF
           PERFORM CLOSE-UNLOAD-FILE

           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-ED
           MOVE SPACES TO LOG-LINE
           EVALUATE TRUE
               WHEN WS-TABLE-OK NOT = "Y"
                   ADD 1 TO WS-FAIL-COUNT
                   STRING WS-CUR-TABLE " FAILED after "
                       FUNCTION TRIM (WS-ROW-COUNT-ED) " row(s) - "
                       FUNCTION TRIM (WS-CUR-FILE) " has no trailer"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               WHEN WS-TABLE-PRESENT NOT = "Y"
                   STRING WS-CUR-TABLE " not on this database - "
                       FUNCTION TRIM (WS-CUR-FILE) " written with a zero trailer"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               WHEN OTHER
                   ADD WS-ROW-COUNT TO WS-TOTAL-ROWS
                   STRING WS-CUR-TABLE WS-ROW-COUNT-ED " row(s) to "
                       FUNCTION TRIM (WS-CUR-FILE)
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
           END-EVALUATE
           WRITE LOG-LINE
           EXIT.

       CHECK-TABLE-PRESENT.
           MOVE "N" TO WS-TABLE-PRESENT
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT COUNT(*) FROM sqlite_master WHERE type='table' AND name='"
               FUNCTION TRIM (WS-CUR-TABLE) "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-TABLE-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               IF FUNCTION NUMVAL (VALUE-TEXT) > 0
                   MOVE "Y" TO WS-TABLE-PRESENT
               END-IF
           ELSE
               MOVE "N" TO WS-TABLE-OK
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       UNLOAD-TABLE-ROWS.
      *> Column 0 of the query is the row's null flags, built in SQL;
      *> the table's own columns follow it.  rowid order is primary key
      *> order for the tables keyed on a single integer and insertion
      *> order for the rest.
           PERFORM BUILD-SELECT-SQL

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-TABLE-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               ADD 1 TO WS-ROW-COUNT
               PERFORM BUILD-DATA-RECORD
               PERFORM WRITE-UNLOAD-RECORD
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-TABLE-OK
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       BUILD-SELECT-SQL.
           MOVE SPACES TO SQL-TEXT
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT " DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING
           PERFORM VARYING WS-COL-N FROM 1 BY 1 UNTIL WS-COL-N > WS-TBL-COLS (WS-TBL-IX)
               COMPUTE WS-CS-IX = WS-TBL-FIRST (WS-TBL-IX) + WS-COL-N - 1
               STRING "CASE WHEN " FUNCTION TRIM (WS-CS-COLUMN (WS-CS-IX))
                   " IS NULL THEN 'N' ELSE ' ' END || "
                   DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
               END-STRING
           END-PERFORM
           STRING "''" DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING
           PERFORM VARYING WS-COL-N FROM 1 BY 1 UNTIL WS-COL-N > WS-TBL-COLS (WS-TBL-IX)
               COMPUTE WS-CS-IX = WS-TBL-FIRST (WS-TBL-IX) + WS-COL-N - 1
               STRING ", " FUNCTION TRIM (WS-CS-COLUMN (WS-CS-IX))
                   DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
               END-STRING
           END-PERFORM
           STRING " FROM " FUNCTION TRIM (WS-CUR-TABLE) " ORDER BY rowid;"
               DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING
           EXIT.

       BUILD-DATA-RECORD.
      *> A value wider than its field would be cut short on the file,
      *> so it fails the table instead: widen the field in
      *> WS-COLUMN-SPECS here and in DATABASE-RELOAD.
           MOVE SPACES TO WS-UNL-RECORD
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:WS-TBL-COLS (WS-TBL-IX)) TO WS-UNL-RECORD (1:WS-TBL-COLS (WS-TBL-IX))
           COMPUTE WS-REC-POS = WS-TBL-COLS (WS-TBL-IX) + 1

           PERFORM VARYING WS-COL-N FROM 1 BY 1 UNTIL WS-COL-N > WS-TBL-COLS (WS-TBL-IX)
               COMPUTE WS-CS-IX = WS-TBL-FIRST (WS-TBL-IX) + WS-COL-N - 1
               MOVE WS-CS-WIDTH (WS-CS-IX) TO WS-COL-WIDTH
               MOVE WS-COL-N TO WS-COL-NO
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE WS-COL-NO BY REFERENCE VALUE-TEXT
               IF WS-COL-WIDTH < 64
                   IF VALUE-TEXT (WS-COL-WIDTH + 1:) NOT = SPACES
                       MOVE "N" TO WS-TABLE-OK
                       MOVE WS-ROW-COUNT TO WS-ROW-COUNT-ED
                       MOVE WS-COL-WIDTH TO WS-WIDTH-ED
                       MOVE SPACES TO LOG-LINE
                       STRING FUNCTION TRIM (WS-CUR-TABLE) "."
                           FUNCTION TRIM (WS-CS-COLUMN (WS-CS-IX)) " row "
                           FUNCTION TRIM (WS-ROW-COUNT-ED) " is longer than its "
                           FUNCTION TRIM (WS-WIDTH-ED) "-byte field: "
                           FUNCTION TRIM (VALUE-TEXT)
                           DELIMITED BY SIZE INTO LOG-LINE
                       END-STRING
                       WRITE LOG-LINE
                   END-IF
               END-IF
               MOVE VALUE-TEXT (1:WS-COL-WIDTH) TO WS-UNL-RECORD (WS-REC-POS:WS-COL-WIDTH)
               ADD WS-COL-WIDTH TO WS-REC-POS
           END-PERFORM.
           EXIT.

       OPEN-UNLOAD-FILE.
           EVALUATE WS-CUR-TABLE
               WHEN "job_run"                  OPEN OUTPUT UNL-JOB-RUN-FILE
               WHEN "pending_change"           OPEN OUTPUT UNL-PENDING-FILE
               WHEN "employee_history"         OPEN OUTPUT UNL-HISTORY-FILE
               WHEN "employee"                 OPEN OUTPUT UNL-EMPLOYEE-FILE
               WHEN "departments"              OPEN OUTPUT UNL-DEPT-FILE
               WHEN "batch_run_control"        OPEN OUTPUT UNL-BATCH-CTL-FILE
               WHEN "payroll_control"          OPEN OUTPUT UNL-PAYROLL-CTL-FILE
               WHEN "hr_stats_snapshot"        OPEN OUTPUT UNL-STATS-FILE
               WHEN "dept_budget"              OPEN OUTPUT UNL-BUDGET-FILE
               WHEN "operators"                OPEN OUTPUT UNL-OPERATOR-FILE
               WHEN "signon_log"               OPEN OUTPUT UNL-SIGNON-FILE
               WHEN "employee_archive"         OPEN OUTPUT UNL-EMP-ARCH-FILE
               WHEN "employee_history_archive" OPEN OUTPUT UNL-HIST-ARCH-FILE
               WHEN "sqlite_sequence"          OPEN OUTPUT UNL-SEQUENCE-FILE
           END-EVALUATE.
           EXIT.

       WRITE-UNLOAD-RECORD.
           EVALUATE WS-CUR-TABLE
               WHEN "job_run"
                   MOVE WS-UNL-RECORD TO UNL-JOB-RUN-RECORD
                   WRITE UNL-JOB-RUN-RECORD
               WHEN "pending_change"
                   MOVE WS-UNL-RECORD TO UNL-PENDING-RECORD
                   WRITE UNL-PENDING-RECORD
               WHEN "employee_history"
                   MOVE WS-UNL-RECORD TO UNL-HISTORY-RECORD
                   WRITE UNL-HISTORY-RECORD
               WHEN "employee"
                   MOVE WS-UNL-RECORD TO UNL-EMPLOYEE-RECORD
                   WRITE UNL-EMPLOYEE-RECORD
               WHEN "departments"
                   MOVE WS-UNL-RECORD TO UNL-DEPT-RECORD
                   WRITE UNL-DEPT-RECORD
               WHEN "batch_run_control"
                   MOVE WS-UNL-RECORD TO UNL-BATCH-CTL-RECORD
                   WRITE UNL-BATCH-CTL-RECORD
               WHEN "payroll_control"
                   MOVE WS-UNL-RECORD TO UNL-PAYROLL-CTL-RECORD
                   WRITE UNL-PAYROLL-CTL-RECORD
               WHEN "hr_stats_snapshot"
                   MOVE WS-UNL-RECORD TO UNL-STATS-RECORD
                   WRITE UNL-STATS-RECORD
               WHEN "dept_budget"
                   MOVE WS-UNL-RECORD TO UNL-BUDGET-RECORD
                   WRITE UNL-BUDGET-RECORD
               WHEN "operators"
                   MOVE WS-UNL-RECORD TO UNL-OPERATOR-RECORD
                   WRITE UNL-OPERATOR-RECORD
               WHEN "signon_log"
                   MOVE WS-UNL-RECORD TO UNL-SIGNON-RECORD
                   WRITE UNL-SIGNON-RECORD
               WHEN "employee_archive"
                   MOVE WS-UNL-RECORD TO UNL-EMP-ARCH-RECORD
                   WRITE UNL-EMP-ARCH-RECORD
               WHEN "employee_history_archive"
                   MOVE WS-UNL-RECORD TO UNL-HIST-ARCH-RECORD
                   WRITE UNL-HIST-ARCH-RECORD
               WHEN "sqlite_sequence"
                   MOVE WS-UNL-RECORD TO UNL-SEQUENCE-RECORD
                   WRITE UNL-SEQUENCE-RECORD
           END-EVALUATE.
           EXIT.

       CLOSE-UNLOAD-FILE.
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
      *> since the unload can run alongside a user session.
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
