               ORGANIZATION LINE SEQUENTIAL.
           SELECT STATS-FILE ASSIGN TO "hr_stats.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUDGET-FILE ASSIGN TO "headcount_budget.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVEMENT-FILE ASSIGN TO "workforce_movement.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RETIRE-FILE ASSIGN TO "retirement_forecast.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECERT-FILE ASSIGN TO "access_recert.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ASOF-FILE ASSIGN TO "dept_roster_asof.txt"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       01 STATS-LINE        PIC X(80).

       FD  BUDGET-FILE.
       01 BUDGET-LINE       PIC X(80).

       FD  MOVEMENT-FILE.
       01 MOVEMENT-LINE     PIC X(80).

       FD  RETIRE-FILE.
       01 RETIRE-LINE       PIC X(80).

       FD  RECERT-FILE.
       01 RECERT-LINE       PIC X(80).

       FD  ASOF-FILE.
       01 ASOF-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 DB               USAGE POINTER.
       01 STMT             USAGE POINTER.
       01 RETCODE          PIC S9(9) COMP-5.
       01 SQL-TEXT              PIC X(1024).
       01 MENU-OPTION      PIC 99 VALUE 0.
       01 WS-SEARCH-ID     PIC 9(5) VALUE ZERO.
       01 END-FLAG         PIC X VALUE "N".
           05 WS-EMP-ID      PIC 9(5).
           05 WS-EMP-NAME    PIC X(20).
           05 WS-EMP-DEPT    PIC X(15).
           05 WS-EMP-BIRTH-DATE PIC X(8).
           05 WS-EMP-GENDER  PIC X(6).
               88 WS-VALID-GENDER VALUE "M", "F".
           05 WS-EMP-HIRE-DATE PIC X(8).
       01 WS-VALID-FLAG     PIC X VALUE "Y".
       01 WS-MIN-WORK-AGE   PIC 99 VALUE 18.
       01 WS-MAX-WORK-AGE   PIC 99 VALUE 70.
       01 WS-AGE-DOB        PIC X(8).
       01 WS-AGE-YEARS      PIC S9(3).
       01 WS-AGE-EDIT       PIC ZZ9.
       01 WS-AGE-TEXT       PIC X(3).
       01 WS-AGE-ON-DATE    PIC X(8).

       01 WS-ID-OK-FLAG     PIC X VALUE "N".
       01 WS-YN-ANSWER      PIC X VALUE SPACE.

       01 WS-OLD-NAME       PIC X(20).
       01 WS-OLD-DEPT       PIC X(15).
       01 WS-OLD-BIRTH-DATE PIC X(8).
       01 WS-OLD-GENDER     PIC X(6).
       01 WS-OLD-HIRE-DATE  PIC X(8).
       01 WS-OLD-GRADE      PIC X(2).
           05 WS-ST-MALE-CNT    PIC 9(5).
           05 WS-ST-FEMALE-CNT  PIC 9(5).
           05 WS-ST-AGE-SUM     PIC 9(7).
           05 WS-ST-AGE-CNT     PIC 9(5).
           05 WS-ST-TENURE-DAYS PIC S9(9).
           05 WS-ST-TENURE-CNT  PIC 9(5).
           05 WS-ST-ONLEAVE-CNT PIC 9(5).
           05 WS-CO-MALE-CNT    PIC 9(5).
           05 WS-CO-FEMALE-CNT  PIC 9(5).
           05 WS-CO-AGE-SUM     PIC 9(7).
           05 WS-CO-AGE-CNT     PIC 9(5).
           05 WS-CO-TENURE-DAYS PIC S9(9).
           05 WS-CO-TENURE-CNT  PIC 9(5).
           05 WS-CO-ONLEAVE-CNT PIC 9(5).
       01 WS-CRIT-DEPT       PIC X(15).
       01 WS-CRIT-AGE-FROM   PIC 99.
       01 WS-CRIT-AGE-TO     PIC 99.
       01 WS-CRIT-DOB-YEAR   PIC 9(4).
       01 WS-CRIT-DOB-LIMIT  PIC X(8).
       01 WS-CRIT-HIT-COUNT  PIC 9(5).
       01 WS-QUOTE-COUNT      PIC 9(3).

       01 WS-PNQ-HIT-COUNT   PIC 9(5).
       01 WS-PNQ-CHANGE-ID   PIC 9(9).
       01 WS-PNQ-FOUND-FLAG  PIC X.
       01 WS-PND-STATUS      PIC X(10) VALUE "PENDING".
       01 WS-APR-SUBMITTED   PIC 9(3).
       01 WS-APR-NEW-DEPT    PIC X(15).
       01 WS-APR-NEW-GRADE   PIC X(2).
       01 WS-APR-NEW-MGR-ID  PIC 9(5).
       01 WS-APR-MY-EMP-ID   PIC 9(5).
       01 WS-APR-HIT-COUNT   PIC 9(5).
       01 WS-APR-CHANGE-ID   PIC 9(9).
       01 WS-APR-FOUND-FLAG  PIC X.
       01 WS-APR-EMP-ID      PIC 9(5).
       01 WS-APR-EMP-NAME    PIC X(20).
       01 WS-APR-FIELD       PIC X(20).
       01 WS-APR-OLD         PIC X(64).
       01 WS-APR-NEW         PIC X(64).
       01 WS-APR-EFF         PIC X(8).
       01 WS-APR-BY          PIC X(10).
       01 WS-APR-AT          PIC X(21).
       01 WS-APR-ACTION      PIC X.
       01 WS-APR-REASON      PIC X(60).
       01 WS-APR-NEW-STATUS  PIC X(10).
       01 WS-APR-EMP-STATUS  PIC X(10).
       01 WS-APR-CUR-VALUE   PIC X(64).
       01 WS-APR-FAIL-REASON PIC X(60).
       01 WS-APR-GROUP-COUNT PIC 9(5).
       01 WS-APR-DONE-COUNT  PIC 9(5).
       01 WS-APR-SKIP-COUNT  PIC 9(5).
       01 WS-APR-SAVE-OP-ID  PIC X(10).
       01 WS-APR-TS          PIC X(21).
       01 WS-APR-LINE        PIC X(132).
       01 WS-APR-COUNT       PIC 9(3).
       01 WS-APR-LIMIT       PIC 9(3) VALUE 500.
       01 WS-APR-I           PIC 9(3).
       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 500 TIMES.
               10 WS-APR-ID       PIC 9(9).

       01 WS-AOF-DATE        PIC X(8).
       01 WS-AOF-EMP-ID      PIC 9(5).
       01 WS-AOF-SOURCE      PIC X(8).
       01 WS-AOF-HIST-TABLE  PIC X(24).
       01 WS-AOF-NAME        PIC X(20).
       01 WS-AOF-DEPT        PIC X(15).
       01 WS-AOF-DOB         PIC X(8).
       01 WS-AOF-GENDER      PIC X(6).
       01 WS-AOF-STATUS      PIC X(10).
       01 WS-AOF-RETIRE-DATE PIC X(8).
       01 WS-AOF-HIRE-DATE   PIC X(8).
       01 WS-AOF-GRADE       PIC X(2).
       01 WS-AOF-MGR-ID      PIC 9(5).
       01 WS-AOF-LEAVE-START PIC X(8).
       01 WS-AOF-LEAVE-RETURN PIC X(8).
       01 WS-AOF-FIELD       PIC X(20).
       01 WS-AOF-OLD         PIC X(64).
       01 WS-AOF-ROLLED-COUNT PIC 9(5).
       01 WS-AOF-OK-FLAG     PIC X.
       01 WS-AOF-LISTED      PIC 9(5).
       01 WS-AOF-FAILED      PIC 9(5).
       01 WS-AOF-COUNT       PIC 9(4).
       01 WS-AOF-LIMIT       PIC 9(4) VALUE 2000.
       01 WS-AOF-I           PIC 9(4).
       01 WS-AOF-OVERFLOW    PIC X.
       01 WS-AOF-TABLE.
           05 WS-AOF-ENTRY OCCURS 2000 TIMES.
               10 WS-AOF-ID       PIC 9(5).
       01 WS-OPM-EMP-ID      PIC 9(5).
       01 WS-LNK-INPUT       PIC X(5).
       01 WS-LNK-EMP-ID      PIC 9(5).
       01 WS-LNK-EMP-STATUS  PIC X(10).
       01 WS-LNK-FOUND-FLAG  PIC X.
       01 WS-LNK-COUNT       PIC 9(2).
       01 WS-LNK-LIMIT       PIC 9(2) VALUE 20.
       01 WS-LNK-I           PIC 9(2).
       01 WS-LNK-TABLE.
           05 WS-LNK-ENTRY OCCURS 20 TIMES.
               10 WS-LNK-OP-ID    PIC X(10).
               10 WS-LNK-OLD      PIC X(10).
               10 WS-LNK-NEW      PIC X(10).
               10 WS-LNK-FAILED   PIC 9(3).
       01 WS-RC-GROUP        PIC X(15).
       01 WS-RC-GROUP-PREV   PIC X(15).
       01 WS-RC-OP-ID        PIC X(10).
       01 WS-RC-ROLE         PIC X(7).
       01 WS-RC-STATUS       PIC X(10).
       01 WS-RC-EMP-ID       PIC 9(5).
       01 WS-RC-EMP-DISP     PIC X(5).
       01 WS-RC-EMP-NAME     PIC X(20).
       01 WS-RC-EMP-STATUS   PIC X(10).
       01 WS-RC-LAST-SIGNON  PIC X(8).
       01 WS-RC-NOTE         PIC X(60).
       01 WS-RC-TOTAL        PIC 9(5).
       01 WS-RC-FLAGGED      PIC 9(5).
       01 WS-RC-COUNT-ED     PIC ZZZZ9.
       01 WS-DEPT-OK-FLAG    PIC X.
       01 WS-DPM-ACTION      PIC X.
       01 WS-DPM-CODE        PIC X(15).
       01 WS-DPM-STATUS      PIC X(10).
       01 WS-DPM-HIT-COUNT   PIC 9(3).
       01 WS-BGM-ACTION      PIC X.
       01 WS-BGM-GRADE       PIC X(2).
           88 WS-VALID-BGM-GRADE VALUE "G1", "G2", "G3", "G4", "G5".
       01 WS-BGM-AUTH        PIC 9(4).
       01 WS-BGM-OLD-AUTH    PIC X(4).
       01 WS-BGM-HIT-COUNT   PIC 9(3).
       01 WS-BUD-FLAG        PIC X.
       01 WS-BUD-AUTH        PIC 9(4).
       01 WS-BUD-FILLED      PIC 9(5).
       01 WS-BUD-AUTH-ED     PIC ZZZ9.
       01 WS-BUD-FILLED-ED   PIC ZZZZ9.
       01 WS-BUD-VACANT      PIC 9(5).
       01 WS-BUD-OVER        PIC 9(5).
       01 WS-BUD-VACANT-ED   PIC ZZZZ9.
       01 WS-BUD-OVER-ED     PIC ZZZZ9.
       01 WS-BUD-HAS-ROW     PIC 9(3).
       01 WS-BUD-NOTE        PIC X(14).
       01 WS-BUD-DEPT        PIC X(15).
       01 WS-BUD-GRADE       PIC X(5).
       01 WS-BUD-DEPT-PREV   PIC X(15).
       01 WS-BUD-DEPT-TOTALS.
           05 WS-BUD-DT-AUTH     PIC 9(5).
           05 WS-BUD-DT-FILLED   PIC 9(5).
           05 WS-BUD-DT-VACANT   PIC 9(5).
           05 WS-BUD-DT-OVER     PIC 9(5).
       01 WS-BUD-CO-TOTALS.
           05 WS-BUD-CO-AUTH     PIC 9(5).
           05 WS-BUD-CO-FILLED   PIC 9(5).
           05 WS-BUD-CO-VACANT   PIC 9(5).
           05 WS-BUD-CO-OVER     PIC 9(5).
       01 WS-BUD-OVER-CELLS  PIC 9(5).
       01 WS-BUD-TOT-LABEL   PIC X(21).
       01 WS-BUD-TOT-AUTH-ED PIC ZZZZ9.

       01 WS-MV-FROM          PIC X(8) VALUE SPACES.
       01 WS-MV-TO            PIC X(8) VALUE SPACES.
       01 WS-MV-OK-FLAG       PIC X.
       01 WS-MV-ARCHIVE-FLAG  PIC X.
       01 WS-MV-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-MV-LIMIT         PIC 9(3) VALUE 50.
       01 WS-MV-OVERFLOW      PIC X VALUE "N".
       01 WS-MV-TABLE.
           05 WS-MV-ENTRY OCCURS 50 TIMES.
               10 WS-MV-DEPT       PIC X(15).
               10 WS-MV-CURRENT    PIC S9(5).
               10 WS-MV-AFTER-NET  PIC S9(5).
               10 WS-MV-JOIN       PIC 9(5).
               10 WS-MV-LEFT       PIC 9(5).
               10 WS-MV-LV-START   PIC 9(5).
               10 WS-MV-LV-RETURN  PIC 9(5).
               10 WS-MV-XFER-IN    PIC 9(5).
               10 WS-MV-XFER-OUT   PIC 9(5).
               10 WS-MV-PROMO      PIC 9(5).
       01 WS-MV-TOTALS.
           05 WS-MV-TOT-START     PIC S9(5).
           05 WS-MV-TOT-END       PIC S9(5).
           05 WS-MV-TOT-JOIN      PIC 9(5).
           05 WS-MV-TOT-HIRES     PIC 9(5).
           05 WS-MV-TOT-REHIRES   PIC 9(5).
           05 WS-MV-TOT-LEFT      PIC 9(5).
           05 WS-MV-TOT-LV-START  PIC 9(5).
           05 WS-MV-TOT-LV-RETURN PIC 9(5).
           05 WS-MV-TOT-XFER-IN   PIC 9(5).
           05 WS-MV-TOT-XFER-OUT  PIC 9(5).
           05 WS-MV-TOT-PROMO     PIC 9(5).
       01 WS-MV-IX            PIC 9(3).
       01 WS-MV-FIND-DEPT     PIC X(15).
       01 WS-MV-EV-FIELD      PIC X(20).
       01 WS-MV-EV-OLD        PIC X(20).
       01 WS-MV-EV-NEW        PIC X(20).
       01 WS-MV-EV-DATE       PIC X(8).
       01 WS-MV-EV-DEPT       PIC X(15).
       01 WS-MV-START         PIC S9(5).
       01 WS-MV-END           PIC S9(5).
       01 WS-MV-AVG           PIC 9(5)V9.
       01 WS-MV-RATE          PIC 9(3)V9.
       01 WS-MV-LINE-LABEL    PIC X(15).
       01 WS-MV-LINE-JOIN     PIC 9(5).
       01 WS-MV-LINE-LEFT     PIC 9(5).
       01 WS-MV-LINE-LV-START PIC 9(5).
       01 WS-MV-LINE-LV-RETURN PIC 9(5).
       01 WS-MV-LINE-XFER-IN  PIC 9(5).
       01 WS-MV-LINE-XFER-OUT PIC 9(5).
       01 WS-MV-LINE-PROMO    PIC 9(5).
       01 WS-MV-HC-ED         PIC -ZZZ9.
       01 WS-MV-HC-END-ED     PIC -ZZZ9.
       01 WS-MV-CNT-ED-1      PIC ZZZ9.
       01 WS-MV-CNT-ED-2      PIC ZZZ9.
       01 WS-MV-CNT-ED-3      PIC ZZZ9.
       01 WS-MV-CNT-ED-4      PIC ZZZ9.
       01 WS-MV-CNT-ED-5      PIC ZZZ9.
       01 WS-MV-CNT-ED-6      PIC ZZZ9.
       01 WS-MV-CNT-ED-7      PIC ZZZ9.
       01 WS-MV-RATE-ED       PIC X(6).
       01 WS-MV-RATE-NUM-ED   PIC ZZ9.9.

      *> Normal retirement age used by the retirement-eligibility
      *> forecast: an employee becomes eligible on the birthday that
      *> reaches it.
       01 WS-RETIREMENT-AGE   PIC 99 VALUE 65.
       01 WS-RF-OK-FLAG       PIC X.
       01 WS-RF-CUR-MONTHS    PIC 9(6).
       01 WS-RF-WORK-MONTHS   PIC 9(6).
       01 WS-RF-WORK-YEAR     PIC 9(4).
       01 WS-RF-WORK-MM       PIC 99.
       01 WS-RF-WINDOW-FROM   PIC X(6).
       01 WS-RF-WINDOW-TO     PIC X(6).
       01 WS-RF-DOB-LIMIT     PIC X(8).
       01 WS-RF-DEPT          PIC X(15).
       01 WS-RF-DEPT-PREV     PIC X(15).
       01 WS-RF-MGR-ID        PIC 9(5).
       01 WS-RF-MGR-PREV      PIC 9(5).
       01 WS-RF-MGR-NAME      PIC X(20).
       01 WS-RF-EMP-ID        PIC 9(5).
       01 WS-RF-EMP-NAME      PIC X(20).
       01 WS-RF-DOB           PIC X(8).
       01 WS-RF-RET-DATE      PIC X(8).
       01 WS-RF-RET-YEAR      PIC 9(4).
       01 WS-RF-OFFSET        PIC S9(5).
       01 WS-RF-OFFSET-ED     PIC Z9.
       01 WS-RF-NOTE          PIC X(12).
       01 WS-RF-NO-DOB        PIC 9(5).
       01 WS-RF-IX            PIC 99.
       01 WS-RF-MGR-TOTALS.
           05 WS-RF-MT-NOW       PIC 9(5).
           05 WS-RF-MT-12        PIC 9(5).
           05 WS-RF-MT-24        PIC 9(5).
       01 WS-RF-DEPT-TOTALS.
           05 WS-RF-DT-NOW       PIC 9(5).
           05 WS-RF-DT-12        PIC 9(5).
           05 WS-RF-DT-24        PIC 9(5).
       01 WS-RF-CO-TOTALS.
           05 WS-RF-CO-NOW       PIC 9(5).
           05 WS-RF-CO-12        PIC 9(5).
           05 WS-RF-CO-24        PIC 9(5).
       01 WS-RF-MONTH-TABLE.
           05 WS-RF-MONTH-CNT    PIC 9(5) OCCURS 24 TIMES.
       01 WS-RF-TOT-LABEL     PIC X(20).
       01 WS-RF-CNT-ED-1      PIC ZZZZ9.
       01 WS-RF-CNT-ED-2      PIC ZZZZ9.
       01 WS-RF-CNT-ED-3      PIC ZZZZ9.
       01 WS-HIST-EMP-ID     PIC 9(5).
       01 WS-HIST-FIELD      PIC X(20).
       01 WS-HIST-OLD        PIC X(64).
       01 MSG-MENU-2        PIC X(80)
           VALUE "9.OrgChart 10.MgrRecon 11.Rehire 12.History 13.StatsRpt 14.Operators".
       01 MSG-MENU-3        PIC X(80)
           VALUE "15.DeptMaint 16.Leave 17.Return 18.SignonLog 19.Pending".
       01 MSG-MENU-4        PIC X(80)
           VALUE "20.Budget 21.BudgetRpt 22.Movement 23.RetireFcst 24.AccessRecert".
       01 MSG-MENU-5        PIC X(80)
           VALUE "25.Approvals 26.AsOfInquiry 27.AsOfRoster 99.Exit".
       01 MSG-NEED-UPDATE   PIC X(60)
           VALUE "This function requires UPDATE authority.".
       01 MSG-NEED-ADMIN    PIC X(60)
           MOVE "CREATE TABLE IF NOT EXISTS employee (" &
                "emp_id INTEGER PRIMARY KEY, emp_name TEXT, emp_dept TEXT, emp_age INTEGER, emp_gender TEXT, " &
                "emp_status TEXT DEFAULT 'ACTIVE', retirement_date TEXT, " &
                "hire_date TEXT, salary_grade TEXT, manager_id INTEGER, birth_date TEXT);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
           MOVE "ALTER TABLE employee ADD COLUMN leave_return_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

      *> The date of birth replaces the keyed age: ages are worked out
      *> from it wherever they are shown or checked, so they never go
      *> stale.  The old emp_age column is left in place but no longer
      *> written or read.
           MOVE "ALTER TABLE employee ADD COLUMN birth_date TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS employee_history (" &
                "history_id INTEGER PRIMARY KEY AUTOINCREMENT, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
           END-IF.

      *> Future-dated updates wait here until the nightly apply job
      *> brings them due, and grade, department and manager changes
      *> wait here as AWAITING until a second operator approves or
      *> rejects them; the rows double as the audit of who queued,
      *> reviewed or cancelled what.
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
               STOP RUN
           END-IF.

           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_by TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE pending_change ADD COLUMN reviewed_at TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "ALTER TABLE pending_change ADD COLUMN review_reason TEXT;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS departments (" &
                "dept_code TEXT PRIMARY KEY, " &
                "dept_status TEXT DEFAULT 'OPEN');"
                "('FINANCE','OPEN'), ('ADMIN','OPEN'), ('GENERAL','OPEN');" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

      *> Finance's authorized positions per department and grade.  A
      *> department/grade with no row here has no budget set and is
      *> not checked at hire time.
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

           MOVE "CREATE TABLE IF NOT EXISTS operators (" &
                "operator_id TEXT PRIMARY KEY, operator_role TEXT, " &
                "operator_status TEXT DEFAULT 'ACTIVE', " &
                "password TEXT, pw_change_required TEXT DEFAULT 'Y', " &
                "failed_attempts INTEGER DEFAULT 0, emp_id INTEGER);"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
           MOVE "ALTER TABLE operators ADD COLUMN failed_attempts INTEGER DEFAULT 0;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

      *> The link from an operator account to the employee who holds
      *> it; accounts upgraded in place start unlinked and show up on
      *> the access-recertification report until an admin links them.
           MOVE "ALTER TABLE operators ADD COLUMN emp_id INTEGER;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.

           MOVE "CREATE TABLE IF NOT EXISTS signon_log (" &
                "log_id INTEGER PRIMARY KEY AUTOINCREMENT, " &
                "operator_id TEXT, attempt_status TEXT, attempted_at TEXT);"
               DISPLAY MSG-MENU-1
               DISPLAY MSG-MENU-2
               DISPLAY MSG-MENU-3
               DISPLAY MSG-MENU-4
               DISPLAY MSG-MENU-5
               ACCEPT MENU-OPTION
               EVALUATE MENU-OPTION
                   WHEN 1
                       PERFORM SIGNON-LOG-INQUIRY
                   WHEN 19
                       PERFORM PENDING-CHANGE-INQUIRY
                   WHEN 20
                       IF ROLE-ADMIN
                           PERFORM BUDGET-MAINT
                       ELSE
                           DISPLAY MSG-NEED-ADMIN
                       END-IF
                   WHEN 21
                       PERFORM BUDGET-REPORT
                   WHEN 22
                       PERFORM MOVEMENT-REPORT
                   WHEN 23
                       PERFORM RETIREMENT-FORECAST
                   WHEN 24
                       IF ROLE-ADMIN
                           PERFORM ACCESS-RECERT-REPORT
                       ELSE
                           DISPLAY MSG-NEED-ADMIN
                       END-IF
                   WHEN 25
                       IF ROLE-CAN-UPDATE
                           PERFORM APPROVAL-QUEUE
                       ELSE
                           DISPLAY MSG-NEED-UPDATE
                       END-IF
                   WHEN 26
                       PERFORM AS-OF-INQUIRY
                   WHEN 27
                       PERFORM AS-OF-ROSTER
                   WHEN 99
                       MOVE "Y" TO END-FLAG
                   WHEN OTHER
           STOP RUN.

       REGISTER-EMPLOYEE.
      *> A registration is always a new assignment and a new birth
      *> date, so the closed-department tolerance keyed off WS-OLD-DEPT
      *> and the working-age check keyed off WS-OLD-BIRTH-DATE must not
      *> see values left behind by an earlier update.
           MOVE SPACES TO WS-OLD-DEPT
           MOVE SPACES TO WS-OLD-BIRTH-DATE
           MOVE "N" TO WS-ID-OK-FLAG
           PERFORM UNTIL WS-ID-OK-FLAG = "Y"
               DISPLAY "Employee number: " WITH NO ADVANCING
               ACCEPT WS-EMP-NAME
               DISPLAY "Department: " WITH NO ADVANCING
               ACCEPT WS-EMP-DEPT
               DISPLAY "Date of birth (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-EMP-BIRTH-DATE
               DISPLAY "Gender (M/F): " WITH NO ADVANCING
               ACCEPT WS-EMP-GENDER
               DISPLAY "Hire date (YYYYMMDD): " WITH NO ADVANCING
               PERFORM VALIDATE-EMPLOYEE-DATA
           END-PERFORM.

      *> A hire past Finance's authorized headcount is allowed, but only
      *> once the operator has seen the warning and confirmed it.
           PERFORM CHECK-HEADCOUNT-BUDGET
           IF WS-BUD-FLAG = "?"
               DISPLAY "Warning: database busy - headcount budget was not checked."
           END-IF.
           IF WS-BUD-FLAG = "O"
               MOVE WS-BUD-AUTH TO WS-BUD-AUTH-ED
               MOVE WS-BUD-FILLED TO WS-BUD-FILLED-ED
               DISPLAY "Warning: " FUNCTION TRIM (WS-EMP-DEPT) "/" WS-EMP-GRADE
                   " has " FUNCTION TRIM (WS-BUD-AUTH-ED)
                   " authorized position(s) and " FUNCTION TRIM (WS-BUD-FILLED-ED)
                   " filled - this hire puts it over budget."
               DISPLAY "Register anyway? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-YN-ANSWER
               IF WS-YN-ANSWER NOT = "Y" AND WS-YN-ANSWER NOT = "y"
                   DISPLAY "Registration cancelled."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO employee (emp_id, emp_name, emp_dept, birth_date, emp_gender, "
               "hire_date, salary_grade, manager_id) VALUES ("
               WS-EMP-ID DELIMITED BY SIZE
               ", '" WS-EMP-NAME "', '" WS-EMP-DEPT "', '"
               WS-EMP-BIRTH-DATE
               "', '" WS-EMP-GENDER "', '" WS-EMP-HIRE-DATE "', '" WS-EMP-GRADE "', "
               WS-EMP-MGR-ID ");"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-EMP-DEPT TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "birth_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-EMP-BIRTH-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "emp_gender" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
      *> Employees on a leave of absence still answer inquiries, so
      *> the search shows them alongside the active ones with their
      *> status.
           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id, emp_status FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status IN ('ACTIVE','ON-LEAVE');" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               DISPLAY "�����@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               PERFORM FORMAT-AGE-FROM-DOB
               DISPLAY "�N��@�@�F" WS-AGE-TEXT
               DISPLAY "Birth date: " WS-AGE-DOB
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               DISPLAY "���ʁ@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT

       LIST-EMPLOYEE.
           DISPLAY "�Ј��ꗗ��\�����܂��F"
           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id FROM employee WHERE emp_status='ACTIVE';" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               DISPLAY "�����@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               PERFORM FORMAT-AGE-FROM-DOB
               DISPLAY "�N��@�@�F" WS-AGE-TEXT
               DISPLAY "Birth date: " WS-AGE-DOB
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               DISPLAY "���ʁ@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
           DISPLAY "Employee number to update: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status='ACTIVE';" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT TO WS-EMP-DEPT
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-EMP-BIRTH-DATE
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT TO WS-EMP-GENDER
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT

           MOVE WS-EMP-NAME      TO WS-OLD-NAME
           MOVE WS-EMP-DEPT      TO WS-OLD-DEPT
           MOVE WS-EMP-BIRTH-DATE TO WS-OLD-BIRTH-DATE
           MOVE WS-EMP-GENDER    TO WS-OLD-GENDER
           MOVE WS-EMP-HIRE-DATE TO WS-OLD-HIRE-DATE
           MOVE WS-EMP-GRADE     TO WS-OLD-GRADE
                   MOVE WS-OLD-DEPT TO WS-EMP-DEPT
               END-IF

               DISPLAY "Current birth date [" WS-OLD-BIRTH-DATE "] - new birth date (blank = keep): " WITH NO ADVANCING
               ACCEPT WS-EMP-BIRTH-DATE
               IF WS-EMP-BIRTH-DATE = SPACES
                   MOVE WS-OLD-BIRTH-DATE TO WS-EMP-BIRTH-DATE
               END-IF

               DISPLAY "Current sex   [" WS-OLD-GENDER "] - new sex (blank = keep): " WITH NO ADVANCING
               END-IF
           END-PERFORM.

      *> Grade, department and manager changes reach payroll, so they
      *> are held as AWAITING until a second operator approves them on
      *> the approval screen; only the other fields go through below.
           MOVE WS-EMP-DEPT   TO WS-APR-NEW-DEPT
           MOVE WS-EMP-GRADE  TO WS-APR-NEW-GRADE
           MOVE WS-EMP-MGR-ID TO WS-APR-NEW-MGR-ID
           MOVE WS-OLD-DEPT   TO WS-EMP-DEPT
           MOVE WS-OLD-GRADE  TO WS-EMP-GRADE
           MOVE WS-OLD-MGR-ID TO WS-EMP-MGR-ID
           PERFORM SUBMIT-FOR-APPROVAL
           IF WS-APR-SUBMITTED > ZERO
               AND WS-EMP-NAME = WS-OLD-NAME
               AND WS-EMP-BIRTH-DATE = WS-OLD-BIRTH-DATE
               AND WS-EMP-GENDER = WS-OLD-GENDER
               AND WS-EMP-HIRE-DATE = WS-OLD-HIRE-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           IF WS-EFF-DATE NOT = SPACES AND WS-EFF-DATE > WS-CURRENT-DATE
               PERFORM QUEUE-PENDING-CHANGES
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_name='" WS-EMP-NAME
               "', emp_dept='" WS-EMP-DEPT
               "', birth_date='" WS-EMP-BIRTH-DATE
               "', emp_gender='" WS-EMP-GENDER
               "', hire_date='" WS-EMP-HIRE-DATE
               "', salary_grade='" WS-EMP-GRADE
               "', manager_id=" WS-EMP-MGR-ID
                   MOVE WS-EMP-DEPT TO WS-HIST-NEW
                   PERFORM WRITE-HISTORY-ROW
               END-IF
               IF WS-EMP-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
                   MOVE "birth_date" TO WS-HIST-FIELD
                   MOVE WS-OLD-BIRTH-DATE TO WS-HIST-OLD
                   MOVE WS-EMP-BIRTH-DATE TO WS-HIST-NEW
                   PERFORM WRITE-HISTORY-ROW
               END-IF
               IF WS-EMP-GENDER NOT = WS-OLD-GENDER
               MOVE WS-EMP-DEPT TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
           END-IF
           IF WS-EMP-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
               MOVE "birth_date" TO WS-HIST-FIELD
               MOVE WS-OLD-BIRTH-DATE TO WS-HIST-OLD
               MOVE WS-EMP-BIRTH-DATE TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
           END-IF
           IF WS-EMP-GENDER NOT = WS-OLD-GENDER
           END-IF.
           EXIT.

       SUBMIT-FOR-APPROVAL.
      *> Writes one AWAITING row per grade, department or manager
      *> change just entered.  A blank effective date is recorded as
      *> today, so the change applies the moment it is approved.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           IF WS-EFF-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-EFF-DATE
           END-IF
           MOVE ZERO TO WS-PND-QUEUED
           MOVE "AWAITING" TO WS-PND-STATUS
           MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID

           IF WS-APR-NEW-DEPT NOT = WS-OLD-DEPT
               MOVE "emp_dept" TO WS-HIST-FIELD
               MOVE WS-OLD-DEPT TO WS-HIST-OLD
               MOVE WS-APR-NEW-DEPT TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
           END-IF
           IF WS-APR-NEW-GRADE NOT = WS-OLD-GRADE
               MOVE "salary_grade" TO WS-HIST-FIELD
               MOVE WS-OLD-GRADE TO WS-HIST-OLD
               MOVE WS-APR-NEW-GRADE TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
           END-IF
           IF WS-APR-NEW-MGR-ID NOT = WS-OLD-MGR-ID
               MOVE "manager_id" TO WS-HIST-FIELD
               MOVE WS-OLD-MGR-ID TO WS-HIST-OLD
               MOVE WS-APR-NEW-MGR-ID TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
           END-IF

           MOVE "PENDING" TO WS-PND-STATUS
           MOVE WS-PND-QUEUED TO WS-APR-SUBMITTED
           IF WS-APR-SUBMITTED > ZERO
               DISPLAY "Sent for approval: " WS-APR-SUBMITTED
                   " grade/department/manager change(s) effective "
                   WS-EFF-DATE "."
               DISPLAY "They take effect once another operator approves "
                   "them on the approval screen."
           END-IF.
           EXIT.

       WRITE-PENDING-ROW.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-PND-TS

               FUNCTION TRIM (WS-HIST-NEW) "', '"
               WS-EFF-DATE "', '"
               FUNCTION TRIM (WS-OPERATOR-ID) "', '"
               WS-PND-TS "', '" FUNCTION TRIM (WS-PND-STATUS) "');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.


       PENDING-CHANGE-INQUIRY.
      *> Lists an employee's queued future-dated changes - every
      *> status, so a change the nightly apply job marked ERROR or a
      *> reviewer REJECTED is visible to whoever queued it - and lets
      *> an operator with UPDATE authority cancel one still pending or
      *> awaiting approval.
           DISPLAY "Employee number: " WITH NO ADVANCING
           ACCEPT WS-PNQ-EMP-ID
           MOVE ZERO TO WS-PNQ-HIT-COUNT

           MOVE "SELECT change_id, field_name, old_value, new_value, " &
                "effective_date, entered_by, change_status, " &
                "COALESCE(reviewed_by,''), COALESCE(review_reason,'') " &
                "FROM pending_change WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-PNQ-EMP-ID
               " ORDER BY effective_date, change_id;"
               DISPLAY "Entered by: " VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
               DISPLAY "Status    : " VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
               IF VALUE-TEXT NOT = SPACES
                   DISPLAY "Reviewed  : " VALUE-TEXT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 8 BY REFERENCE VALUE-TEXT
                   DISPLAY "Reason    : " VALUE-TEXT
               END-IF
               DISPLAY " "
               PERFORM STEP-SQL-RETRY
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.

      *> The cancel only lands on a change still pending or awaiting
      *> approval for this employee; anything else (already applied,
      *> rejected, cancelled, or a number from another employee's
      *> queue) is refused.
           MOVE "?" TO WS-PNQ-FOUND-FLAG
           MOVE "SELECT change_id FROM pending_change WHERE change_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-PNQ-CHANGE-ID
               " AND emp_id=" WS-PNQ-EMP-ID
               " AND change_status IN ('PENDING','AWAITING');"
               DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
               EXIT PARAGRAPH
           END-IF.
           IF WS-PNQ-FOUND-FLAG = "N"
               DISPLAY "No pending or awaiting change with that ID for that employee."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE pending_change SET change_status='CANCELLED' "
               "WHERE change_id=" WS-PNQ-CHANGE-ID
               " AND change_status IN ('PENDING','AWAITING');"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           END-IF.
           EXIT.

       APPROVAL-QUEUE.
      *> Maker-checker review of grade, department and manager changes
      *> held as AWAITING, whether keyed on the update screen, sent by
      *> the nightly HR feed or by a reorganization run.  The reviewer
      *> can never be the operator who entered the change, nor the
      *> employee the change is about, and must give a reason either
      *> way; the reason and reviewer are kept on the change row.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE ZERO TO WS-APR-MY-EMP-ID
           MOVE ZERO TO WS-APR-HIT-COUNT

           MOVE "SELECT COALESCE(emp_id,0) FROM operators WHERE operator_id='" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) FUNCTION TRIM (WS-OPERATOR-ID) "';"
               DELIMITED BY SIZE INTO SQL-TEXT END-STRING
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-MY-EMP-ID
           END-IF
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE "SELECT p.change_id, p.emp_id, COALESCE(e.emp_name,''), " &
                "p.field_name, COALESCE(p.old_value,''), COALESCE(p.new_value,''), " &
                "p.effective_date, p.entered_by FROM pending_change p " &
                "LEFT JOIN employee e ON e.emp_id = p.emp_id " &
                "WHERE p.change_status='AWAITING' ORDER BY p.change_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "----- Changes Awaiting Approval -----"
           DISPLAY "   Change Emp   Name                 Field        Old -> New"
               "  Effective  Entered by"

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               ADD 1 TO WS-APR-HIT-COUNT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-CHANGE-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-EMP-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-APR-EMP-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-APR-FIELD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-APR-OLD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-APR-NEW
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-APR-EFF
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-APR-BY
               MOVE SPACES TO WS-APR-LINE
               STRING WS-APR-CHANGE-ID " " WS-APR-EMP-ID " " WS-APR-EMP-NAME " "
                   WS-APR-FIELD (1:12) " " FUNCTION TRIM (WS-APR-OLD)
                   " -> " FUNCTION TRIM (WS-APR-NEW)
                   "  " WS-APR-EFF "   " WS-APR-BY
                   DELIMITED BY SIZE INTO WS-APR-LINE
               END-STRING
               DISPLAY FUNCTION TRIM (WS-APR-LINE TRAILING)
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               DISPLAY "Warning: database was busy - results may be incomplete."
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           IF WS-APR-HIT-COUNT = ZERO
               DISPLAY "No changes are awaiting approval."
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-APR-CHANGE-ID
           PERFORM UNTIL WS-APR-CHANGE-ID = ZERO
               DISPLAY "Change ID to review (0 = done): " WITH NO ADVANCING
               ACCEPT WS-APR-CHANGE-ID
               IF WS-APR-CHANGE-ID NOT = ZERO
                   PERFORM APPROVAL-REVIEW-CHANGE
                   MOVE 1 TO WS-APR-CHANGE-ID
               END-IF
           END-PERFORM.
           EXIT.

       APPROVAL-REVIEW-CHANGE.
      *> One decision, on the change keyed or - when it came in with
      *> others from the same feed or reorganization run - on the
      *> whole run at once, each change still checked on its own.
           PERFORM FETCH-AWAITING-CHANGE
           IF WS-APR-FOUND-FLAG = "?"
               DISPLAY "Database busy - could not read the change. Please retry."
               EXIT PARAGRAPH
           END-IF.
           IF WS-APR-FOUND-FLAG = "N"
               DISPLAY "No change awaiting approval with that ID."
               EXIT PARAGRAPH
           END-IF.
           IF WS-APR-BY = WS-OPERATOR-ID
               DISPLAY "You entered this change - another operator must review it."
               EXIT PARAGRAPH
           END-IF.
           IF WS-APR-MY-EMP-ID NOT = ZERO AND WS-APR-EMP-ID = WS-APR-MY-EMP-ID
               DISPLAY "This change is to your own employee record - "
                   "another operator must review it."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Employee  : " WS-APR-EMP-ID
           DISPLAY "Field     : " WS-APR-FIELD
           DISPLAY "Old value : " WS-APR-OLD
           DISPLAY "New value : " WS-APR-NEW
           DISPLAY "Effective : " WS-APR-EFF
           DISPLAY "Entered by: " WS-APR-BY " at " WS-APR-AT (1:8)

           DISPLAY "(A)pprove, (R)eject, blank = leave it awaiting: " WITH NO ADVANCING
           MOVE SPACE TO WS-APR-ACTION
           ACCEPT WS-APR-ACTION
           MOVE FUNCTION UPPER-CASE (WS-APR-ACTION) TO WS-APR-ACTION
           IF WS-APR-ACTION NOT = "A" AND WS-APR-ACTION NOT = "R"
               DISPLAY "Left awaiting approval."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "Reason: " WITH NO ADVANCING
               MOVE SPACES TO WS-APR-REASON
               ACCEPT WS-APR-REASON
               MOVE ZERO TO WS-QUOTE-COUNT
               INSPECT WS-APR-REASON TALLYING WS-QUOTE-COUNT FOR ALL "'"
               IF WS-APR-REASON = SPACES OR WS-QUOTE-COUNT > 0
                   DISPLAY "Invalid data: a reason is required and cannot "
                       "contain a quote character."
               ELSE
                   MOVE "Y" TO WS-VALID-FLAG
               END-IF
           END-PERFORM.

      *> Changes that arrived together share the maker and the entry
      *> timestamp, which is how a feed or reorganization run is told
      *> apart from single changes keyed on the update screen.
           MOVE ZERO TO WS-APR-GROUP-COUNT
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT COUNT(*) FROM pending_change WHERE entered_by='"
               FUNCTION TRIM (WS-APR-BY) "' AND entered_at='" WS-APR-AT
               "' AND change_status='AWAITING';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE = 0
               PERFORM STEP-SQL-RETRY
               IF RETCODE = 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-GROUP-COUNT
               END-IF
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           END-IF.

           MOVE "N" TO WS-YN-ANSWER
           IF WS-APR-GROUP-COUNT > 1
               DISPLAY "This change is one of " WS-APR-GROUP-COUNT
                   " awaiting from the same run by " FUNCTION TRIM (WS-APR-BY) "."
               DISPLAY "Apply the same decision to all of them (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-YN-ANSWER
               MOVE FUNCTION UPPER-CASE (WS-YN-ANSWER) TO WS-YN-ANSWER
           END-IF.

           MOVE ZERO TO WS-APR-DONE-COUNT WS-APR-SKIP-COUNT
           IF WS-YN-ANSWER NOT = "Y"
               PERFORM APPROVAL-DECIDE-CHANGE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-APR-COUNT
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT change_id FROM pending_change WHERE entered_by='"
               FUNCTION TRIM (WS-APR-BY) "' AND entered_at='" WS-APR-AT
               "' AND change_status='AWAITING' ORDER BY change_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100 OR WS-APR-COUNT >= WS-APR-LIMIT
               ADD 1 TO WS-APR-COUNT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-ID (WS-APR-COUNT)
               PERFORM STEP-SQL-RETRY
           END-PERFORM.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           PERFORM VARYING WS-APR-I FROM 1 BY 1 UNTIL WS-APR-I > WS-APR-COUNT
               MOVE WS-APR-ID (WS-APR-I) TO WS-APR-CHANGE-ID
               PERFORM FETCH-AWAITING-CHANGE
               EVALUATE TRUE
                   WHEN WS-APR-FOUND-FLAG NOT = "Y"
                       ADD 1 TO WS-APR-SKIP-COUNT
                   WHEN WS-APR-MY-EMP-ID NOT = ZERO
                       AND WS-APR-EMP-ID = WS-APR-MY-EMP-ID
                       DISPLAY "Change " WS-APR-CHANGE-ID
                           " is to your own employee record - left awaiting."
                       ADD 1 TO WS-APR-SKIP-COUNT
                   WHEN OTHER
                       PERFORM APPROVAL-DECIDE-CHANGE
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Decision recorded on " WS-APR-DONE-COUNT
               " change(s); " WS-APR-SKIP-COUNT " left awaiting."
           IF WS-APR-COUNT >= WS-APR-LIMIT
               DISPLAY "More changes from this run remain - review the run again."
           END-IF.
           EXIT.

       FETCH-AWAITING-CHANGE.
      *> Reads change WS-APR-CHANGE-ID if it is still AWAITING.  Sets
      *> WS-APR-FOUND-FLAG to Y, N when it is not (or no longer)
      *> awaiting approval, ? when the database could not be read.
           MOVE "?" TO WS-APR-FOUND-FLAG
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT emp_id, field_name, COALESCE(old_value,''), "
               "COALESCE(new_value,''), effective_date, entered_by, entered_at "
               "FROM pending_change WHERE change_id=" WS-APR-CHANGE-ID
               " AND change_status='AWAITING';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   MOVE "Y" TO WS-APR-FOUND-FLAG
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-APR-EMP-ID
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:20) TO WS-APR-FIELD
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-APR-OLD
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-APR-NEW
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-APR-EFF
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-APR-BY
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:21) TO WS-APR-AT
               WHEN 101
                   MOVE "N" TO WS-APR-FOUND-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       APPROVAL-DECIDE-CHANGE.
      *> Records WS-APR-ACTION on the change just fetched.  An approved
      *> change is checked again against the employee as it stands now
      *> and, when due, applied with its history row under the operator
      *> who entered it; a future-dated one becomes PENDING for the
      *> nightly apply job.
           IF WS-APR-ACTION = "R"
               MOVE "REJECTED" TO WS-APR-NEW-STATUS
               PERFORM MARK-APPROVAL-DECISION
               IF RETCODE = 0
                   ADD 1 TO WS-APR-DONE-COUNT
                   DISPLAY "Change " WS-APR-CHANGE-ID " rejected."
               ELSE
                   ADD 1 TO WS-APR-SKIP-COUNT
                   DISPLAY "Change " WS-APR-CHANGE-ID " could not be marked - still awaiting."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-APPROVAL-STILL-VALID
           IF WS-APR-FAIL-REASON NOT = SPACES
               ADD 1 TO WS-APR-SKIP-COUNT
               DISPLAY "Change " WS-APR-CHANGE-ID " not approved: "
                   FUNCTION TRIM (WS-APR-FAIL-REASON)
               EXIT PARAGRAPH
           END-IF.

           IF WS-APR-EFF > WS-CURRENT-DATE
               MOVE "PENDING" TO WS-APR-NEW-STATUS
               PERFORM MARK-APPROVAL-DECISION
               IF RETCODE = 0
                   ADD 1 TO WS-APR-DONE-COUNT
                   DISPLAY "Change " WS-APR-CHANGE-ID " approved - it applies on "
                       WS-APR-EFF "."
               ELSE
                   ADD 1 TO WS-APR-SKIP-COUNT
                   DISPLAY "Change " WS-APR-CHANGE-ID " could not be marked - still awaiting."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           EVALUATE WS-APR-FIELD
               WHEN "emp_dept"
                   STRING "UPDATE employee SET emp_dept='" WS-EMP-DEPT
                       "' WHERE emp_id=" WS-APR-EMP-ID ";"
                       DELIMITED BY SIZE INTO SQL-TEXT
                   END-STRING
               WHEN "salary_grade"
                   STRING "UPDATE employee SET salary_grade='" WS-EMP-GRADE
                       "' WHERE emp_id=" WS-APR-EMP-ID ";"
                       DELIMITED BY SIZE INTO SQL-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "UPDATE employee SET manager_id=" WS-EMP-MGR-ID
                       " WHERE emp_id=" WS-APR-EMP-ID ";"
                       DELIMITED BY SIZE INTO SQL-TEXT
                   END-STRING
           END-EVALUATE

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               ADD 1 TO WS-APR-SKIP-COUNT
               DISPLAY "Change " WS-APR-CHANGE-ID " not approved: update error."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-APR-SAVE-OP-ID
           MOVE WS-APR-BY TO WS-OPERATOR-ID
           MOVE WS-APR-EMP-ID TO WS-HIST-EMP-ID
           MOVE WS-APR-FIELD TO WS-HIST-FIELD
           MOVE WS-APR-OLD TO WS-HIST-OLD
           MOVE WS-APR-NEW TO WS-HIST-NEW
           PERFORM WRITE-HISTORY-ROW
           MOVE WS-APR-SAVE-OP-ID TO WS-OPERATOR-ID

           MOVE "APPLIED" TO WS-APR-NEW-STATUS
           PERFORM MARK-APPROVAL-DECISION
           IF RETCODE NOT = 0
               DISPLAY "Warning: change " WS-APR-CHANGE-ID
                   " applied but not marked - check it on the pending changes screen."
           END-IF.
           ADD 1 TO WS-APR-DONE-COUNT
           DISPLAY "Change " WS-APR-CHANGE-ID " approved and applied."
           EXIT.

       CHECK-APPROVAL-STILL-VALID.
      *> Leaves WS-APR-FAIL-REASON blank when the change can still be
      *> made: the employee is on file and not retired, the field
      *> still holds the value the maker saw, and the new value passes
      *> the same rules the update screen applies.  The new value is
      *> left in WS-EMP-DEPT, WS-EMP-GRADE or WS-EMP-MGR-ID.
           MOVE SPACES TO WS-APR-FAIL-REASON
           MOVE SPACES TO WS-APR-EMP-STATUS WS-APR-CUR-VALUE

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT emp_status, COALESCE("
               FUNCTION TRIM (WS-APR-FIELD)
               ",'') FROM employee WHERE emp_id=" WS-APR-EMP-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "database busy - please retry" TO WS-APR-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-APR-EMP-STATUS
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-APR-CUR-VALUE
               WHEN 101
                   MOVE "employee no longer on file" TO WS-APR-FAIL-REASON
               WHEN OTHER
                   MOVE "database busy - please retry" TO WS-APR-FAIL-REASON
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           IF WS-APR-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-APR-EMP-STATUS (1:7) = "RETIRED"
               MOVE "employee has retired" TO WS-APR-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-APR-FIELD = "manager_id"
               IF FUNCTION NUMVAL (WS-APR-CUR-VALUE) NOT = FUNCTION NUMVAL (WS-APR-OLD)
                   MOVE "Y" TO WS-APR-FOUND-FLAG
               ELSE
                   MOVE "N" TO WS-APR-FOUND-FLAG
               END-IF
           ELSE
               IF FUNCTION TRIM (WS-APR-CUR-VALUE) NOT = FUNCTION TRIM (WS-APR-OLD)
                   MOVE "Y" TO WS-APR-FOUND-FLAG
               ELSE
                   MOVE "N" TO WS-APR-FOUND-FLAG
               END-IF
           END-IF
           IF WS-APR-FOUND-FLAG = "Y"
               STRING "record changed since entry (now "
                   FUNCTION TRIM (WS-APR-CUR-VALUE) ") - reject and re-key"
                   DELIMITED BY SIZE INTO WS-APR-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-APR-FIELD
               WHEN "emp_dept"
                   MOVE WS-APR-NEW TO WS-EMP-DEPT
                   PERFORM LOOKUP-DEPARTMENT
                   EVALUATE WS-DEPT-OK-FLAG
                       WHEN "N"
                           MOVE "department is not on the department table"
                               TO WS-APR-FAIL-REASON
                       WHEN "C"
                           MOVE "department is closed to new assignments"
                               TO WS-APR-FAIL-REASON
                       WHEN "?"
                           MOVE "database busy - please retry" TO WS-APR-FAIL-REASON
                   END-EVALUATE
               WHEN "salary_grade"
                   MOVE WS-APR-NEW (1:2) TO WS-EMP-GRADE
                   IF NOT WS-VALID-GRADE
                       MOVE "salary grade must be one of G1-G5" TO WS-APR-FAIL-REASON
                   END-IF
               WHEN "manager_id"
                   MOVE FUNCTION NUMVAL (WS-APR-NEW) TO WS-EMP-MGR-ID
                   IF WS-EMP-MGR-ID = WS-APR-EMP-ID
                       MOVE "an employee cannot be their own manager"
                           TO WS-APR-FAIL-REASON
                   END-IF
                   IF WS-APR-FAIL-REASON = SPACES AND WS-EMP-MGR-ID NOT = ZERO
                       PERFORM CHECK-MANAGER-ACTIVE
                       IF WS-MGR-OK-FLAG = "N"
                           MOVE "new manager is no longer an active employee"
                               TO WS-APR-FAIL-REASON
                       END-IF
                       IF WS-MGR-OK-FLAG = "?"
                           MOVE "database busy - please retry" TO WS-APR-FAIL-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "field does not need approval" TO WS-APR-FAIL-REASON
           END-EVALUATE.
           EXIT.

       MARK-APPROVAL-DECISION.
      *> Moves the change from AWAITING to WS-APR-NEW-STATUS with the
      *> reviewer, time and reason; an applied change also gets its
      *> applied_at stamp.  RETCODE is left for the caller.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-APR-TS
           MOVE SPACES TO SQL-TEXT
           IF WS-APR-NEW-STATUS = "APPLIED"
               STRING "UPDATE pending_change SET change_status='APPLIED', "
                   "applied_at='" WS-APR-TS "', reviewed_by='"
                   FUNCTION TRIM (WS-OPERATOR-ID) "', reviewed_at='" WS-APR-TS
                   "', review_reason='" FUNCTION TRIM (WS-APR-REASON)
                   "' WHERE change_id=" WS-APR-CHANGE-ID
                   " AND change_status='AWAITING';"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           ELSE
               STRING "UPDATE pending_change SET change_status='"
                   FUNCTION TRIM (WS-APR-NEW-STATUS) "', reviewed_by='"
                   FUNCTION TRIM (WS-OPERATOR-ID) "', reviewed_at='" WS-APR-TS
                   "', review_reason='" FUNCTION TRIM (WS-APR-REASON)
                   "' WHERE change_id=" WS-APR-CHANGE-ID
                   " AND change_status='AWAITING';"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           END-IF
           PERFORM EXEC-SQL-RETRY
           EXIT.

       RETIRE-EMPLOYEE.
           DISPLAY "Employee number to retire: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT emp_id FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status='ACTIVE';" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           IF RETCODE NOT = 100
               DISPLAY "No active employee found with that number."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE "N" TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               MOVE SPACES TO WS-RETIRE-DATE
               DISPLAY "Retirement date (YYYYMMDD, blank = today): " WITH NO ADVANCING
               ACCEPT WS-RETIRE-DATE
               MOVE "Y" TO WS-VALID-FLAG
               IF WS-RETIRE-DATE = SPACES
                   MOVE WS-CURRENT-DATE TO WS-RETIRE-DATE
               END-IF
               IF WS-RETIRE-DATE NOT NUMERIC
                   OR WS-RETIRE-DATE (5:2) < "01" OR WS-RETIRE-DATE (5:2) > "12"
                   OR WS-RETIRE-DATE (7:2) < "01" OR WS-RETIRE-DATE (7:2) > "31"
                   OR WS-RETIRE-DATE < WS-CURRENT-DATE
                   DISPLAY "Invalid data: retirement date must be a real "
                       "calendar date, today or later, entered as YYYYMMDD."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-PERFORM.

      *> A retirement agreed for a future date is queued the same way
      *> as a future-dated update: the nightly apply job retires the
      *> employee - and suspends their operator access - on the day.
      *> The date row is queued first so it applies while the
      *> employee is still active.
           IF WS-RETIRE-DATE > WS-CURRENT-DATE
               MOVE WS-RETIRE-DATE TO WS-EFF-DATE
               MOVE ZERO TO WS-PND-QUEUED
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "retirement_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-RETIRE-DATE TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "ACTIVE" TO WS-HIST-OLD
               MOVE "RETIRED" TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
               IF WS-PND-QUEUED = 2
                   DISPLAY "Retirement queued effective " WS-RETIRE-DATE "."
               ELSE
                   DISPLAY "Warning: retirement not fully queued - "
                       "check the employee's pending changes."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_status='RETIRED', retirement_date='" WS-RETIRE-DATE
               "' WHERE emp_id=" WS-SEARCH-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Employee retired."
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "ACTIVE" TO WS-HIST-OLD
               MOVE "RETIRED" TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "retirement_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-RETIRE-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE WS-SEARCH-ID TO WS-LNK-EMP-ID
               PERFORM SUSPEND-LINKED-OPERATORS
           ELSE
               DISPLAY "Retire error."
           END-IF.
           EXIT.

       REHIRE-EMPLOYEE.
      *> Reinstates a retired employee under their original number so a
      *> returning seasonal worker keeps the link to their old history.
           DISPLAY "Employee number to rehire: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id, retirement_date " &
                "FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status='RETIRED';" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0

           PERFORM STEP-SQL-RETRY
           IF RETCODE NOT = 100
               DISPLAY "No retired employee found with that number."
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
               EXIT PARAGRAPH
           END-IF.

           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT TO WS-OLD-NAME
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT TO WS-OLD-DEPT
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-OLD-BIRTH-DATE
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT TO WS-OLD-GENDER
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-OLD-HIRE-DATE
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:2) TO WS-OLD-GRADE
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
           MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-OLD-MGR-ID
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-RETIRE-DATE
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           DISPLAY "Name           : " WS-OLD-NAME
           DISPLAY "Department     : " WS-OLD-DEPT
           MOVE WS-OLD-BIRTH-DATE TO WS-AGE-DOB
           PERFORM FORMAT-AGE-FROM-DOB
           DISPLAY "Date of birth  : " WS-OLD-BIRTH-DATE
           DISPLAY "Age            : " WS-AGE-TEXT
           DISPLAY "Gender         : " WS-OLD-GENDER
           DISPLAY "Hire date      : " WS-OLD-HIRE-DATE
           DISPLAY "Grade          : " WS-OLD-GRADE
           DISPLAY "Manager ID     : " WS-OLD-MGR-ID
           DISPLAY "Retirement date: " WS-RETIRE-DATE

           DISPLAY "Reinstate this employee as ACTIVE? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-YN-ANSWER
           IF WS-YN-ANSWER NOT = "Y" AND WS-YN-ANSWER NOT = "y"
               DISPLAY "Rehire cancelled."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "New hire date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-EMP-HIRE-DATE
               MOVE "Y" TO WS-VALID-FLAG
               IF WS-EMP-HIRE-DATE = SPACES OR WS-EMP-HIRE-DATE NOT NUMERIC
                   DISPLAY "Invalid data: hire date must be entered as YYYYMMDD."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-VALID-FLAG = "Y"
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
                   IF WS-EMP-HIRE-DATE (5:2) < "01" OR WS-EMP-HIRE-DATE (5:2) > "12"
                       OR WS-EMP-HIRE-DATE (7:2) < "01" OR WS-EMP-HIRE-DATE (7:2) > "31"
                       OR WS-EMP-HIRE-DATE > WS-CURRENT-DATE
                       DISPLAY "Invalid data: hire date must be a real calendar "
                           "date not later than today."
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *> A rehire returns to the department and grade they retired
      *> from, and counts against that cell's budget like a new hire.
           MOVE WS-OLD-DEPT TO WS-EMP-DEPT
           MOVE WS-OLD-GRADE TO WS-EMP-GRADE
           PERFORM CHECK-HEADCOUNT-BUDGET
           IF WS-BUD-FLAG = "?"
               DISPLAY "Warning: database busy - headcount budget was not checked."
           END-IF.
           IF WS-BUD-FLAG = "O"
               MOVE WS-BUD-AUTH TO WS-BUD-AUTH-ED
               MOVE WS-BUD-FILLED TO WS-BUD-FILLED-ED
               DISPLAY "Warning: " FUNCTION TRIM (WS-EMP-DEPT) "/" WS-EMP-GRADE
                   " has " FUNCTION TRIM (WS-BUD-AUTH-ED)
                   " authorized position(s) and " FUNCTION TRIM (WS-BUD-FILLED-ED)
                   " filled - this rehire puts it over budget."
               DISPLAY "Rehire anyway? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-YN-ANSWER
               IF WS-YN-ANSWER NOT = "Y" AND WS-YN-ANSWER NOT = "y"
                   DISPLAY "Rehire cancelled."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_status='ACTIVE', retirement_date='', hire_date='"
               WS-EMP-HIRE-DATE
               "' WHERE emp_id=" WS-SEARCH-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Employee reinstated."
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "RETIRED" TO WS-HIST-OLD
               MOVE "ACTIVE" TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "retirement_date" TO WS-HIST-FIELD
               MOVE WS-RETIRE-DATE TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "hire_date" TO WS-HIST-FIELD
               MOVE WS-OLD-HIRE-DATE TO WS-HIST-OLD
               MOVE WS-EMP-HIRE-DATE TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE WS-SEARCH-ID TO WS-LNK-EMP-ID
               PERFORM RESTORE-LINKED-OPERATORS
           ELSE
               DISPLAY "Rehire error."
           END-IF.
           EXIT.

       PLACE-ON-LEAVE.
      *> Puts an active employee on a leave of absence: they stop
      *> flowing to payroll and drop out of the org chart, but keep
      *> their record, number and history - no more false retirements
      *> for maternity, military or long-term sick leave.
           DISPLAY "Employee number to place on leave: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT emp_id FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status='ACTIVE';" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           IF RETCODE NOT = 100
               DISPLAY "No active employee found with that number."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "Leave start date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-LEAVE-START
               DISPLAY "Expected return date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-LEAVE-RETURN
               MOVE "Y" TO WS-VALID-FLAG
               IF WS-LEAVE-START = SPACES OR WS-LEAVE-START NOT NUMERIC
                   OR WS-LEAVE-RETURN = SPACES OR WS-LEAVE-RETURN NOT NUMERIC
                   DISPLAY "Invalid data: dates must be entered as YYYYMMDD."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-VALID-FLAG = "Y"
                   AND (WS-LEAVE-START (5:2) < "01" OR WS-LEAVE-START (5:2) > "12"
                       OR WS-LEAVE-START (7:2) < "01" OR WS-LEAVE-START (7:2) > "31"
                       OR WS-LEAVE-RETURN (5:2) < "01" OR WS-LEAVE-RETURN (5:2) > "12"
                       OR WS-LEAVE-RETURN (7:2) < "01" OR WS-LEAVE-RETURN (7:2) > "31")
                   DISPLAY "Invalid data: dates must be real calendar dates."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-VALID-FLAG = "Y" AND WS-LEAVE-RETURN NOT > WS-LEAVE-START
                   DISPLAY "Invalid data: expected return date must be "
                       "after the leave start date."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-PERFORM.

      *> Leave that starts on a future date is queued for the nightly
      *> apply job, dates first, so the employee stays active - and
      *> keeps their operator access - until the leave begins.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           IF WS-LEAVE-START > WS-CURRENT-DATE
               MOVE WS-LEAVE-START TO WS-EFF-DATE
               MOVE ZERO TO WS-PND-QUEUED
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "leave_start_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-LEAVE-START TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
               MOVE "leave_return_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-LEAVE-RETURN TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "ACTIVE" TO WS-HIST-OLD
               MOVE "ON-LEAVE" TO WS-HIST-NEW
               PERFORM WRITE-PENDING-ROW
               IF WS-PND-QUEUED = 3
                   DISPLAY "Leave queued to start " WS-LEAVE-START "."
               ELSE
                   DISPLAY "Warning: leave not fully queued - "
                       "check the employee's pending changes."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_status='ON-LEAVE', leave_start_date='" WS-LEAVE-START
               "', leave_return_date='" WS-LEAVE-RETURN
               "' WHERE emp_id=" WS-SEARCH-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Employee placed on leave."
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "ACTIVE" TO WS-HIST-OLD
               MOVE "ON-LEAVE" TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "leave_start_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-LEAVE-START TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "leave_return_date" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               MOVE WS-LEAVE-RETURN TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE WS-SEARCH-ID TO WS-LNK-EMP-ID
               PERFORM SUSPEND-LINKED-OPERATORS
           ELSE
               DISPLAY "Place-on-leave error."
           END-IF.
           EXIT.

       RETURN-FROM-LEAVE.
           DISPLAY "Employee number returning from leave: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ID

           MOVE "SELECT COALESCE(leave_start_date,''), " &
                "COALESCE(leave_return_date,'') " &
                "FROM employee WHERE emp_id=" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-SEARCH-ID " AND emp_status='ON-LEAVE';" DELIMITED BY SIZE INTO SQL-TEXT END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           IF RETCODE NOT = 100
               DISPLAY "No employee on leave found with that number."
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
               EXIT PARAGRAPH
           END-IF.

           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-LEAVE-START
           CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
           MOVE VALUE-TEXT (1:8) TO WS-LEAVE-RETURN
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           DISPLAY "On leave since       : " WS-LEAVE-START
           DISPLAY "Expected return date : " WS-LEAVE-RETURN
           DISPLAY "Return this employee to ACTIVE? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-YN-ANSWER
           IF WS-YN-ANSWER NOT = "Y" AND WS-YN-ANSWER NOT = "y"
               DISPLAY "Return cancelled."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE employee SET emp_status='ACTIVE', "
               "leave_start_date='', leave_return_date='' "
               "WHERE emp_id=" WS-SEARCH-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Employee returned from leave."
               MOVE WS-SEARCH-ID TO WS-HIST-EMP-ID
               MOVE "emp_status" TO WS-HIST-FIELD
               MOVE "ON-LEAVE" TO WS-HIST-OLD
               MOVE "ACTIVE" TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE "leave_start_date" TO WS-HIST-FIELD
               MOVE WS-LEAVE-START TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE WS-LEAVE-RETURN TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               MOVE WS-SEARCH-ID TO WS-LNK-EMP-ID
               PERFORM RESTORE-LINKED-OPERATORS
           ELSE
               DISPLAY "Return-from-leave error."
           END-IF.
           MOVE SPACES TO WS-PREV-DEPT
           MOVE 0 TO WS-DEPT-COUNT

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender " &
                "FROM employee WHERE emp_status='ACTIVE' ORDER BY emp_dept, emp_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               PERFORM FORMAT-AGE-FROM-DOB
               MOVE WS-AGE-TEXT TO WS-RPT-AGE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-GENDER

               EXIT PARAGRAPH
           END-IF.

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender, " &
                "hire_date, salary_grade, manager_id FROM employee WHERE emp_status='ACTIVE'" TO SQL-TEXT

           IF WS-CRIT-NAME NOT = SPACES
               END-STRING
           END-IF

      *> The age range is turned into a date-of-birth range as of
      *> today: at least A years old means born on or before today's
      *> month and day A years ago; at most B years old means born
      *> after today's month and day B+1 years ago.  Employees with
      *> no date of birth on file cannot be placed and drop out.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           IF WS-CRIT-AGE-FROM NOT = ZERO OR WS-CRIT-AGE-TO NOT = ZERO
               STRING FUNCTION TRIM (SQL-TEXT) DELIMITED BY SIZE
                   " AND length(birth_date) = 8" DELIMITED BY SIZE
                   INTO SQL-TEXT
               END-STRING
           END-IF

           IF WS-CRIT-AGE-FROM NOT = ZERO
               COMPUTE WS-CRIT-DOB-YEAR =
                   FUNCTION NUMVAL (WS-CURRENT-DATE (1:4)) - WS-CRIT-AGE-FROM
               MOVE SPACES TO WS-CRIT-DOB-LIMIT
               STRING WS-CRIT-DOB-YEAR WS-CURRENT-DATE (5:4)
                   DELIMITED BY SIZE INTO WS-CRIT-DOB-LIMIT
               END-STRING
               STRING FUNCTION TRIM (SQL-TEXT) DELIMITED BY SIZE
                   " AND birth_date <= '" DELIMITED BY SIZE
                   WS-CRIT-DOB-LIMIT DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO SQL-TEXT
               END-STRING
           END-IF

           IF WS-CRIT-AGE-TO NOT = ZERO
               COMPUTE WS-CRIT-DOB-YEAR =
                   FUNCTION NUMVAL (WS-CURRENT-DATE (1:4)) - WS-CRIT-AGE-TO - 1
               MOVE SPACES TO WS-CRIT-DOB-LIMIT
               STRING WS-CRIT-DOB-YEAR WS-CURRENT-DATE (5:4)
                   DELIMITED BY SIZE INTO WS-CRIT-DOB-LIMIT
               END-STRING
               STRING FUNCTION TRIM (SQL-TEXT) DELIMITED BY SIZE
                   " AND birth_date > '" DELIMITED BY SIZE
                   WS-CRIT-DOB-LIMIT DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO SQL-TEXT
               END-STRING
           END-IF
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               DISPLAY "�����@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               PERFORM FORMAT-AGE-FROM-DOB
               DISPLAY "�N��@�@�F" WS-AGE-TEXT
               DISPLAY "Birth date: " WS-AGE-DOB
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               DISPLAY "���ʁ@�@�F" VALUE-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
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

       OPERATOR-MAINT.
      *> Admin-only maintenance over the operators table: add an
      *> operator, deactivate one, reset a password, link an account
      *> to the employee who holds it, or list them all.
           DISPLAY "Operator maintenance: (A)dd (D)eactivate (P)assword reset (E)mployee link (L)ist: " WITH NO ADVANCING
           ACCEPT WS-OPM-ACTION

           EVALUATE WS-OPM-ACTION
               WHEN "P"
               WHEN "p"
                   PERFORM OPERATOR-MAINT-RESET-PW
               WHEN "E"
               WHEN "e"
                   PERFORM OPERATOR-MAINT-LINK
               WHEN "L"
               WHEN "l"
                   PERFORM OPERATOR-MAINT-LIST
               WHEN OTHER
                   DISPLAY "Invalid choice - enter A, D, P, E or L."
           END-EVALUATE.
           EXIT.

               EXIT PARAGRAPH
           END-IF.

      *> An account for an employee who is retired or on leave is
      *> created suspended, exactly as if it had been linked first.
           PERFORM ACCEPT-LINK-EMPLOYEE
           IF WS-LNK-FOUND-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ACTIVE" TO WS-OPM-STATUS
           IF WS-LNK-EMP-ID NOT = ZERO AND WS-LNK-EMP-STATUS (1:6) NOT = "ACTIVE"
               MOVE "SUSPENDED" TO WS-OPM-STATUS
               DISPLAY "Employee is " FUNCTION TRIM (WS-LNK-EMP-STATUS)
                   " - the account will be created SUSPENDED."
           END-IF.

      *> The initial password is only a handover secret: the operator
      *> must replace it at their first sign-on.
           DISPLAY "Initial password: " WITH NO ADVANCING
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "INSERT INTO operators (operator_id, operator_role, operator_status, password, pw_change_required, failed_attempts, emp_id) VALUES ('"
               FUNCTION TRIM (WS-OPM-ID) "', '"
               FUNCTION TRIM (WS-OPM-ROLE) "', '"
               FUNCTION TRIM (WS-OPM-STATUS) "', '"
               FUNCTION TRIM (WS-OPM-PASSWORD) "', 'Y', 0, NULLIF("
               WS-LNK-EMP-ID ", 0));"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

               MOVE SPACES TO WS-HIST-OLD
               MOVE SPACES TO WS-HIST-NEW
               STRING FUNCTION TRIM (WS-OPM-ID) " "
                   FUNCTION TRIM (WS-OPM-ROLE) " "
                   FUNCTION TRIM (WS-OPM-STATUS)
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               END-STRING
               PERFORM WRITE-HISTORY-ROW
               IF WS-LNK-EMP-ID NOT = ZERO
                   MOVE "operator_link" TO WS-HIST-FIELD
                   MOVE SPACES TO WS-HIST-OLD
                   MOVE SPACES TO WS-HIST-NEW
                   STRING FUNCTION TRIM (WS-OPM-ID) " " WS-LNK-EMP-ID
                       DELIMITED BY SIZE INTO WS-HIST-NEW
                   END-STRING
                   PERFORM WRITE-HISTORY-ROW
               END-IF
           ELSE
               DISPLAY "Operator add error."
           END-IF.
           END-IF.
           EXIT.

       OPERATOR-MAINT-LINK.
      *> Links an operator account to the employee who holds it (or
      *> removes the link with 0).  Linking to an employee who is
      *> retired or on leave suspends the account at once; moving a
      *> suspended account to an active employee restores it.
           DISPLAY "Operator ID to link: " WITH NO ADVANCING
           ACCEPT WS-OPM-ID
           MOVE ZERO TO WS-QUOTE-COUNT
           INSPECT WS-OPM-ID TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-OPM-ID = SPACES OR WS-QUOTE-COUNT > 0
               DISPLAY "Invalid data: operator ID cannot be blank or contain a quote character."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-OPM-OPERATOR
           IF WS-OPM-FOUND-FLAG = "?"
               DISPLAY "Database busy - could not verify operator ID. Please retry."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPM-FOUND-FLAG = "N"
               DISPLAY "No operator on file with that ID."
               EXIT PARAGRAPH
           END-IF.

           IF WS-OPM-EMP-ID = ZERO
               DISPLAY "Currently linked to: (not linked)"
           ELSE
               DISPLAY "Currently linked to employee: " WS-OPM-EMP-ID
           END-IF.

           PERFORM ACCEPT-LINK-EMPLOYEE
           IF WS-LNK-FOUND-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LNK-EMP-ID = WS-OPM-EMP-ID
               DISPLAY "No change - the operator is already linked that way."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE operators SET emp_id=NULLIF(" WS-LNK-EMP-ID
               ", 0) WHERE operator_id='"
               FUNCTION TRIM (WS-OPM-ID) "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Operator link error."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-HIST-EMP-ID
           MOVE "operator_link" TO WS-HIST-FIELD
           MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
           IF WS-OPM-EMP-ID = ZERO
               STRING FUNCTION TRIM (WS-OPM-ID) " none"
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-OPM-ID) " " WS-OPM-EMP-ID
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               END-STRING
           END-IF
           IF WS-LNK-EMP-ID = ZERO
               STRING FUNCTION TRIM (WS-OPM-ID) " none"
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-OPM-ID) " " WS-LNK-EMP-ID
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               END-STRING
           END-IF
           PERFORM WRITE-HISTORY-ROW

           IF WS-LNK-EMP-ID = ZERO
               DISPLAY "Operator link removed."
               IF WS-OPM-STATUS (1:9) = "SUSPENDED"
                   DISPLAY "Note: the account stays SUSPENDED - deactivate "
                       "it or link it to an active employee."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Operator linked to employee " WS-LNK-EMP-ID "."
           IF WS-LNK-EMP-STATUS (1:6) NOT = "ACTIVE"
               PERFORM SUSPEND-LINKED-OPERATORS
           ELSE
               IF WS-OPM-STATUS (1:9) = "SUSPENDED"
                   PERFORM RESTORE-LINKED-OPERATORS
               END-IF
           END-IF.
           EXIT.

       SIGNON-LOG-INQUIRY.
      *> Reads the sign-on log back, newest first optional filters on
      *> operator and attempt date, so an audit can answer who was

       OPERATOR-MAINT-LIST.
           MOVE ZERO TO WS-OPM-HIT-COUNT
           MOVE "SELECT operator_id, operator_role, operator_status, " &
                "COALESCE(emp_id,0) FROM operators ORDER BY operator_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               DISPLAY " Role: " VALUE-TEXT (1:10) WITH NO ADVANCING
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               DISPLAY " Status: " VALUE-TEXT (1:10) WITH NO ADVANCING
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-OPM-EMP-ID
               IF WS-OPM-EMP-ID = ZERO
                   DISPLAY " Employee: (not linked)"
               ELSE
                   DISPLAY " Employee: " WS-OPM-EMP-ID
               END-IF
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           EXIT.

       LOOKUP-OPM-OPERATOR.
      *> Sets WS-OPM-FOUND-FLAG to Y (with WS-OPM-STATUS and the linked
      *> WS-OPM-EMP-ID filled) when WS-OPM-ID is on the operators
      *> table, N when it is not, ? when the database could not be read.
           MOVE "?" TO WS-OPM-FOUND-FLAG
           MOVE SPACES TO WS-OPM-STATUS
           MOVE ZERO TO WS-OPM-EMP-ID

           MOVE "SELECT operator_status, COALESCE(emp_id,0) FROM operators WHERE operator_id='" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT)
               FUNCTION TRIM (WS-OPM-ID) "';"
               DELIMITED BY SIZE INTO SQL-TEXT END-STRING
                   MOVE "Y" TO WS-OPM-FOUND-FLAG
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-OPM-STATUS
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-OPM-EMP-ID
               WHEN 101
                   MOVE "N" TO WS-OPM-FOUND-FLAG
               WHEN OTHER
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       ACCEPT-LINK-EMPLOYEE.
      *> Prompts for the employee an operator account belongs to.
      *> WS-LNK-FOUND-FLAG is Y when the entry can be used - 0 for no
      *> link, or an employee on file, with WS-LNK-EMP-STATUS filled -
      *> and N (message already shown) when it cannot.
           MOVE "N" TO WS-LNK-FOUND-FLAG
           MOVE SPACES TO WS-LNK-EMP-STATUS
           MOVE SPACES TO WS-LNK-INPUT
           DISPLAY "Linked employee number (0 = not linked): " WITH NO ADVANCING
           ACCEPT WS-LNK-INPUT
           IF WS-LNK-INPUT = SPACES
               MOVE ZERO TO WS-LNK-EMP-ID
           ELSE
               MOVE FUNCTION NUMVAL (WS-LNK-INPUT) TO WS-LNK-EMP-ID
           END-IF
           IF WS-LNK-EMP-ID = ZERO
               MOVE "Y" TO WS-LNK-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT emp_status FROM employee WHERE emp_id="
               WS-LNK-EMP-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Database busy - could not verify employee number. Please retry."
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   MOVE "Y" TO WS-LNK-FOUND-FLAG
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-LNK-EMP-STATUS
               WHEN 101
                   DISPLAY "No employee on file with that number."
               WHEN OTHER
                   DISPLAY "Database busy - could not verify employee number. Please retry."
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       SUSPEND-LINKED-OPERATORS.
      *> Suspends every ACTIVE or LOCKED operator account linked to
      *> employee WS-LNK-EMP-ID, so someone retired or on leave can no
      *> longer sign on.  A deactivated account is left as it is.  The
      *> update runs even if the accounts could not be listed first,
      *> so access is never left open for want of a history row.
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
               DISPLAY "Warning: linked operator access could not be "
                   "suspended - deactivate it from operator maintenance."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LNK-I FROM 1 BY 1
                   UNTIL WS-LNK-I > WS-LNK-COUNT
               MOVE "SUSPENDED" TO WS-LNK-NEW (WS-LNK-I)
               PERFORM WRITE-LINKED-OPERATOR-HISTORY
               DISPLAY "Operator account "
                   FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " suspended."
           END-PERFORM.
           EXIT.

       RESTORE-LINKED-OPERATORS.
      *> Lifts the suspension on every operator account linked to
      *> employee WS-LNK-EMP-ID when they return from leave or are
      *> rehired.  An account that was locked out when it was
      *> suspended goes back to LOCKED, not ACTIVE, so a suspension
      *> never doubles as an unlock.
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
               DISPLAY "Warning: linked operator access could not be "
                   "restored - ask an administrator to check the account."
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
               DISPLAY "Operator account "
                   FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " restored as "
                   FUNCTION TRIM (WS-LNK-NEW (WS-LNK-I)) "."
           END-PERFORM.
           EXIT.

       LOAD-LINKED-OPERATORS.
      *> Runs the query already in SQL-TEXT and keeps the operator ID,
      *> status and failed-attempt count of each row, so the history
      *> rows can be written once the update has freed the statement.
           MOVE ZERO TO WS-LNK-COUNT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Warning: could not list the linked operator accounts."
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
      *> Same operator_account audit row as operator maintenance
      *> writes, for the account at WS-LNK-I.
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

       ACCESS-RECERT-REPORT.
      *> Quarterly access recertification: every operator account with
      *> its role and status, the employee it is linked to and their
      *> department, and the last successful sign-on, grouped by
      *> department so each manager can sign off their own people.
      *> Accounts needing a decision carry a review line underneath.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE ZERO TO WS-RC-TOTAL WS-RC-FLAGGED
           MOVE SPACES TO WS-RC-GROUP-PREV

           MOVE "SELECT o.operator_id, COALESCE(o.operator_role,''), " &
                "COALESCE(o.operator_status,''), COALESCE(o.emp_id,0), " &
                "COALESCE(e.emp_name,''), COALESCE(e.emp_status,''), " &
                "CASE WHEN COALESCE(o.emp_id,0) = 0 THEN '(not linked)' " &
                "WHEN e.emp_id IS NULL THEN '(not on file)' " &
                "ELSE e.emp_dept END AS grp, " &
                "COALESCE((SELECT MAX(s.attempted_at) FROM signon_log s " &
                "WHERE s.operator_id = o.operator_id " &
                "AND s.attempt_status = 'SUCCESS'),'') " &
                "FROM operators o LEFT JOIN employee e ON e.emp_id = o.emp_id " &
                "ORDER BY grp, o.operator_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RECERT-FILE
           MOVE SPACES TO RECERT-LINE
           STRING "Operator Access Recertification as of " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE "  Operator   Role    Status     Emp#  Employee name        Emp status Signed on"
               TO RECERT-LINE
           WRITE RECERT-LINE

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-RC-OP-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:7) TO WS-RC-ROLE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-RC-STATUS
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RC-EMP-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-RC-EMP-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-RC-EMP-STATUS
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:15) TO WS-RC-GROUP
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-RC-LAST-SIGNON

               IF WS-RC-GROUP NOT = WS-RC-GROUP-PREV
                   MOVE SPACES TO RECERT-LINE
                   WRITE RECERT-LINE
                   MOVE SPACES TO RECERT-LINE
                   STRING "Department: " WS-RC-GROUP
                       DELIMITED BY SIZE INTO RECERT-LINE
                   END-STRING
                   WRITE RECERT-LINE
                   MOVE WS-RC-GROUP TO WS-RC-GROUP-PREV
               END-IF

               IF WS-RC-EMP-ID = ZERO
                   MOVE SPACES TO WS-RC-EMP-DISP
               ELSE
                   MOVE WS-RC-EMP-ID TO WS-RC-EMP-DISP
               END-IF
               IF WS-RC-LAST-SIGNON = SPACES
                   MOVE "never" TO WS-RC-LAST-SIGNON
               END-IF

               ADD 1 TO WS-RC-TOTAL
               MOVE SPACES TO RECERT-LINE
               STRING "  " WS-RC-OP-ID " " WS-RC-ROLE " " WS-RC-STATUS " "
                   WS-RC-EMP-DISP " " WS-RC-EMP-NAME " " WS-RC-EMP-STATUS " "
                   WS-RC-LAST-SIGNON
                   DELIMITED BY SIZE INTO RECERT-LINE
               END-STRING
               WRITE RECERT-LINE

               MOVE SPACES TO WS-RC-NOTE
               EVALUATE TRUE
                   WHEN WS-RC-STATUS (1:8) = "INACTIVE"
                       CONTINUE
                   WHEN WS-RC-EMP-ID = ZERO
                       MOVE "account is not linked to an employee" TO WS-RC-NOTE
                   WHEN WS-RC-EMP-STATUS = SPACES
                       MOVE "linked employee is no longer on file" TO WS-RC-NOTE
                   WHEN (WS-RC-STATUS (1:6) = "ACTIVE" OR WS-RC-STATUS (1:6) = "LOCKED")
                       AND WS-RC-EMP-STATUS (1:6) NOT = "ACTIVE"
                       STRING "employee is " FUNCTION TRIM (WS-RC-EMP-STATUS)
                           " but the account is " FUNCTION TRIM (WS-RC-STATUS)
                           DELIMITED BY SIZE INTO WS-RC-NOTE
                       END-STRING
                   WHEN WS-RC-STATUS (1:6) = "ACTIVE" AND WS-RC-LAST-SIGNON = "never"
                       MOVE "active account has never signed on" TO WS-RC-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-RC-NOTE NOT = SPACES
                   ADD 1 TO WS-RC-FLAGGED
                   MOVE SPACES TO RECERT-LINE
                   STRING "      ** review: " WS-RC-NOTE
                       DELIMITED BY SIZE INTO RECERT-LINE
                   END-STRING
                   WRITE RECERT-LINE
               END-IF

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               DISPLAY "Warning: database was busy - report may be incomplete."
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE WS-RC-TOTAL TO WS-RC-COUNT-ED
           MOVE SPACES TO RECERT-LINE
           STRING "Operator accounts listed : " FUNCTION TRIM (WS-RC-COUNT-ED)
               DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE WS-RC-FLAGGED TO WS-RC-COUNT-ED
           MOVE SPACES TO RECERT-LINE
           STRING "Flagged for review       : " FUNCTION TRIM (WS-RC-COUNT-ED)
               DELIMITED BY SIZE INTO RECERT-LINE
           END-STRING
           WRITE RECERT-LINE
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE "Reviewed by: ____________________________   Date: __________"
               TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE "Approved by: ____________________________   Date: __________"
               TO RECERT-LINE
           WRITE RECERT-LINE
           CLOSE RECERT-FILE

           DISPLAY "Access recertification report written to access_recert.txt ("
               FUNCTION TRIM (WS-RC-COUNT-ED) " flagged for review)."
           EXIT.

       STATS-REPORT.
      *> Headcount and demographics per department: a SALES x G1..G5
      *> style grade matrix, gender mix, average age and average
      *> hire_date-based tenure, with company totals at the end.
      *> Employees on a leave of absence are reported as a separate
      *> count per department so they do not vanish from the report,
      *> but they stay out of the headcount and demographic figures.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           INITIALIZE WS-ST-DEPT-TOTALS WS-ST-COMPANY-TOTALS

           MOVE "SELECT emp_dept, COALESCE(salary_grade,''), emp_gender, " &
                "COALESCE(birth_date,''), COALESCE(hire_date,''), emp_status FROM employee " &
                "WHERE emp_status IN ('ACTIVE','ON-LEAVE') ORDER BY emp_dept;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
                       ADD 1 TO WS-CO-FEMALE-CNT
                   END-IF

      *> Anyone without a date of birth on file is left out of the
      *> average age rather than counted as zero.
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
                   PERFORM FORMAT-AGE-FROM-DOB
                   IF WS-AGE-TEXT NOT = SPACES
                       ADD WS-AGE-YEARS TO WS-ST-AGE-SUM
                       ADD WS-AGE-YEARS TO WS-CO-AGE-SUM
                       ADD 1 TO WS-ST-AGE-CNT
                       ADD 1 TO WS-CO-AGE-CNT
                   END-IF

                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-ST-HIRE-DATE
           WRITE STATS-LINE

           MOVE ZERO TO WS-ST-AVG-AGE WS-ST-AVG-TENURE
           IF WS-ST-AGE-CNT > 0
               COMPUTE WS-ST-AVG-AGE ROUNDED =
                   WS-ST-AGE-SUM / WS-ST-AGE-CNT
           END-IF
           IF WS-ST-TENURE-CNT > 0
               COMPUTE WS-ST-AVG-TENURE ROUNDED =
           END-IF.
           EXIT.

       AS-OF-INQUIRY.
      *> Rebuilds one employee's record as it stood at the end of a
      *> past date: the current row with every history change made
      *> after that date rolled back, newest first.  An employee who
      *> has been archived and purged is rebuilt the same way from
      *> employee_archive and employee_history_archive.
           DISPLAY "Employee number: " WITH NO ADVANCING
           ACCEPT WS-AOF-EMP-ID
           PERFORM ACCEPT-AS-OF-DATE
           IF WS-VALID-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOVEMENT-CHECK-ARCHIVE
           PERFORM AS-OF-LOAD-EMPLOYEE
           EVALUATE WS-AOF-SOURCE
               WHEN "?"
                   DISPLAY "Warning: database was busy - try again."
                   EXIT PARAGRAPH
               WHEN SPACES
                   DISPLAY "No matching employee found, current or archived."
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM AS-OF-ROLLBACK
           IF WS-AOF-OK-FLAG NOT = "Y"
               DISPLAY "Warning: database was busy - try again."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "----- Employee " WS-AOF-EMP-ID " as of " WS-AOF-DATE " -----"
           IF WS-AOF-SOURCE = "ARCHIVE"
               DISPLAY "Source    : employee archive (purged employee)"
           ELSE
               DISPLAY "Source    : employee table"
           END-IF
      *> A hire is recorded in history from blank values, so a record
      *> rolled back to before it has no name left.
           IF WS-AOF-NAME = SPACES
               DISPLAY "Not yet on file on that date."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AOF-HIRE-DATE IS NUMERIC AND WS-AOF-HIRE-DATE > WS-AOF-DATE
               DISPLAY "Not yet employed on that date (hire date "
                   WS-AOF-HIRE-DATE ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AOF-DOB TO WS-AGE-DOB
           MOVE WS-AOF-DATE TO WS-AGE-ON-DATE
           PERFORM FORMAT-AGE-ON-DATE
           DISPLAY "Name      : " WS-AOF-NAME
           DISPLAY "Department: " WS-AOF-DEPT
           DISPLAY "Birth date: " WS-AOF-DOB "  (age " WS-AGE-TEXT " on that date)"
           DISPLAY "Sex       : " WS-AOF-GENDER
           DISPLAY "Status    : " WS-AOF-STATUS
           DISPLAY "Hire date : " WS-AOF-HIRE-DATE
           DISPLAY "Grade     : " WS-AOF-GRADE
           DISPLAY "Manager ID: " WS-AOF-MGR-ID
           IF WS-AOF-RETIRE-DATE NOT = SPACES
               DISPLAY "Retirement date  : " WS-AOF-RETIRE-DATE
           END-IF
           IF WS-AOF-LEAVE-START NOT = SPACES
               DISPLAY "Leave start date : " WS-AOF-LEAVE-START
           END-IF
           IF WS-AOF-LEAVE-RETURN NOT = SPACES
               DISPLAY "Leave return date: " WS-AOF-LEAVE-RETURN
           END-IF
           DISPLAY "Changes after " WS-AOF-DATE " rolled back: " WS-AOF-ROLLED-COUNT
               " (see History for the detail)".
           EXIT.

       ACCEPT-AS-OF-DATE.
      *> Asks for the as-of date; sets WS-VALID-FLAG to N (after
      *> saying why) unless it is a real date no later than today.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           DISPLAY "As of date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-AOF-DATE
           IF WS-AOF-DATE = SPACES OR WS-AOF-DATE NOT NUMERIC
               OR WS-AOF-DATE (5:2) < "01" OR WS-AOF-DATE (5:2) > "12"
               OR WS-AOF-DATE (7:2) < "01" OR WS-AOF-DATE (7:2) > "31"
               DISPLAY "Invalid data: the as of date must be a "
                   "real calendar date entered as YYYYMMDD."
               MOVE "N" TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-AOF-DATE > WS-CURRENT-DATE
               DISPLAY "Invalid data: the as of date cannot be in the future."
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           EXIT.

       AS-OF-LOAD-EMPLOYEE.
      *> Loads today's row for WS-AOF-EMP-ID into the WS-AOF fields,
      *> from employee or, once purged, from employee_archive (which
      *> carries no leave dates).  WS-AOF-SOURCE is EMPLOYEE or
      *> ARCHIVE, spaces when neither has the employee, ? when the
      *> database could not be read.  WS-AOF-HIST-TABLE is the
      *> history table that goes with the row.
           MOVE SPACES TO WS-AOF-SOURCE WS-AOF-NAME WS-AOF-DEPT WS-AOF-DOB
               WS-AOF-GENDER WS-AOF-STATUS WS-AOF-RETIRE-DATE WS-AOF-HIRE-DATE
               WS-AOF-GRADE WS-AOF-LEAVE-START WS-AOF-LEAVE-RETURN
           MOVE ZERO TO WS-AOF-MGR-ID

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT emp_name, emp_dept, COALESCE(birth_date,''), "
               "COALESCE(emp_gender,''), COALESCE(emp_status,''), "
               "COALESCE(retirement_date,''), COALESCE(hire_date,''), "
               "COALESCE(salary_grade,''), COALESCE(manager_id,0), "
               "COALESCE(leave_start_date,''), COALESCE(leave_return_date,'') "
               "FROM employee WHERE emp_id=" WS-AOF-EMP-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           MOVE "EMPLOYEE" TO WS-AOF-SOURCE
           MOVE "employee_history" TO WS-AOF-HIST-TABLE
           PERFORM AS-OF-FETCH-EMPLOYEE

           IF WS-AOF-SOURCE = SPACES AND WS-MV-ARCHIVE-FLAG = "Y"
               MOVE SPACES TO SQL-TEXT
               STRING "SELECT emp_name, emp_dept, COALESCE(birth_date,''), "
                   "COALESCE(emp_gender,''), COALESCE(emp_status,''), "
                   "COALESCE(retirement_date,''), COALESCE(hire_date,''), "
                   "COALESCE(salary_grade,''), COALESCE(manager_id,0), '', '' "
                   "FROM employee_archive WHERE emp_id=" WS-AOF-EMP-ID ";"
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
               MOVE "ARCHIVE" TO WS-AOF-SOURCE
               MOVE "employee_history_archive" TO WS-AOF-HIST-TABLE
               PERFORM AS-OF-FETCH-EMPLOYEE
           END-IF.
           EXIT.

       AS-OF-FETCH-EMPLOYEE.
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "?" TO WS-AOF-SOURCE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:20) TO WS-AOF-NAME
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:15) TO WS-AOF-DEPT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AOF-DOB
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:6) TO WS-AOF-GENDER
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-AOF-STATUS
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AOF-RETIRE-DATE
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AOF-HIRE-DATE
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:2) TO WS-AOF-GRADE
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 8 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AOF-MGR-ID
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 9 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AOF-LEAVE-START
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 10 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AOF-LEAVE-RETURN
               WHEN 101
                   MOVE SPACES TO WS-AOF-SOURCE
               WHEN OTHER
                   MOVE "?" TO WS-AOF-SOURCE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       AS-OF-ROLLBACK.
      *> Walks the employee's history made after WS-AOF-DATE from the
      *> newest change back, putting each old value back in place, so
      *> what is left is the record at the end of that date.  Rows for
      *> fields the record no longer carries (emp_age) or that are not
      *> employee columns (archive_restore) are passed over.
           MOVE "Y" TO WS-AOF-OK-FLAG
           MOVE ZERO TO WS-AOF-ROLLED-COUNT
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT field_name, COALESCE(old_value,'') FROM "
               FUNCTION TRIM (WS-AOF-HIST-TABLE)
               " WHERE emp_id=" WS-AOF-EMP-ID
               " AND substr(changed_at,1,8) > '" WS-AOF-DATE
               "' ORDER BY changed_at DESC, history_id DESC;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-AOF-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-AOF-FIELD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-AOF-OLD
               ADD 1 TO WS-AOF-ROLLED-COUNT
               EVALUATE WS-AOF-FIELD
                   WHEN "emp_name"
                       MOVE WS-AOF-OLD TO WS-AOF-NAME
                   WHEN "emp_dept"
                       MOVE WS-AOF-OLD TO WS-AOF-DEPT
                   WHEN "birth_date"
                       MOVE WS-AOF-OLD TO WS-AOF-DOB
                   WHEN "emp_gender"
                       MOVE WS-AOF-OLD TO WS-AOF-GENDER
                   WHEN "emp_status"
                       MOVE WS-AOF-OLD TO WS-AOF-STATUS
                   WHEN "retirement_date"
                       MOVE WS-AOF-OLD TO WS-AOF-RETIRE-DATE
                   WHEN "hire_date"
                       MOVE WS-AOF-OLD TO WS-AOF-HIRE-DATE
                   WHEN "salary_grade"
                       MOVE WS-AOF-OLD TO WS-AOF-GRADE
                   WHEN "manager_id"
                       MOVE FUNCTION NUMVAL (WS-AOF-OLD) TO WS-AOF-MGR-ID
                   WHEN "leave_start_date"
                       MOVE WS-AOF-OLD TO WS-AOF-LEAVE-START
                   WHEN "leave_return_date"
                       MOVE WS-AOF-OLD TO WS-AOF-LEAVE-RETURN
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-AOF-ROLLED-COUNT
               END-EVALUATE
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-AOF-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       AS-OF-ROSTER.
      *> Department roster as it stood at the end of a past date, in
      *> the same layout as the option 6 export: every employee, current
      *> or archived, is rebuilt as of that date and the ones ACTIVE
      *> then are listed under the department they were in, with their
      *> age on that date.  Written to dept_roster_asof.txt.
           PERFORM ACCEPT-AS-OF-DATE
           IF WS-VALID-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOVEMENT-CHECK-ARCHIVE

           MOVE ZERO TO WS-AOF-COUNT WS-AOF-LISTED WS-AOF-FAILED
           MOVE "N" TO WS-AOF-OVERFLOW
           IF WS-MV-ARCHIVE-FLAG = "Y"
               MOVE "SELECT emp_id FROM employee UNION SELECT emp_id FROM employee_archive ORDER BY 1;"
                   TO SQL-TEXT
           ELSE
               MOVE "SELECT emp_id FROM employee ORDER BY 1;" TO SQL-TEXT
           END-IF

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               IF WS-AOF-COUNT < WS-AOF-LIMIT
                   ADD 1 TO WS-AOF-COUNT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AOF-ID (WS-AOF-COUNT)
               ELSE
                   MOVE "Y" TO WS-AOF-OVERFLOW
               END-IF
               PERFORM STEP-SQL-RETRY
           END-PERFORM.
           IF RETCODE NOT = 101
               DISPLAY "Warning: database was busy - try again."
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
               EXIT PARAGRAPH
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

      *> The rebuilt rows are gathered in a connection-only table so
      *> the listing can be sorted by department the same way the
      *> live roster is.
           MOVE "DROP TABLE IF EXISTS temp.asof_roster;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY
           MOVE "CREATE TEMP TABLE asof_roster (emp_id INTEGER, emp_name TEXT, " &
                "emp_dept TEXT, birth_date TEXT, emp_gender TEXT);" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY
           IF RETCODE NOT = 0
               DISPLAY "SQL error - could not build the as of roster."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-AOF-I FROM 1 BY 1 UNTIL WS-AOF-I > WS-AOF-COUNT
               MOVE WS-AOF-ID (WS-AOF-I) TO WS-AOF-EMP-ID
               PERFORM AS-OF-LOAD-EMPLOYEE
               IF WS-AOF-SOURCE = "EMPLOYEE" OR WS-AOF-SOURCE = "ARCHIVE"
                   PERFORM AS-OF-ROLLBACK
               ELSE
                   MOVE "N" TO WS-AOF-OK-FLAG
               END-IF
               IF WS-AOF-OK-FLAG NOT = "Y"
                   ADD 1 TO WS-AOF-FAILED
               ELSE
                   IF WS-AOF-STATUS = "ACTIVE" AND WS-AOF-NAME NOT = SPACES
                       AND NOT (WS-AOF-HIRE-DATE IS NUMERIC
                                AND WS-AOF-HIRE-DATE > WS-AOF-DATE)
                       MOVE SPACES TO SQL-TEXT
                       STRING "INSERT INTO temp.asof_roster VALUES ("
                           WS-AOF-EMP-ID ", '" FUNCTION TRIM (WS-AOF-NAME)
                           "', '" WS-AOF-DEPT "', '" WS-AOF-DOB
                           "', '" FUNCTION TRIM (WS-AOF-GENDER) "');"
                           DELIMITED BY SIZE INTO SQL-TEXT
                       END-STRING
                       PERFORM EXEC-SQL-RETRY
                       IF RETCODE NOT = 0
                           ADD 1 TO WS-AOF-FAILED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           OPEN OUTPUT ASOF-FILE
           MOVE SPACES TO WS-PREV-DEPT
           MOVE 0 TO WS-DEPT-COUNT

           MOVE "SELECT emp_id, emp_name, emp_dept, birth_date, emp_gender " &
                "FROM temp.asof_roster ORDER BY emp_dept, emp_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               CLOSE ASOF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ASOF-LINE
           STRING "Department Roster Report as of " WS-AOF-DATE
               DELIMITED BY SIZE INTO ASOF-LINE
           END-STRING
           WRITE ASOF-LINE
           MOVE SPACES TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE WS-AOF-DATE TO WS-AGE-ON-DATE
           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               PERFORM FORMAT-AGE-ON-DATE
               MOVE WS-AGE-TEXT TO WS-RPT-AGE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-GENDER

               IF WS-RPT-DEPT NOT = WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT = SPACES
                       PERFORM WRITE-ASOF-SUBTOTAL
                   END-IF
                   MOVE WS-RPT-DEPT TO WS-PREV-DEPT
                   MOVE 0 TO WS-DEPT-COUNT
                   MOVE SPACES TO ASOF-LINE
                   STRING "Department: " WS-PREV-DEPT DELIMITED BY SIZE INTO ASOF-LINE
                   WRITE ASOF-LINE
               END-IF

               ADD 1 TO WS-DEPT-COUNT
               ADD 1 TO WS-AOF-LISTED
               MOVE SPACES TO ASOF-LINE
               STRING "  " WS-RPT-ID "  " WS-RPT-NAME "  " WS-RPT-AGE "  " WS-RPT-GENDER
                   DELIMITED BY SIZE INTO ASOF-LINE
               WRITE ASOF-LINE

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF WS-PREV-DEPT NOT = SPACES
               PERFORM WRITE-ASOF-SUBTOTAL
           END-IF.

           IF RETCODE NOT = 101 OR WS-AOF-FAILED NOT = ZERO
               MOVE SPACES TO ASOF-LINE
               STRING "WARNING: database was busy - report may be incomplete."
                   DELIMITED BY SIZE INTO ASOF-LINE
               WRITE ASOF-LINE
               DISPLAY "Warning: database was busy - report may be incomplete."
           END-IF.
           IF WS-AOF-OVERFLOW = "Y"
               MOVE SPACES TO ASOF-LINE
               STRING "WARNING: only the first " WS-AOF-LIMIT
                   " employees on file were rebuilt."
                   DELIMITED BY SIZE INTO ASOF-LINE
               END-STRING
               WRITE ASOF-LINE
               DISPLAY "Warning: only the first " WS-AOF-LIMIT " employees on file were rebuilt."
           END-IF.

           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           CLOSE ASOF-FILE
           MOVE "DROP TABLE IF EXISTS temp.asof_roster;" TO SQL-TEXT
           PERFORM EXEC-SQL-RETRY
           DISPLAY "As of roster (" WS-AOF-LISTED " employee(s)) written to dept_roster_asof.txt".
           EXIT.

       WRITE-ASOF-SUBTOTAL.
           MOVE SPACES TO ASOF-LINE
           STRING "  Subtotal for " WS-PREV-DEPT ": " WS-DEPT-COUNT " employee(s)"
               DELIMITED BY SIZE INTO ASOF-LINE
           WRITE ASOF-LINE
           MOVE SPACES TO ASOF-LINE
           WRITE ASOF-LINE.
           EXIT.

       ORG-CHART-REPORT.
      *> Walks the manager_id chain across the active employees and
      *> prints an indented reporting tree per department, each manager
      *> followed by their direct reports with a count of directs and
      *> the total span underneath them.
           MOVE ZERO TO WS-ORG-COUNT
           MOVE "N" TO WS-ORG-OVERFLOW

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(manager_id,0) " &
                "FROM employee WHERE emp_status='ACTIVE' ORDER BY emp_dept, emp_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               IF WS-ORG-COUNT >= WS-ORG-LIMIT
                   MOVE "Y" TO WS-ORG-OVERFLOW
                   MOVE 101 TO RETCODE
               ELSE
                   ADD 1 TO WS-ORG-COUNT
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-ORG-EMP-ID (WS-ORG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-ORG-NAME (WS-ORG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-ORG-DEPT (WS-ORG-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-ORG-MGR-ID (WS-ORG-COUNT)
                   MOVE ZERO TO WS-ORG-DIRECTS (WS-ORG-COUNT)
                   MOVE ZERO TO WS-ORG-SPAN (WS-ORG-COUNT)
                   MOVE "N" TO WS-ORG-ROOT (WS-ORG-COUNT)
                   MOVE "N" TO WS-ORG-PRINTED (WS-ORG-COUNT)
                   PERFORM STEP-SQL-RETRY
               END-IF
           END-PERFORM.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE "N" TO WS-ORG-BUSY-FLAG
           IF RETCODE NOT = 101
               MOVE "Y" TO WS-ORG-BUSY-FLAG
               DISPLAY "Warning: database was busy - report may be incomplete."
           END-IF.

           IF WS-ORG-COUNT = ZERO
               DISPLAY "No active employees to report."
               EXIT PARAGRAPH
           END-IF.

           IF WS-ORG-OVERFLOW = "Y"
               DISPLAY "Warning: more than " WS-ORG-LIMIT
                   " active employees - report is truncated."
           END-IF.

           PERFORM ORG-COMPUTE-RELATIONS

           OPEN OUTPUT ORG-FILE
           MOVE "Organization Reporting-Tree Report" TO ORG-LINE
           WRITE ORG-LINE
           IF WS-ORG-BUSY-FLAG = "Y"
               MOVE "WARNING: database was busy - report may be incomplete." TO ORG-LINE
               WRITE ORG-LINE
           END-IF
           MOVE SPACES TO ORG-LINE
           WRITE ORG-LINE

           MOVE 1 TO WS-ORG-I
           PERFORM UNTIL WS-ORG-I > WS-ORG-COUNT
               MOVE WS-ORG-DEPT (WS-ORG-I) TO WS-ORG-DEPT-PREV
               MOVE WS-ORG-I TO WS-ORG-J
               PERFORM UNTIL WS-ORG-J > WS-ORG-COUNT
                   OR WS-ORG-DEPT (WS-ORG-J) NOT = WS-ORG-DEPT-PREV
                   ADD 1 TO WS-ORG-J
               END-PERFORM
               COMPUTE WS-ORG-BLOCK-END = WS-ORG-J - 1

               MOVE SPACES TO ORG-LINE
               STRING "Department: " WS-ORG-DEPT-PREV
                   DELIMITED BY SIZE INTO ORG-LINE
               WRITE ORG-LINE
           END-PERFORM.
           EXIT.

       FORMAT-AGE-FROM-DOB.
      *> Age in whole years today from the YYYYMMDD date of birth in
      *> WS-AGE-DOB: the difference in years, less one until this
      *> year's birthday has come round.  WS-AGE-TEXT is the age for
      *> display, left blank when no usable date of birth is on file.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AGE-ON-DATE
           PERFORM FORMAT-AGE-ON-DATE
           EXIT.

       FORMAT-AGE-ON-DATE.
      *> Same age calculation as at the date in WS-AGE-ON-DATE, for
      *> the as-of inquiry and roster.
           MOVE SPACES TO WS-AGE-TEXT
           MOVE ZERO TO WS-AGE-YEARS
           IF WS-AGE-DOB NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AGE-YEARS =
               FUNCTION NUMVAL (WS-AGE-ON-DATE (1:4))
               - FUNCTION NUMVAL (WS-AGE-DOB (1:4))
           IF WS-AGE-ON-DATE (5:4) < WS-AGE-DOB (5:4)
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.
           IF WS-AGE-YEARS < ZERO
               MOVE ZERO TO WS-AGE-YEARS
           END-IF.
           MOVE WS-AGE-YEARS TO WS-AGE-EDIT
           MOVE FUNCTION TRIM (WS-AGE-EDIT) TO WS-AGE-TEXT
           EXIT.

       VALIDATE-EMPLOYEE-DATA.
           MOVE "Y" TO WS-VALID-FLAG

           END-IF

           IF WS-VALID-FLAG = "Y"
               AND (WS-EMP-BIRTH-DATE = SPACES OR WS-EMP-BIRTH-DATE NOT NUMERIC)
               DISPLAY "Invalid data: date of birth must be entered as YYYYMMDD."
               MOVE "N" TO WS-VALID-FLAG
           END-IF

           IF WS-VALID-FLAG = "Y"
               AND (WS-EMP-BIRTH-DATE (5:2) < "01" OR WS-EMP-BIRTH-DATE (5:2) > "12"
                   OR WS-EMP-BIRTH-DATE (7:2) < "01" OR WS-EMP-BIRTH-DATE (7:2) > "31")
               DISPLAY "Invalid data: date of birth must be a real calendar date."
               MOVE "N" TO WS-VALID-FLAG
           END-IF

      *> The working-age range applies to a birth date being entered,
      *> not to one already on file: an employee who has passed the
      *> upper age must still be updatable.
           IF WS-VALID-FLAG = "Y" AND WS-EMP-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
               MOVE WS-EMP-BIRTH-DATE TO WS-AGE-DOB
               PERFORM FORMAT-AGE-FROM-DOB
               IF WS-AGE-YEARS < WS-MIN-WORK-AGE OR WS-AGE-YEARS > WS-MAX-WORK-AGE
                   DISPLAY "Invalid data: age must be between " WS-MIN-WORK-AGE
                       " and " WS-MAX-WORK-AGE "."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF

           IF WS-VALID-FLAG = "Y" AND NOT WS-VALID-GENDER
               DISPLAY "Invalid data: gender must be M or F."
               MOVE "N" TO WS-VALID-FLAG
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       CHECK-HEADCOUNT-BUDGET.
      *> Compares WS-EMP-DEPT/WS-EMP-GRADE's current ACTIVE + ON-LEAVE
      *> headcount with its authorized positions.  Sets WS-BUD-FLAG to
      *> Y when one more hire or rehire still fits, O when it would go
      *> over, N when no budget is set for the cell, ? when the database
      *> could not be read.
           MOVE "?" TO WS-BUD-FLAG
           MOVE ZERO TO WS-BUD-AUTH WS-BUD-FILLED

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT authorized_positions, (SELECT COUNT(*) FROM employee "
               "WHERE TRIM(emp_dept)='" FUNCTION TRIM (WS-EMP-DEPT)
               "' AND TRIM(salary_grade)='" WS-EMP-GRADE
               "' AND emp_status IN ('ACTIVE','ON-LEAVE')) "
               "FROM dept_budget WHERE dept_code='" FUNCTION TRIM (WS-EMP-DEPT)
               "' AND salary_grade='" WS-EMP-GRADE "';"
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

       BUDGET-MAINT.
      *> Admin-only maintenance over Finance's authorized headcount:
      *> set the authorized positions for a department and grade,
      *> remove a budget line, or list them all.
           DISPLAY "Headcount budget: (S)et (R)emove (L)ist: " WITH NO ADVANCING
           ACCEPT WS-BGM-ACTION

           EVALUATE WS-BGM-ACTION
               WHEN "S"
               WHEN "s"
                   PERFORM BUDGET-MAINT-SET
               WHEN "R"
               WHEN "r"
                   PERFORM BUDGET-MAINT-REMOVE
               WHEN "L"
               WHEN "l"
                   PERFORM BUDGET-MAINT-LIST
               WHEN OTHER
                   DISPLAY "Invalid choice - enter S, R or L."
           END-EVALUATE.
           EXIT.

       BUDGET-MAINT-SET.
           PERFORM ACCEPT-BUDGET-CELL
           IF WS-VALID-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Authorized positions: " WITH NO ADVANCING
           ACCEPT WS-BGM-AUTH

           PERFORM LOOKUP-BUDGET-CELL
           IF WS-BGM-OLD-AUTH = "?"
               DISPLAY "Database busy - could not read the current budget. Please retry."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "INSERT OR REPLACE INTO dept_budget "
               "(dept_code, salary_grade, authorized_positions) VALUES ('"
               FUNCTION TRIM (WS-DPM-CODE) "', '" WS-BGM-GRADE "', "
               WS-BGM-AUTH ");"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Authorized headcount set."
               MOVE ZERO TO WS-HIST-EMP-ID
               MOVE "dept_budget" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               IF WS-BGM-OLD-AUTH NOT = SPACES
                   STRING FUNCTION TRIM (WS-DPM-CODE) " " WS-BGM-GRADE " "
                       WS-BGM-OLD-AUTH
                       DELIMITED BY SIZE INTO WS-HIST-OLD
                   END-STRING
               END-IF
               MOVE SPACES TO WS-HIST-NEW
               STRING FUNCTION TRIM (WS-DPM-CODE) " " WS-BGM-GRADE " "
                   WS-BGM-AUTH
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               END-STRING
               PERFORM WRITE-HISTORY-ROW
           ELSE
               DISPLAY "Budget update error."
           END-IF.
           EXIT.

       BUDGET-MAINT-REMOVE.
           PERFORM ACCEPT-BUDGET-CELL
           IF WS-VALID-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-BUDGET-CELL
           IF WS-BGM-OLD-AUTH = "?"
               DISPLAY "Database busy - could not read the current budget. Please retry."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BGM-OLD-AUTH = SPACES
               DISPLAY "No budget is set for that department and grade."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           STRING "DELETE FROM dept_budget WHERE dept_code='"
               FUNCTION TRIM (WS-DPM-CODE) "' AND salary_grade='"
               WS-BGM-GRADE "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = 0
               DISPLAY "Budget line removed."
               MOVE ZERO TO WS-HIST-EMP-ID
               MOVE "dept_budget" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD
               STRING FUNCTION TRIM (WS-DPM-CODE) " " WS-BGM-GRADE " "
                   WS-BGM-OLD-AUTH
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               END-STRING
               MOVE SPACES TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
           ELSE
               DISPLAY "Budget removal error."
           END-IF.
           EXIT.

       ACCEPT-BUDGET-CELL.
      *> Prompts for the department and grade of a budget line into
      *> WS-DPM-CODE/WS-BGM-GRADE.  WS-VALID-FLAG comes back Y only
      *> when the department is on file and the grade is G1-G5.
           MOVE "N" TO WS-VALID-FLAG
           DISPLAY "Department code: " WITH NO ADVANCING
           ACCEPT WS-DPM-CODE
           MOVE ZERO TO WS-QUOTE-COUNT
           INSPECT WS-DPM-CODE TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-DPM-CODE = SPACES OR WS-QUOTE-COUNT > 0
               DISPLAY "Invalid data: department code cannot be blank or contain a quote character."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-DPM-DEPT
           IF WS-DPM-STATUS = "?"
               DISPLAY "Database busy - could not verify department code. Please retry."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DPM-STATUS = SPACES
               DISPLAY "No department on file with that code."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Salary grade (G1-G5): " WITH NO ADVANCING
           ACCEPT WS-BGM-GRADE
           IF NOT WS-VALID-BGM-GRADE
               DISPLAY "Invalid data: salary grade must be G1-G5."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-VALID-FLAG
           EXIT.

       LOOKUP-BUDGET-CELL.
      *> Sets WS-BGM-OLD-AUTH to the authorized positions on file for
      *> WS-DPM-CODE/WS-BGM-GRADE, spaces when no budget is set, ? when
      *> the database could not be read.
           MOVE "?" TO WS-BGM-OLD-AUTH

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT authorized_positions FROM dept_budget WHERE dept_code='"
               FUNCTION TRIM (WS-DPM-CODE) "' AND salary_grade='"
               WS-BGM-GRADE "';"
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
                   MOVE WS-BUD-AUTH TO WS-BGM-OLD-AUTH
               WHEN 101
                   MOVE SPACES TO WS-BGM-OLD-AUTH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       BUDGET-MAINT-LIST.
           MOVE ZERO TO WS-BGM-HIT-COUNT
           MOVE "SELECT dept_code, salary_grade, authorized_positions " &
                "FROM dept_budget ORDER BY dept_code, salary_grade;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "----- Authorized Headcount -----"

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               ADD 1 TO WS-BGM-HIT-COUNT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               DISPLAY "Department: " VALUE-TEXT (1:15) WITH NO ADVANCING
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               DISPLAY " Grade: " VALUE-TEXT (1:2) WITH NO ADVANCING
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               DISPLAY " Authorized: " VALUE-TEXT (1:6)
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               DISPLAY "Warning: database was busy - list may be incomplete."
           END-IF.

           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           IF WS-BGM-HIT-COUNT = ZERO
               DISPLAY "No headcount budget on file."
           END-IF.
           EXIT.

       BUDGET-REPORT.
      *> Authorized positions against actual ACTIVE + ON-LEAVE
      *> headcount for every department and grade that has either,
      *> with open vacancies and over-budget cells, written to
      *> headcount_budget.txt.
           OPEN OUTPUT BUDGET-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO WS-BUD-DEPT-PREV
           INITIALIZE WS-BUD-DEPT-TOTALS WS-BUD-CO-TOTALS
           MOVE ZERO TO WS-BUD-OVER-CELLS

           MOVE SPACES TO BUDGET-LINE
           STRING "Authorized Headcount vs Actual (ACTIVE + ON-LEAVE) as of "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO BUDGET-LINE
           END-STRING
           WRITE BUDGET-LINE
           MOVE SPACES TO BUDGET-LINE
           WRITE BUDGET-LINE
           MOVE "Department      Grade Authorized  Actual Vacant   Over Note" TO BUDGET-LINE
           WRITE BUDGET-LINE
           MOVE "--------------- ----- ---------- ------- ------ ------ --------------" TO BUDGET-LINE
           WRITE BUDGET-LINE

           MOVE "SELECT d, g, SUM(auth), SUM(act), SUM(bud) FROM (" &
                "SELECT dept_code AS d, salary_grade AS g, " &
                "authorized_positions AS auth, 0 AS act, 1 AS bud " &
                "FROM dept_budget UNION ALL " &
                "SELECT TRIM(emp_dept), TRIM(salary_grade), 0, 1, 0 " &
                "FROM employee WHERE emp_status IN ('ACTIVE','ON-LEAVE')) " &
                "GROUP BY d, g ORDER BY d, g;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               CLOSE BUDGET-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:15) TO WS-BUD-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:5) TO WS-BUD-GRADE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-AUTH
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-FILLED
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-BUD-HAS-ROW

               IF WS-BUD-DEPT NOT = WS-BUD-DEPT-PREV
                   IF WS-BUD-DEPT-PREV NOT = SPACES
                       PERFORM WRITE-BUDGET-SUBTOTAL
                   END-IF
                   MOVE WS-BUD-DEPT TO WS-BUD-DEPT-PREV
                   INITIALIZE WS-BUD-DEPT-TOTALS
               END-IF

               MOVE ZERO TO WS-BUD-VACANT WS-BUD-OVER
               MOVE SPACES TO WS-BUD-NOTE
               IF WS-BUD-FILLED > WS-BUD-AUTH
                   COMPUTE WS-BUD-OVER = WS-BUD-FILLED - WS-BUD-AUTH
                   ADD 1 TO WS-BUD-OVER-CELLS
                   IF WS-BUD-HAS-ROW = ZERO
                       MOVE "NO BUDGET SET" TO WS-BUD-NOTE
                   ELSE
                       MOVE "OVER BUDGET" TO WS-BUD-NOTE
                   END-IF
               ELSE
                   COMPUTE WS-BUD-VACANT = WS-BUD-AUTH - WS-BUD-FILLED
               END-IF

               ADD WS-BUD-AUTH TO WS-BUD-DT-AUTH WS-BUD-CO-AUTH
               ADD WS-BUD-FILLED TO WS-BUD-DT-FILLED WS-BUD-CO-FILLED
               ADD WS-BUD-VACANT TO WS-BUD-DT-VACANT WS-BUD-CO-VACANT
               ADD WS-BUD-OVER TO WS-BUD-DT-OVER WS-BUD-CO-OVER

               MOVE WS-BUD-AUTH TO WS-BUD-AUTH-ED
               MOVE WS-BUD-FILLED TO WS-BUD-FILLED-ED
               MOVE WS-BUD-VACANT TO WS-BUD-VACANT-ED
               MOVE WS-BUD-OVER TO WS-BUD-OVER-ED
               MOVE SPACES TO BUDGET-LINE
               STRING WS-BUD-DEPT " " WS-BUD-GRADE "       "
                   WS-BUD-AUTH-ED "   " WS-BUD-FILLED-ED "  "
                   WS-BUD-VACANT-ED "  " WS-BUD-OVER-ED " " WS-BUD-NOTE
                   DELIMITED BY SIZE INTO BUDGET-LINE
               END-STRING
               WRITE BUDGET-LINE

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF WS-BUD-DEPT-PREV NOT = SPACES
               PERFORM WRITE-BUDGET-SUBTOTAL
           END-IF.

           IF RETCODE NOT = 101
               MOVE "WARNING: database was busy - report may be incomplete." TO BUDGET-LINE
               WRITE BUDGET-LINE
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE "Company total" TO WS-BUD-TOT-LABEL
           MOVE WS-BUD-CO-AUTH TO WS-BUD-TOT-AUTH-ED
           MOVE WS-BUD-CO-FILLED TO WS-BUD-FILLED-ED
           MOVE WS-BUD-CO-VACANT TO WS-BUD-VACANT-ED
           MOVE WS-BUD-CO-OVER TO WS-BUD-OVER-ED
           MOVE SPACES TO BUDGET-LINE
           STRING WS-BUD-TOT-LABEL "      " WS-BUD-TOT-AUTH-ED "   "
               WS-BUD-FILLED-ED "  " WS-BUD-VACANT-ED "  " WS-BUD-OVER-ED
               DELIMITED BY SIZE INTO BUDGET-LINE
           END-STRING
           WRITE BUDGET-LINE
           MOVE SPACES TO BUDGET-LINE
           STRING "Over-budget cells: " WS-BUD-OVER-CELLS
               DELIMITED BY SIZE INTO BUDGET-LINE
           END-STRING
           WRITE BUDGET-LINE

           CLOSE BUDGET-FILE
           DISPLAY "Headcount budget report written to headcount_budget.txt"
           DISPLAY "Over-budget cells: " WS-BUD-OVER-CELLS
           EXIT.

       WRITE-BUDGET-SUBTOTAL.
           MOVE SPACES TO WS-BUD-TOT-LABEL
           STRING "  " FUNCTION TRIM (WS-BUD-DEPT-PREV) " total"
               DELIMITED BY SIZE INTO WS-BUD-TOT-LABEL
           END-STRING
           MOVE WS-BUD-DT-AUTH TO WS-BUD-TOT-AUTH-ED
           MOVE WS-BUD-DT-FILLED TO WS-BUD-FILLED-ED
           MOVE WS-BUD-DT-VACANT TO WS-BUD-VACANT-ED
           MOVE WS-BUD-DT-OVER TO WS-BUD-OVER-ED
           MOVE SPACES TO BUDGET-LINE
           STRING WS-BUD-TOT-LABEL "      " WS-BUD-TOT-AUTH-ED "   "
               WS-BUD-FILLED-ED "  " WS-BUD-VACANT-ED "  " WS-BUD-OVER-ED
               DELIMITED BY SIZE INTO BUDGET-LINE
           END-STRING
           WRITE BUDGET-LINE
           MOVE SPACES TO BUDGET-LINE
           WRITE BUDGET-LINE
           EXIT.

       MOVEMENT-REPORT.
      *> Joiners, leavers, leave starts and returns, transfers and
      *> promotions per department over a date range, read back out
      *> of employee_history (and its archive, for employees since
      *> purged), with the attrition rate against average headcount.
      *> Each event is credited to the department the employee was in
      *> when it happened.  Headcount (ACTIVE + ON-LEAVE) at the end
      *> of the period is today's headcount with later movements
      *> backed out, and the start is the end with the period's own
      *> movements backed out.  Written to workforce_movement.txt.
           DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-MV-FROM
           DISPLAY "To date   (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-MV-TO
           IF WS-MV-FROM = SPACES OR WS-MV-FROM NOT NUMERIC
               OR WS-MV-TO = SPACES OR WS-MV-TO NOT NUMERIC
               DISPLAY "Invalid data: dates must be entered as YYYYMMDD."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MV-FROM (5:2) < "01" OR WS-MV-FROM (5:2) > "12"
               OR WS-MV-FROM (7:2) < "01" OR WS-MV-FROM (7:2) > "31"
               OR WS-MV-TO (5:2) < "01" OR WS-MV-TO (5:2) > "12"
               OR WS-MV-TO (7:2) < "01" OR WS-MV-TO (7:2) > "31"
               DISPLAY "Invalid data: dates must be real calendar dates."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MV-TO < WS-MV-FROM
               DISPLAY "Invalid data: the to date cannot be before the from date."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE "Y" TO WS-MV-OK-FLAG
           MOVE ZERO TO WS-MV-COUNT
           MOVE "N" TO WS-MV-OVERFLOW
           INITIALIZE WS-MV-TABLE WS-MV-TOTALS

           PERFORM MOVEMENT-LOAD-HEADCOUNT
           IF WS-MV-OK-FLAG NOT = "Y"
               DISPLAY "Database busy - could not read current headcount. Please retry."
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVEMENT-CHECK-ARCHIVE
           MOVE SPACES TO SQL-TEXT
           IF WS-MV-ARCHIVE-FLAG = "Y"
               STRING "WITH hx AS (SELECT emp_id, field_name f, old_value o, "
                   "new_value n, changed_at c FROM employee_history UNION ALL "
                   "SELECT emp_id, field_name, old_value, new_value, changed_at "
                   "FROM employee_history_archive) "
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           ELSE
               STRING "WITH hx AS (SELECT emp_id, field_name f, old_value o, "
                   "new_value n, changed_at c FROM employee_history) "
                   DELIMITED BY SIZE INTO SQL-TEXT
               END-STRING
           END-IF
           STRING FUNCTION TRIM (SQL-TEXT)
               " SELECT h.f, h.o, h.n, substr(h.c,1,8), COALESCE("
               "(SELECT d.n FROM hx d WHERE d.emp_id=h.emp_id AND d.f='emp_dept' "
               "AND d.c<=h.c ORDER BY d.c DESC LIMIT 1), "
               "(SELECT TRIM(emp_dept) FROM employee e WHERE e.emp_id=h.emp_id), '') "
               "FROM hx h WHERE h.emp_id>0 "
               "AND h.f IN ('emp_dept','emp_status','salary_grade') "
               "AND substr(h.c,1,8)>='" WS-MV-FROM "' ORDER BY h.c;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-EV-FIELD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-EV-OLD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-EV-NEW
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-EV-DATE
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-EV-DEPT
               PERFORM MOVEMENT-CLASSIFY-EVENT
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-MV-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           OPEN OUTPUT MOVEMENT-FILE
           MOVE "Workforce Movement and Attrition Report" TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE SPACES TO MOVEMENT-LINE
           STRING "Period: " WS-MV-FROM " to " WS-MV-TO
               "        Run date: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO MOVEMENT-LINE
           END-STRING
           WRITE MOVEMENT-LINE
           MOVE SPACES TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE "Department      Start Join Left LvSt LvRt XfIn XfOt Prom   End  Attr%" TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE "--------------- ----- ---- ---- ---- ---- ---- ---- ---- ----- ------" TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE

           PERFORM VARYING WS-MV-IX FROM 1 BY 1 UNTIL WS-MV-IX > WS-MV-COUNT
               COMPUTE WS-MV-END = WS-MV-CURRENT (WS-MV-IX) - WS-MV-AFTER-NET (WS-MV-IX)
               COMPUTE WS-MV-START = WS-MV-END
                   - WS-MV-JOIN (WS-MV-IX) - WS-MV-XFER-IN (WS-MV-IX)
                   + WS-MV-LEFT (WS-MV-IX) + WS-MV-XFER-OUT (WS-MV-IX)
               ADD WS-MV-START TO WS-MV-TOT-START
               ADD WS-MV-END TO WS-MV-TOT-END
               MOVE WS-MV-DEPT (WS-MV-IX) TO WS-MV-LINE-LABEL
               MOVE WS-MV-JOIN (WS-MV-IX) TO WS-MV-LINE-JOIN
               MOVE WS-MV-LEFT (WS-MV-IX) TO WS-MV-LINE-LEFT
               MOVE WS-MV-LV-START (WS-MV-IX) TO WS-MV-LINE-LV-START
               MOVE WS-MV-LV-RETURN (WS-MV-IX) TO WS-MV-LINE-LV-RETURN
               MOVE WS-MV-XFER-IN (WS-MV-IX) TO WS-MV-LINE-XFER-IN
               MOVE WS-MV-XFER-OUT (WS-MV-IX) TO WS-MV-LINE-XFER-OUT
               MOVE WS-MV-PROMO (WS-MV-IX) TO WS-MV-LINE-PROMO
               PERFORM WRITE-MOVEMENT-LINE
           END-PERFORM

           MOVE SPACES TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE WS-MV-TOT-START TO WS-MV-START
           MOVE WS-MV-TOT-END TO WS-MV-END
           MOVE "Company total" TO WS-MV-LINE-LABEL
           MOVE WS-MV-TOT-JOIN TO WS-MV-LINE-JOIN
           MOVE WS-MV-TOT-LEFT TO WS-MV-LINE-LEFT
           MOVE WS-MV-TOT-LV-START TO WS-MV-LINE-LV-START
           MOVE WS-MV-TOT-LV-RETURN TO WS-MV-LINE-LV-RETURN
           MOVE WS-MV-TOT-XFER-IN TO WS-MV-LINE-XFER-IN
           MOVE WS-MV-TOT-XFER-OUT TO WS-MV-LINE-XFER-OUT
           MOVE WS-MV-TOT-PROMO TO WS-MV-LINE-PROMO
           PERFORM WRITE-MOVEMENT-LINE

           MOVE SPACES TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE WS-MV-TOT-HIRES TO WS-MV-CNT-ED-1
           MOVE WS-MV-TOT-REHIRES TO WS-MV-CNT-ED-2
           MOVE SPACES TO MOVEMENT-LINE
           STRING "Joiners: " FUNCTION TRIM (WS-MV-CNT-ED-1) " new hire(s), "
               FUNCTION TRIM (WS-MV-CNT-ED-2) " rehire(s)"
               DELIMITED BY SIZE INTO MOVEMENT-LINE
           END-STRING
           WRITE MOVEMENT-LINE
           MOVE "Left = retirements; LvSt/LvRt = leave starts/returns; XfIn/XfOt =" TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE "department transfers; Prom = salary grade increases.  Start/End are" TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE
           MOVE "ACTIVE + ON-LEAVE headcount; Attr% = Left / average of Start and End." TO MOVEMENT-LINE
           WRITE MOVEMENT-LINE

           IF WS-MV-OVERFLOW = "Y"
               MOVE "WARNING: too many departments - some movements were not counted." TO MOVEMENT-LINE
               WRITE MOVEMENT-LINE
           END-IF
           IF WS-MV-OK-FLAG NOT = "Y"
               MOVE "WARNING: database was busy - report may be incomplete." TO MOVEMENT-LINE
               WRITE MOVEMENT-LINE
           END-IF

           CLOSE MOVEMENT-FILE
           DISPLAY "Workforce movement report written to workforce_movement.txt"
           EXIT.

       MOVEMENT-LOAD-HEADCOUNT.
      *> One table entry per department on file plus any department
      *> still carried on an employee, each with today's ACTIVE +
      *> ON-LEAVE headcount.
           MOVE "SELECT dept_code, (SELECT COUNT(*) FROM employee " &
                "WHERE TRIM(emp_dept)=dept_code AND emp_status IN ('ACTIVE','ON-LEAVE')) " &
                "FROM departments UNION SELECT TRIM(emp_dept), COUNT(*) FROM employee " &
                "WHERE emp_status IN ('ACTIVE','ON-LEAVE') AND TRIM(emp_dept) NOT IN " &
                "(SELECT dept_code FROM departments) GROUP BY TRIM(emp_dept) ORDER BY 1;"
                TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-MV-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-MV-FIND-DEPT
               PERFORM MOVEMENT-FIND-DEPT
               IF WS-MV-IX > 0
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-MV-CURRENT (WS-MV-IX)
               END-IF
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-MV-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       MOVEMENT-CHECK-ARCHIVE.
      *> The archive tables only exist once archive-and-purge has run.
           MOVE "N" TO WS-MV-ARCHIVE-FLAG
           MOVE "SELECT COUNT(*) FROM sqlite_master WHERE type='table' " &
                "AND name='employee_history_archive';" TO SQL-TEXT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               IF FUNCTION NUMVAL (VALUE-TEXT) > 0
                   MOVE "Y" TO WS-MV-ARCHIVE-FLAG
               END-IF
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       MOVEMENT-CLASSIFY-EVENT.
      *> Only movements that change a department's headcount are
      *> backed out of events after the period; everything in the
      *> period is counted.  An emp_dept row with no old value is the
      *> hire itself.
           IF WS-MV-EV-DATE > WS-MV-TO
               EVALUATE TRUE
                   WHEN WS-MV-EV-FIELD = "emp_dept" AND WS-MV-EV-OLD = SPACES
                       MOVE WS-MV-EV-NEW TO WS-MV-FIND-DEPT
                       PERFORM MOVEMENT-FIND-DEPT
                       IF WS-MV-IX > 0
                           ADD 1 TO WS-MV-AFTER-NET (WS-MV-IX)
                       END-IF
                   WHEN WS-MV-EV-FIELD = "emp_dept" AND WS-MV-EV-OLD NOT = WS-MV-EV-NEW
                       MOVE WS-MV-EV-OLD TO WS-MV-FIND-DEPT
                       PERFORM MOVEMENT-FIND-DEPT
                       IF WS-MV-IX > 0
                           SUBTRACT 1 FROM WS-MV-AFTER-NET (WS-MV-IX)
                       END-IF
                       MOVE WS-MV-EV-NEW TO WS-MV-FIND-DEPT
                       PERFORM MOVEMENT-FIND-DEPT
                       IF WS-MV-IX > 0
                           ADD 1 TO WS-MV-AFTER-NET (WS-MV-IX)
                       END-IF
                   WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-NEW = "RETIRED"
                       AND WS-MV-EV-OLD NOT = "RETIRED"
                       MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                       PERFORM MOVEMENT-FIND-DEPT
                       IF WS-MV-IX > 0
                           SUBTRACT 1 FROM WS-MV-AFTER-NET (WS-MV-IX)
                       END-IF
                   WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-OLD = "RETIRED"
                       AND WS-MV-EV-NEW = "ACTIVE"
                       MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                       PERFORM MOVEMENT-FIND-DEPT
                       IF WS-MV-IX > 0
                           ADD 1 TO WS-MV-AFTER-NET (WS-MV-IX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-MV-EV-FIELD = "emp_dept" AND WS-MV-EV-OLD = SPACES
                   MOVE WS-MV-EV-NEW TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-JOIN (WS-MV-IX) WS-MV-TOT-JOIN WS-MV-TOT-HIRES
                   END-IF
               WHEN WS-MV-EV-FIELD = "emp_dept" AND WS-MV-EV-OLD NOT = WS-MV-EV-NEW
                   MOVE WS-MV-EV-OLD TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-XFER-OUT (WS-MV-IX) WS-MV-TOT-XFER-OUT
                   END-IF
                   MOVE WS-MV-EV-NEW TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-XFER-IN (WS-MV-IX) WS-MV-TOT-XFER-IN
                   END-IF
               WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-NEW = "RETIRED"
                   AND WS-MV-EV-OLD NOT = "RETIRED"
                   MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-LEFT (WS-MV-IX) WS-MV-TOT-LEFT
                   END-IF
               WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-OLD = "RETIRED"
                   AND WS-MV-EV-NEW = "ACTIVE"
                   MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-JOIN (WS-MV-IX) WS-MV-TOT-JOIN WS-MV-TOT-REHIRES
                   END-IF
               WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-NEW = "ON-LEAVE"
                   MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-LV-START (WS-MV-IX) WS-MV-TOT-LV-START
                   END-IF
               WHEN WS-MV-EV-FIELD = "emp_status" AND WS-MV-EV-OLD = "ON-LEAVE"
                   AND WS-MV-EV-NEW = "ACTIVE"
                   MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-LV-RETURN (WS-MV-IX) WS-MV-TOT-LV-RETURN
                   END-IF
               WHEN WS-MV-EV-FIELD = "salary_grade" AND WS-MV-EV-OLD NOT = SPACES
                   AND WS-MV-EV-NEW > WS-MV-EV-OLD
                   MOVE WS-MV-EV-DEPT TO WS-MV-FIND-DEPT
                   PERFORM MOVEMENT-FIND-DEPT
                   IF WS-MV-IX > 0
                       ADD 1 TO WS-MV-PROMO (WS-MV-IX) WS-MV-TOT-PROMO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       MOVEMENT-FIND-DEPT.
      *> Sets WS-MV-IX to WS-MV-FIND-DEPT's table entry, adding one if
      *> the department is new; zero once the table is full.
           IF WS-MV-FIND-DEPT = SPACES
               MOVE "(NONE)" TO WS-MV-FIND-DEPT
           END-IF
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
               UNTIL WS-MV-IX > WS-MV-COUNT
                  OR WS-MV-DEPT (WS-MV-IX) = WS-MV-FIND-DEPT
               CONTINUE
           END-PERFORM
           IF WS-MV-IX > WS-MV-COUNT
               IF WS-MV-COUNT >= WS-MV-LIMIT
                   MOVE "Y" TO WS-MV-OVERFLOW
                   MOVE ZERO TO WS-MV-IX
               ELSE
                   ADD 1 TO WS-MV-COUNT
                   MOVE WS-MV-COUNT TO WS-MV-IX
                   MOVE WS-MV-FIND-DEPT TO WS-MV-DEPT (WS-MV-IX)
               END-IF
           END-IF.
           EXIT.

       WRITE-MOVEMENT-LINE.
      *> One report line from WS-MV-START/END and the WS-MV-LINE-*
      *> counts, with the attrition rate worked out here.
           COMPUTE WS-MV-AVG = (WS-MV-START + WS-MV-END) / 2
           IF WS-MV-START < 0 OR WS-MV-END < 0 OR WS-MV-AVG = ZERO
               MOVE "   n/a" TO WS-MV-RATE-ED
           ELSE
               COMPUTE WS-MV-RATE ROUNDED = WS-MV-LINE-LEFT * 100 / WS-MV-AVG
               MOVE WS-MV-RATE TO WS-MV-RATE-NUM-ED
               MOVE SPACES TO WS-MV-RATE-ED
               STRING WS-MV-RATE-NUM-ED "%" DELIMITED BY SIZE INTO WS-MV-RATE-ED
               END-STRING
           END-IF
           MOVE WS-MV-START TO WS-MV-HC-ED
           MOVE WS-MV-END TO WS-MV-HC-END-ED
           MOVE WS-MV-LINE-JOIN TO WS-MV-CNT-ED-1
           MOVE WS-MV-LINE-LEFT TO WS-MV-CNT-ED-2
           MOVE WS-MV-LINE-LV-START TO WS-MV-CNT-ED-3
           MOVE WS-MV-LINE-LV-RETURN TO WS-MV-CNT-ED-4
           MOVE WS-MV-LINE-XFER-IN TO WS-MV-CNT-ED-5
           MOVE WS-MV-LINE-XFER-OUT TO WS-MV-CNT-ED-6
           MOVE WS-MV-LINE-PROMO TO WS-MV-CNT-ED-7
           MOVE SPACES TO MOVEMENT-LINE
           STRING WS-MV-LINE-LABEL " " WS-MV-HC-ED " "
               WS-MV-CNT-ED-1 " " WS-MV-CNT-ED-2 " " WS-MV-CNT-ED-3 " "
               WS-MV-CNT-ED-4 " " WS-MV-CNT-ED-5 " " WS-MV-CNT-ED-6 " "
               WS-MV-CNT-ED-7 " " WS-MV-HC-END-ED " " WS-MV-RATE-ED
               DELIMITED BY SIZE INTO MOVEMENT-LINE
           END-STRING
           WRITE MOVEMENT-LINE
           EXIT.

       RETIREMENT-FORECAST.
      *> ACTIVE employees who reach WS-RETIREMENT-AGE within the next
      *> 24 months (this month counting as month 1), grouped by
      *> department and manager, with the counts due within 12 and
      *> within 24 months, and a month-by-month company count.  Anyone
      *> already past retirement age but still working is listed as
      *> eligible now and counted apart.  Employees with no date of
      *> birth on file cannot be forecast and are only counted.
      *> Written to retirement_forecast.txt.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE "Y" TO WS-RF-OK-FLAG
           MOVE SPACES TO WS-RF-DEPT-PREV
           MOVE ZERO TO WS-RF-MGR-PREV WS-RF-NO-DOB
           INITIALIZE WS-RF-MGR-TOTALS WS-RF-DEPT-TOTALS WS-RF-CO-TOTALS
               WS-RF-MONTH-TABLE

      *> Months are counted as year * 12 + month so the window can
      *> run across a year end; the latest date of birth that can
      *> still qualify is the last day of month 24, less the
      *> retirement age in years.
           COMPUTE WS-RF-CUR-MONTHS =
               FUNCTION NUMVAL (WS-CURRENT-DATE (1:4)) * 12
               + FUNCTION NUMVAL (WS-CURRENT-DATE (5:2))
           MOVE WS-CURRENT-DATE (1:6) TO WS-RF-WINDOW-FROM
           COMPUTE WS-RF-WORK-MONTHS = WS-RF-CUR-MONTHS + 23
           PERFORM RETIRE-SPLIT-MONTHS
           MOVE SPACES TO WS-RF-WINDOW-TO
           STRING WS-RF-WORK-YEAR WS-RF-WORK-MM
               DELIMITED BY SIZE INTO WS-RF-WINDOW-TO
           END-STRING
           SUBTRACT WS-RETIREMENT-AGE FROM WS-RF-WORK-YEAR
           MOVE SPACES TO WS-RF-DOB-LIMIT
           STRING WS-RF-WORK-YEAR WS-RF-WORK-MM "31"
               DELIMITED BY SIZE INTO WS-RF-DOB-LIMIT
           END-STRING

           MOVE "SELECT COUNT(*) FROM employee WHERE emp_status='ACTIVE' " &
                "AND (birth_date IS NULL OR length(TRIM(birth_date)) <> 8);" TO SQL-TEXT
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.
           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RF-NO-DOB
           ELSE
               MOVE "N" TO WS-RF-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT TRIM(e.emp_dept), COALESCE(e.manager_id,0), "
               "COALESCE(TRIM(m.emp_name),''), e.emp_id, TRIM(e.emp_name), "
               "e.birth_date FROM employee e "
               "LEFT JOIN employee m ON m.emp_id = e.manager_id "
               "WHERE e.emp_status='ACTIVE' AND length(e.birth_date) = 8 "
               "AND e.birth_date <= '" WS-RF-DOB-LIMIT "' "
               "ORDER BY TRIM(e.emp_dept), COALESCE(e.manager_id,0), "
               "e.birth_date, e.emp_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "SQL prepare error"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RETIRE-FILE
           MOVE SPACES TO RETIRE-LINE
           STRING "Retirement Eligibility Forecast (retirement age "
               WS-RETIREMENT-AGE ")    Run date: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RETIRE-LINE
           END-STRING
           WRITE RETIRE-LINE
           MOVE SPACES TO RETIRE-LINE
           STRING "ACTIVE employees reaching retirement age in months "
               WS-RF-WINDOW-FROM " to " WS-RF-WINDOW-TO
               DELIMITED BY SIZE INTO RETIRE-LINE
           END-STRING
           WRITE RETIRE-LINE
           MOVE SPACES TO RETIRE-LINE
           WRITE RETIRE-LINE

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:15) TO WS-RF-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RF-MGR-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-RF-MGR-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-RF-EMP-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-RF-EMP-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-RF-DOB

               IF WS-RF-DEPT NOT = WS-RF-DEPT-PREV
                   IF WS-RF-DEPT-PREV NOT = SPACES
                       PERFORM WRITE-RETIRE-MGR-TOTAL
                       PERFORM WRITE-RETIRE-DEPT-TOTAL
                   END-IF
                   MOVE WS-RF-DEPT TO WS-RF-DEPT-PREV
                   INITIALIZE WS-RF-DEPT-TOTALS
                   MOVE SPACES TO RETIRE-LINE
                   STRING "Department: " WS-RF-DEPT DELIMITED BY SIZE INTO RETIRE-LINE
                   WRITE RETIRE-LINE
                   PERFORM WRITE-RETIRE-MGR-HEADING
               ELSE
                   IF WS-RF-MGR-ID NOT = WS-RF-MGR-PREV
                       PERFORM WRITE-RETIRE-MGR-TOTAL
                       PERFORM WRITE-RETIRE-MGR-HEADING
                   END-IF
               END-IF

      *> The retirement date is the birthday on which the employee
      *> reaches retirement age; one already behind us means the
      *> employee is eligible now.
               COMPUTE WS-RF-RET-YEAR =
                   FUNCTION NUMVAL (WS-RF-DOB (1:4)) + WS-RETIREMENT-AGE
               MOVE SPACES TO WS-RF-RET-DATE
               STRING WS-RF-RET-YEAR WS-RF-DOB (5:4)
                   DELIMITED BY SIZE INTO WS-RF-RET-DATE
               END-STRING
               COMPUTE WS-RF-OFFSET =
                   WS-RF-RET-YEAR * 12 + FUNCTION NUMVAL (WS-RF-DOB (5:2))
                   - WS-RF-CUR-MONTHS + 1

               IF WS-RF-RET-DATE < WS-CURRENT-DATE
                   MOVE "ELIGIBLE NOW" TO WS-RF-NOTE
                   ADD 1 TO WS-RF-MT-NOW WS-RF-DT-NOW WS-RF-CO-NOW
               ELSE
                   MOVE WS-RF-OFFSET TO WS-RF-OFFSET-ED
                   MOVE SPACES TO WS-RF-NOTE
                   STRING "month " WS-RF-OFFSET-ED
                       DELIMITED BY SIZE INTO WS-RF-NOTE
                   END-STRING
                   ADD 1 TO WS-RF-MONTH-CNT (WS-RF-OFFSET)
                   ADD 1 TO WS-RF-MT-24 WS-RF-DT-24 WS-RF-CO-24
                   IF WS-RF-OFFSET NOT > 12
                       ADD 1 TO WS-RF-MT-12 WS-RF-DT-12 WS-RF-CO-12
                   END-IF
               END-IF

               MOVE SPACES TO RETIRE-LINE
               STRING "    " WS-RF-EMP-ID "  " WS-RF-EMP-NAME
                   "  born " WS-RF-DOB "  retires " WS-RF-RET-DATE
                   "  " WS-RF-NOTE
                   DELIMITED BY SIZE INTO RETIRE-LINE
               END-STRING
               WRITE RETIRE-LINE

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RF-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           IF WS-RF-DEPT-PREV NOT = SPACES
               PERFORM WRITE-RETIRE-MGR-TOTAL
               PERFORM WRITE-RETIRE-DEPT-TOTAL
           ELSE
               MOVE "No ACTIVE employees reach retirement age in the window." TO RETIRE-LINE
               WRITE RETIRE-LINE
               MOVE SPACES TO RETIRE-LINE
               WRITE RETIRE-LINE
           END-IF.

           MOVE "Company, by month reaching retirement age:" TO RETIRE-LINE
           WRITE RETIRE-LINE
           PERFORM VARYING WS-RF-IX FROM 1 BY 1 UNTIL WS-RF-IX > 24
               COMPUTE WS-RF-WORK-MONTHS = WS-RF-CUR-MONTHS + WS-RF-IX - 1
               PERFORM RETIRE-SPLIT-MONTHS
               MOVE WS-RF-IX TO WS-RF-OFFSET-ED
               MOVE WS-RF-MONTH-CNT (WS-RF-IX) TO WS-RF-CNT-ED-1
               MOVE SPACES TO RETIRE-LINE
               STRING "  month " WS-RF-OFFSET-ED "  " WS-RF-WORK-YEAR "-"
                   WS-RF-WORK-MM "  " WS-RF-CNT-ED-1
                   DELIMITED BY SIZE INTO RETIRE-LINE
               END-STRING
               WRITE RETIRE-LINE
           END-PERFORM.
           MOVE SPACES TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE "Company total" TO WS-RF-TOT-LABEL
           MOVE WS-RF-CO-NOW TO WS-RF-CNT-ED-1
           MOVE WS-RF-CO-12 TO WS-RF-CNT-ED-2
           MOVE WS-RF-CO-24 TO WS-RF-CNT-ED-3
           PERFORM WRITE-RETIRE-TOTAL-LINE
           MOVE WS-RF-NO-DOB TO WS-RF-CNT-ED-1
           MOVE SPACES TO RETIRE-LINE
           STRING "ACTIVE employees with no date of birth on file (not forecast): "
               FUNCTION TRIM (WS-RF-CNT-ED-1)
               DELIMITED BY SIZE INTO RETIRE-LINE
           END-STRING
           WRITE RETIRE-LINE

           IF WS-RF-OK-FLAG NOT = "Y"
               MOVE "WARNING: database was busy - report may be incomplete." TO RETIRE-LINE
               WRITE RETIRE-LINE
           END-IF.

           CLOSE RETIRE-FILE
           DISPLAY "Retirement forecast written to retirement_forecast.txt"
           DISPLAY "Eligible now: " WS-RF-CO-NOW
               "  within 12 months: " WS-RF-CO-12
               "  within 24 months: " WS-RF-CO-24
           EXIT.

       RETIRE-SPLIT-MONTHS.
      *> Splits a year * 12 + month count in WS-RF-WORK-MONTHS back
      *> into WS-RF-WORK-YEAR and WS-RF-WORK-MM.
           COMPUTE WS-RF-WORK-YEAR = (WS-RF-WORK-MONTHS - 1) / 12
           COMPUTE WS-RF-WORK-MM = WS-RF-WORK-MONTHS - WS-RF-WORK-YEAR * 12
           EXIT.

       WRITE-RETIRE-MGR-HEADING.
           MOVE WS-RF-MGR-ID TO WS-RF-MGR-PREV
           INITIALIZE WS-RF-MGR-TOTALS
           MOVE SPACES TO RETIRE-LINE
           IF WS-RF-MGR-ID = ZERO
               MOVE "  Manager: (none)" TO RETIRE-LINE
           ELSE
               STRING "  Manager: " WS-RF-MGR-ID " " WS-RF-MGR-NAME
                   DELIMITED BY SIZE INTO RETIRE-LINE
               END-STRING
           END-IF
           WRITE RETIRE-LINE
           EXIT.

       WRITE-RETIRE-MGR-TOTAL.
           MOVE "    Manager total" TO WS-RF-TOT-LABEL
           MOVE WS-RF-MT-NOW TO WS-RF-CNT-ED-1
           MOVE WS-RF-MT-12 TO WS-RF-CNT-ED-2
           MOVE WS-RF-MT-24 TO WS-RF-CNT-ED-3
           PERFORM WRITE-RETIRE-TOTAL-LINE
           EXIT.

       WRITE-RETIRE-DEPT-TOTAL.
           MOVE "  Department total" TO WS-RF-TOT-LABEL
           MOVE WS-RF-DT-NOW TO WS-RF-CNT-ED-1
           MOVE WS-RF-DT-12 TO WS-RF-CNT-ED-2
           MOVE WS-RF-DT-24 TO WS-RF-CNT-ED-3
           PERFORM WRITE-RETIRE-TOTAL-LINE
           MOVE SPACES TO RETIRE-LINE
           WRITE RETIRE-LINE
           EXIT.

       WRITE-RETIRE-TOTAL-LINE.
           MOVE SPACES TO RETIRE-LINE
           STRING WS-RF-TOT-LABEL "  now " WS-RF-CNT-ED-1
               "   within 12 mo " WS-RF-CNT-ED-2
               "   within 24 mo " WS-RF-CNT-ED-3
               DELIMITED BY SIZE INTO RETIRE-LINE
           END-STRING
           WRITE RETIRE-LINE
           EXIT.

       MGR-RECONCILE-REPORT.
      *> Lists every active employee whose manager_id points at an
      *> employee number that is missing or retired, so the reporting
