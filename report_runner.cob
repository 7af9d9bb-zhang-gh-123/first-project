       01 DB               USAGE POINTER.
       01 STMT             USAGE POINTER.
       01 RETCODE          PIC S9(9) COMP-5.
       01 SQL-TEXT         PIC X(1024).
       01 DB-NAME          PIC X(64) VALUE "employee.db".
       01 VALUE-TEXT       PIC X(64).

       01 WS-CMD-LINE      PIC X(60) VALUE SPACES.
       01 WS-PARM          PIC X(10) VALUE SPACES.
       01 WS-RPT-FILENAME  PIC X(40).
       01 WS-RUN-OK-FLAG   PIC X VALUE "Y".
       01 WS-RPT-NAME       PIC X(20).
       01 WS-RPT-DEPT       PIC X(15).
       01 WS-RPT-AGE        PIC X(10).
       01 WS-AGE-DOB        PIC X(8).
       01 WS-AGE-YEARS      PIC S9(3).
       01 WS-AGE-EDIT       PIC ZZ9.
       01 WS-RPT-GENDER     PIC X(10).
       01 WS-RPT-HIRE-DATE  PIC X(10).

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
       01 WS-ST-STATUS          PIC X(10).

       01 WS-MV-FROM          PIC X(8) VALUE SPACES.
       01 WS-MV-TO            PIC X(8) VALUE SPACES.
       01 WS-MV-YEAR          PIC 9(4).
       01 WS-MV-MONTH         PIC 9(2).
       01 WS-MV-MONTH-START   PIC 9(8).
       01 WS-MV-PRIOR-END     PIC 9(8).
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

       01 WS-AP-DATE         PIC X(8).
       01 WS-AP-CHANGE-ID    PIC 9(9).
       01 WS-AP-EMP-ID       PIC 9(5).
       01 WS-AP-EMP-NAME     PIC X(20).
       01 WS-AP-FIELD        PIC X(12).
       01 WS-AP-OLD          PIC X(64).
       01 WS-AP-NEW          PIC X(64).
       01 WS-AP-EFF          PIC X(8).
       01 WS-AP-BY           PIC X(10).
       01 WS-AP-AT           PIC X(8).
       01 WS-AP-REVIEWED-BY  PIC X(10).
       01 WS-AP-REASON       PIC X(60).
       01 WS-AP-DAYS         PIC 9(4).
       01 WS-AP-DAYS-ED      PIC ZZZ9.
       01 WS-AP-OLDEST       PIC 9(4).
       01 WS-AP-WAIT-COUNT   PIC 9(5).
       01 WS-AP-REJECT-COUNT PIC 9(5).
       01 WS-AP-COUNT-ED     PIC ZZZZ9.
       01 WS-AP-COUNT-ED-2   PIC ZZZZ9.

       01 WS-ORG-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ORG-LIMIT        PIC 9(4) VALUE 1000.
       01 WS-ORG-TABLE.
      *> Report selection comes in on the command line: ROSTER,
      *> ORGCHART, TENURE, STATS, or ALL.  Anything missing or
      *> unrecognized runs everything, so a bad schedule entry still
      *> leaves the morning's reports on disk.  MOVEMENT is the monthly
      *> workforce movement report and is never part of ALL; it covers
      *> the previous calendar month unless a from and to date
      *> (YYYYMMDD) follow it on the command line.  RECERT is the
      *> quarterly operator access recertification, also never part
      *> of ALL.  APPROVALS lists the grade, department and manager
      *> changes still awaiting a second operator and those rejected
      *> on the day; it is part of ALL and takes an optional report
      *> date (YYYYMMDD) for the rejections when run on its own.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM WS-MV-FROM WS-MV-TO
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-PARM) TO WS-PARM
           IF WS-PARM = SPACES
               MOVE "ALL" TO WS-PARM
           END-IF
           IF WS-PARM NOT = "ROSTER" AND WS-PARM NOT = "ORGCHART"
               AND WS-PARM NOT = "TENURE" AND WS-PARM NOT = "STATS"
               AND WS-PARM NOT = "MOVEMENT" AND WS-PARM NOT = "RECERT"
               AND WS-PARM NOT = "APPROVALS" AND WS-PARM NOT = "ALL"
               MOVE SPACES TO LOG-LINE
               STRING "Unrecognized report selection '"
                   FUNCTION TRIM (WS-PARM) "' - running ALL"
           IF WS-PARM = "STATS" OR WS-PARM = "ALL"
               PERFORM RUN-STATS-REPORT
           END-IF
           IF WS-PARM = "MOVEMENT"
               PERFORM SET-MOVEMENT-PERIOD
               PERFORM RUN-MOVEMENT-REPORT
           END-IF
           IF WS-PARM = "RECERT"
               PERFORM RUN-RECERT-REPORT
           END-IF
           IF WS-PARM = "APPROVALS" OR WS-PARM = "ALL"
               MOVE WS-CURRENT-DATE TO WS-AP-DATE
               IF WS-PARM = "APPROVALS" AND WS-MV-FROM NOT = SPACES
                   IF WS-MV-FROM IS NUMERIC
                       MOVE WS-MV-FROM TO WS-AP-DATE
                   ELSE
                       MOVE SPACES TO LOG-LINE
                       STRING "Invalid approvals report date '" WS-MV-FROM
                           "' - using today"
                           DELIMITED BY SIZE INTO LOG-LINE
                       END-STRING
                       WRITE LOG-LINE
                   END-IF
               END-IF
               PERFORM RUN-APPROVAL-REPORT
           END-IF

           MOVE SPACES TO LOG-LINE
           IF WS-FAIL-COUNT = ZERO
           MOVE SPACES TO WS-PREV-DEPT
           MOVE 0 TO WS-DEPT-COUNT

           MOVE "SELECT emp_id, emp_name, emp_dept, COALESCE(birth_date,''), emp_gender " &
                "FROM employee WHERE emp_status='ACTIVE' ORDER BY emp_dept, emp_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-DEPT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
               MOVE SPACES TO WS-RPT-AGE
               IF WS-AGE-DOB IS NUMERIC
                   PERFORM COMPUTE-AGE-FROM-DOB
                   MOVE WS-AGE-YEARS TO WS-AGE-EDIT
                   MOVE FUNCTION TRIM (WS-AGE-EDIT) TO WS-RPT-AGE
               END-IF
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-RPT-GENDER

           INITIALIZE WS-ST-DEPT-TOTALS WS-ST-COMPANY-TOTALS

           MOVE "SELECT emp_dept, COALESCE(salary_grade,''), emp_gender, " &
                "COALESCE(birth_date,''), COALESCE(hire_date,''), emp_status FROM employee " &
                "WHERE emp_status IN ('ACTIVE','ON-LEAVE') ORDER BY emp_dept;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
                       ADD 1 TO WS-CO-FEMALE-CNT
                   END-IF

      *> Ages come from the date of birth as of the run date; anyone
      *> without one on file is left out of the average rather than
      *> counted as zero.
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
                   IF WS-AGE-DOB IS NUMERIC
                       PERFORM COMPUTE-AGE-FROM-DOB
                       ADD WS-AGE-YEARS TO WS-ST-AGE-SUM
                       ADD WS-AGE-YEARS TO WS-CO-AGE-SUM
                       ADD 1 TO WS-ST-AGE-CNT
                       ADD 1 TO WS-CO-AGE-CNT
                   END-IF

                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-ST-HIRE-DATE
           WRITE RPT-LINE

           MOVE ZERO TO WS-ST-AVG-AGE WS-ST-AVG-TENURE
           IF WS-ST-AGE-CNT > 0
               COMPUTE WS-ST-AVG-AGE ROUNDED =
                   WS-ST-AGE-SUM / WS-ST-AGE-CNT
           END-IF
           IF WS-ST-TENURE-CNT > 0
               COMPUTE WS-ST-AVG-TENURE ROUNDED =
           WRITE RPT-LINE
           EXIT.

       COMPUTE-AGE-FROM-DOB.
      *> Age in whole years on the run date from the YYYYMMDD date of
      *> birth in WS-AGE-DOB: the difference in years, less one until
      *> this year's birthday has come round.
           COMPUTE WS-AGE-YEARS =
               FUNCTION NUMVAL (WS-CURRENT-DATE (1:4))
               - FUNCTION NUMVAL (WS-AGE-DOB (1:4))
           IF WS-CURRENT-DATE (5:4) < WS-AGE-DOB (5:4)
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.
           EXIT.

       RUN-ORG-CHART-REPORT.
      *> The reporting tree exactly as menu option 9 produces it,
      *> written to a date-stamped file.
           END-PERFORM.
           EXIT.

       SET-MOVEMENT-PERIOD.
      *> A period given on the command line is used as entered when it
      *> is a usable YYYYMMDD range; otherwise the report covers the
      *> previous calendar month, which is what the monthly schedule
      *> entry relies on.
           IF WS-MV-FROM NOT = SPACES OR WS-MV-TO NOT = SPACES
               IF WS-MV-FROM IS NUMERIC AND WS-MV-TO IS NUMERIC
                   AND WS-MV-FROM (5:2) >= "01" AND WS-MV-FROM (5:2) <= "12"
                   AND WS-MV-TO (5:2) >= "01" AND WS-MV-TO (5:2) <= "12"
                   AND WS-MV-TO >= WS-MV-FROM
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO LOG-LINE
               STRING "Unusable movement period '" WS-MV-FROM "' to '"
                   WS-MV-TO "' - using the previous calendar month"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-IF

           MOVE FUNCTION NUMVAL (WS-CURRENT-DATE (1:4)) TO WS-MV-YEAR
           MOVE FUNCTION NUMVAL (WS-CURRENT-DATE (5:2)) TO WS-MV-MONTH
           COMPUTE WS-MV-MONTH-START = WS-MV-YEAR * 10000 + WS-MV-MONTH * 100 + 1
           COMPUTE WS-MV-PRIOR-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MV-MONTH-START) - 1)
           MOVE WS-MV-PRIOR-END TO WS-MV-TO
           MOVE WS-MV-TO (1:6) TO WS-MV-FROM (1:6)
           MOVE "01" TO WS-MV-FROM (7:2)
           EXIT.

       RUN-MOVEMENT-REPORT.
      *> Joiners, leavers, leave starts and returns, transfers and
      *> promotions per department over WS-MV-FROM..WS-MV-TO, read
      *> back out of employee_history (and its archive, for employees
      *> since purged).  Each event is credited to the department the
      *> employee was in when it happened.  Headcount (ACTIVE +
      *> ON-LEAVE) at the end of the period is today's headcount with
      *> later movements backed out, and the start is the end with the
      *> period's own movements backed out.
           ADD 1 TO WS-RPT-COUNT
           MOVE "Y" TO WS-RUN-OK-FLAG
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "workforce_movement_" WS-CURRENT-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING

           MOVE ZERO TO WS-MV-COUNT
           MOVE "N" TO WS-MV-OVERFLOW
           INITIALIZE WS-MV-TABLE WS-MV-TOTALS

           PERFORM MOVEMENT-LOAD-HEADCOUNT
           IF WS-RUN-OK-FLAG NOT = "Y"
               MOVE "MOVEMENT FAILED: could not read current headcount" TO LOG-LINE
               WRITE LOG-LINE
               ADD 1 TO WS-FAIL-COUNT
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
               MOVE "MOVEMENT FAILED: SQL prepare error" TO LOG-LINE
               WRITE LOG-LINE
               ADD 1 TO WS-FAIL-COUNT
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
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           OPEN OUTPUT RPT-FILE
           MOVE "Workforce Movement and Attrition Report" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Period: " WS-MV-FROM " to " WS-MV-TO
               "        Run date: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Department      Start Join Left LvSt LvRt XfIn XfOt Prom   End  Attr%" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "--------------- ----- ---- ---- ---- ---- ---- ---- ---- ----- ------" TO RPT-LINE
           WRITE RPT-LINE

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

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
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

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MV-TOT-HIRES TO WS-MV-CNT-ED-1
           MOVE WS-MV-TOT-REHIRES TO WS-MV-CNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING "Joiners: " FUNCTION TRIM (WS-MV-CNT-ED-1) " new hire(s), "
               FUNCTION TRIM (WS-MV-CNT-ED-2) " rehire(s)"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE "Left = retirements; LvSt/LvRt = leave starts/returns; XfIn/XfOt =" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "department transfers; Prom = salary grade increases.  Start/End are" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACTIVE + ON-LEAVE headcount; Attr% = Left / average of Start and End." TO RPT-LINE
           WRITE RPT-LINE

           IF WS-MV-OVERFLOW = "Y"
               MOVE "WARNING: too many departments - some movements were not counted." TO RPT-LINE
               WRITE RPT-LINE
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF
           IF WS-RUN-OK-FLAG NOT = "Y" AND WS-MV-OVERFLOW = "N"
               MOVE "WARNING: database was busy - report may be incomplete." TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE RPT-FILE

           MOVE SPACES TO LOG-LINE
           IF WS-RUN-OK-FLAG = "Y"
               STRING "MOVEMENT " WS-MV-FROM "-" WS-MV-TO " written to "
                   FUNCTION TRIM (WS-RPT-FILENAME)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               STRING "MOVEMENT FAILED: "
                   FUNCTION TRIM (WS-RPT-FILENAME) " may be incomplete"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE
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
               MOVE "N" TO WS-RUN-OK-FLAG
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
               MOVE "N" TO WS-RUN-OK-FLAG
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
           MOVE SPACES TO RPT-LINE
           STRING WS-MV-LINE-LABEL " " WS-MV-HC-ED " "
               WS-MV-CNT-ED-1 " " WS-MV-CNT-ED-2 " " WS-MV-CNT-ED-3 " "
               WS-MV-CNT-ED-4 " " WS-MV-CNT-ED-5 " " WS-MV-CNT-ED-6 " "
               WS-MV-CNT-ED-7 " " WS-MV-HC-END-ED " " WS-MV-RATE-ED
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           EXIT.

       RUN-RECERT-REPORT.
      *> Quarterly access recertification: every operator account with
      *> its role and status, the employee it is linked to and their
      *> department, and the last successful sign-on, grouped by
      *> department so each manager can sign off their own people.
      *> Accounts needing a decision carry a review line underneath.
      *> The same report as menu option 24, to a date-stamped file.
           ADD 1 TO WS-RPT-COUNT
           MOVE "Y" TO WS-RUN-OK-FLAG
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "access_recert_" WS-CURRENT-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
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
               MOVE "RECERT FAILED: could not read operators" TO LOG-LINE
               WRITE LOG-LINE
               ADD 1 TO WS-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "Operator Access Recertification as of " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  Operator   Role    Status     Emp#  Employee name        Emp status Signed on"
               TO RPT-LINE
           WRITE RPT-LINE

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
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "Department: " WS-RC-GROUP
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
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
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-RC-OP-ID " " WS-RC-ROLE " " WS-RC-STATUS " "
                   WS-RC-EMP-DISP " " WS-RC-EMP-NAME " " WS-RC-EMP-STATUS " "
                   WS-RC-LAST-SIGNON
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE

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
                   MOVE SPACES TO RPT-LINE
                   STRING "      ** review: " WS-RC-NOTE
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE "WARNING: database was busy - report may be incomplete." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RC-TOTAL TO WS-RC-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING "Operator accounts listed : " FUNCTION TRIM (WS-RC-COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-RC-FLAGGED TO WS-RC-COUNT-ED
           MOVE SPACES TO RPT-LINE
           STRING "Flagged for review       : " FUNCTION TRIM (WS-RC-COUNT-ED)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Reviewed by: ____________________________   Date: __________"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Approved by: ____________________________   Date: __________"
               TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RPT-FILE

           MOVE SPACES TO LOG-LINE
           IF WS-RUN-OK-FLAG = "Y"
               STRING "RECERT written to " FUNCTION TRIM (WS-RPT-FILENAME)
                   " (" FUNCTION TRIM (WS-RC-COUNT-ED) " flagged for review)"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               STRING "RECERT FAILED: "
                   FUNCTION TRIM (WS-RPT-FILENAME) " may be incomplete"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE
           EXIT.

       RUN-APPROVAL-REPORT.
      *> Daily HR compliance listing for the maker-checker control:
      *> every change still AWAITING a second operator (oldest first,
      *> with the days it has waited) and every change rejected on
      *> the report date, with who rejected it and why.
           ADD 1 TO WS-RPT-COUNT
           MOVE "Y" TO WS-RUN-OK-FLAG
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "approval_queue_" WS-AP-DATE ".txt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           MOVE ZERO TO WS-AP-WAIT-COUNT WS-AP-REJECT-COUNT WS-AP-OLDEST

           MOVE "SELECT p.change_id, p.emp_id, COALESCE(e.emp_name,''), " &
                "p.field_name, COALESCE(p.old_value,''), COALESCE(p.new_value,''), " &
                "COALESCE(p.effective_date,''), COALESCE(p.entered_by,''), " &
                "COALESCE(p.entered_at,'') FROM pending_change p " &
                "LEFT JOIN employee e ON e.emp_id = p.emp_id " &
                "WHERE p.change_status='AWAITING' " &
                "ORDER BY p.entered_at, p.change_id;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "APPROVALS FAILED: could not read pending changes" TO LOG-LINE
               WRITE LOG-LINE
               ADD 1 TO WS-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "Change Approval Queue as of " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Changes awaiting approval (oldest first)" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "     Change  Emp# Employee name        Field        Entered by Entered  Days"
               TO RPT-LINE
           WRITE RPT-LINE

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AP-CHANGE-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AP-EMP-ID
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:20) TO WS-AP-EMP-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:12) TO WS-AP-FIELD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-AP-OLD
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-AP-NEW
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AP-EFF
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-AP-BY
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 8 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-AP-AT

               MOVE ZERO TO WS-AP-DAYS
               IF WS-AP-AT IS NUMERIC AND WS-AP-AT < WS-CURRENT-DATE
                   COMPUTE WS-DATE-DIFF-DAYS =
                       FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-CURRENT-DATE))
                       - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-AP-AT))
                   MOVE WS-DATE-DIFF-DAYS TO WS-AP-DAYS
               END-IF
               IF WS-AP-DAYS > WS-AP-OLDEST
                   MOVE WS-AP-DAYS TO WS-AP-OLDEST
               END-IF
               MOVE WS-AP-DAYS TO WS-AP-DAYS-ED

               ADD 1 TO WS-AP-WAIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-AP-CHANGE-ID " " WS-AP-EMP-ID " " WS-AP-EMP-NAME " "
                   WS-AP-FIELD " " WS-AP-BY " " WS-AP-AT " " WS-AP-DAYS-ED
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "             " FUNCTION TRIM (WS-AP-OLD)
                   " -> " FUNCTION TRIM (WS-AP-NEW)
                   ", effective " WS-AP-EFF
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE "WARNING: database was busy - report may be incomplete." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           IF WS-AP-WAIT-COUNT = ZERO
               MOVE "  No changes are awaiting approval." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Changes rejected on " WS-AP-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE "     Change  Emp# Employee name        Field        Entered by Rejected by"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT p.change_id, p.emp_id, COALESCE(e.emp_name,''), "
               "p.field_name, COALESCE(p.old_value,''), COALESCE(p.new_value,''), "
               "COALESCE(p.entered_by,''), COALESCE(p.reviewed_by,''), "
               "COALESCE(p.review_reason,'') FROM pending_change p "
               "LEFT JOIN employee e ON e.emp_id = p.emp_id "
               "WHERE p.change_status='REJECTED' "
               "AND substr(p.reviewed_at,1,8)='" WS-AP-DATE "' "
               "ORDER BY p.reviewed_at, p.change_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "N" TO WS-RUN-OK-FLAG
               MOVE "WARNING: could not read rejected changes." TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM STEP-SQL-RETRY
               PERFORM UNTIL RETCODE NOT = 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AP-CHANGE-ID
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-AP-EMP-ID
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:20) TO WS-AP-EMP-NAME
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:12) TO WS-AP-FIELD
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-AP-OLD
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT TO WS-AP-NEW
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-AP-BY
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-AP-REVIEWED-BY
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 8 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:60) TO WS-AP-REASON

                   ADD 1 TO WS-AP-REJECT-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-AP-CHANGE-ID " " WS-AP-EMP-ID " " WS-AP-EMP-NAME " "
                       WS-AP-FIELD " " WS-AP-BY " " WS-AP-REVIEWED-BY
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "             " FUNCTION TRIM (WS-AP-OLD)
                       " -> " FUNCTION TRIM (WS-AP-NEW)
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "             Reason: " WS-AP-REASON
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE

                   PERFORM STEP-SQL-RETRY
               END-PERFORM
               IF RETCODE NOT = 101
                   MOVE "N" TO WS-RUN-OK-FLAG
                   MOVE "WARNING: database was busy - report may be incomplete." TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           END-IF.

           IF WS-AP-REJECT-COUNT = ZERO
               MOVE "  No changes were rejected on this date." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AP-WAIT-COUNT TO WS-AP-COUNT-ED
           MOVE WS-AP-OLDEST TO WS-AP-DAYS-ED
           MOVE SPACES TO RPT-LINE
           STRING "Awaiting approval : " FUNCTION TRIM (WS-AP-COUNT-ED)
               " (oldest waiting " FUNCTION TRIM (WS-AP-DAYS-ED) " day(s))"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-AP-REJECT-COUNT TO WS-AP-COUNT-ED-2
           MOVE SPACES TO RPT-LINE
           STRING "Rejected on date  : " FUNCTION TRIM (WS-AP-COUNT-ED-2)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           CLOSE RPT-FILE

           MOVE SPACES TO LOG-LINE
           IF WS-RUN-OK-FLAG = "Y"
               STRING "APPROVALS written to " FUNCTION TRIM (WS-RPT-FILENAME)
                   " (" FUNCTION TRIM (WS-AP-COUNT-ED) " awaiting, "
                   FUNCTION TRIM (WS-AP-COUNT-ED-2) " rejected)"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               STRING "APPROVALS FAILED: "
                   FUNCTION TRIM (WS-RPT-FILENAME) " may be incomplete"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE
           EXIT.

       OPEN-DB-RETRY.
      *> Same busy/locked retry treatment as the other batch jobs,
      *> since the reports can run alongside a user session.
