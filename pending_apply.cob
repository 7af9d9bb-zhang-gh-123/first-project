               10 WS-PND-NEW        PIC X(64).
               10 WS-PND-EFF        PIC X(8).
               10 WS-PND-BY         PIC X(10).
               10 WS-PND-REVIEWED-BY PIC X(10).
               10 WS-PND-OLD        PIC X(64).
               10 WS-PND-DONE       PIC X.
               10 WS-PND-UNIT       PIC X.
       01 WS-PND-I          PIC 9(3).
       01 WS-PND-J          PIC 9(3).
       01 WS-PND-SAVE-I     PIC 9(3).

      *> A retirement or leave queued as a status row plus its date
      *> row(s) is applied as one unit.
       01 WS-PND-STATUS-IX  PIC 9(3).
       01 WS-UNIT-STATUS    PIC X(10).
       01 WS-UNIT-READ-FLAG PIC X.
       01 WS-SQL-PTR        PIC 9(3).
       01 WS-EMP-STATUS     PIC X(10).
       01 WS-CUR-VALUE      PIC X(64).
       01 WS-EMP-FOUND-FLAG PIC X.
       01 WS-FAIL-REASON    PIC X(50).
       01 WS-SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT     PIC 9(5) VALUE 0.

      *> Operator accounts linked to an employee whose queued
      *> retirement or leave has just been applied.
       01 WS-LNK-EMP-ID     PIC 9(5).
       01 WS-LNK-COUNT      PIC 9(2).
       01 WS-LNK-LIMIT      PIC 9(2) VALUE 20.
       01 WS-LNK-I          PIC 9(2).
       01 WS-LNK-TABLE.
           05 WS-LNK-ENTRY OCCURS 20 TIMES.
               10 WS-LNK-OP-ID    PIC X(10).
               10 WS-LNK-OLD      PIC X(10).

       01 WS-HIST-EMP-ID    PIC 9(5).
       01 WS-HIST-FIELD     PIC X(20).
           END-STRING
           WRITE LOG-LINE

           MOVE SPACES TO LOG-LINE
           STRING "Linked operator accounts suspended: " WS-SUSPENDED-COUNT
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

           MOVE SPACES TO LOG-LINE
           STRING "Held for approval (never reviewed): " WS-HELD-COUNT
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

           MOVE SPACES TO LOG-LINE
           IF WS-ERRORED-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
               AND WS-OVERFLOW = "N"
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

           MOVE "CREATE TABLE IF NOT EXISTS employee_history (" &
                "history_id INTEGER PRIMARY KEY AUTOINCREMENT, emp_id INTEGER, " &
                "field_name TEXT, old_value TEXT, new_value TEXT, " &
               DISPLAY "Table creation error"
               STOP RUN
           END-IF.

      *> A queued retirement or leave suspends the operator accounts
      *> linked to the employee, so the operators table is set up
      *> here too in case this job runs first.
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

           MOVE "ALTER TABLE operators ADD COLUMN emp_id INTEGER;" TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           EXIT.

       LOAD-DUE-CHANGES.
           MOVE "SELECT change_id, emp_id, field_name, new_value, " &
                "effective_date, entered_by, COALESCE(reviewed_by,'') " &
                "FROM pending_change " &
                "WHERE change_status='PENDING' AND effective_date <= '" TO SQL-TEXT
           STRING FUNCTION TRIM (SQL-TEXT) WS-CURRENT-DATE
               "' ORDER BY emp_id, change_id;"
                   MOVE VALUE-TEXT (1:8) TO WS-PND-EFF (WS-PND-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-PND-BY (WS-PND-COUNT)
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:10) TO WS-PND-REVIEWED-BY (WS-PND-COUNT)
                   MOVE SPACES TO WS-PND-OLD (WS-PND-COUNT)
                   MOVE "N" TO WS-PND-DONE (WS-PND-COUNT)
                   MOVE "N" TO WS-PND-UNIT (WS-PND-COUNT)
                   PERFORM STEP-SQL-RETRY
               END-IF
           END-PERFORM.

       APPLY-ONE-CHANGE.
      *> Applies the change at WS-PND-I: the employee must still be on
      *> file and not retired, and the field must be one the update,
      *> retire or leave screens queue.  The history row carries the
      *> value actually replaced (read now, not at queue time) under
      *> the operator who queued the change, so the payroll extract
      *> picks the change up in the window it really happened.  A row
      *> already applied, errored or skipped with its retirement or
      *> leave is passed over.
           IF WS-PND-DONE (WS-PND-I) = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PND-FIELD (WS-PND-I) NOT = "emp_name"
               AND WS-PND-FIELD (WS-PND-I) NOT = "emp_dept"
               AND WS-PND-FIELD (WS-PND-I) NOT = "birth_date"
               AND WS-PND-FIELD (WS-PND-I) NOT = "emp_gender"
               AND WS-PND-FIELD (WS-PND-I) NOT = "hire_date"
               AND WS-PND-FIELD (WS-PND-I) NOT = "salary_grade"
               AND WS-PND-FIELD (WS-PND-I) NOT = "manager_id"
               AND WS-PND-FIELD (WS-PND-I) NOT = "emp_status"
               AND WS-PND-FIELD (WS-PND-I) NOT = "retirement_date"
               AND WS-PND-FIELD (WS-PND-I) NOT = "leave_start_date"
               AND WS-PND-FIELD (WS-PND-I) NOT = "leave_return_date"
               MOVE "field is not one the online screens queue"
                   TO WS-FAIL-REASON
               PERFORM MARK-CHANGE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-PND-FIELD (WS-PND-I) = "emp_status"
               AND WS-PND-NEW (WS-PND-I) NOT = "RETIRED"
               AND WS-PND-NEW (WS-PND-I) NOT = "ON-LEAVE"
               MOVE "queued status must be RETIRED or ON-LEAVE"
                   TO WS-FAIL-REASON
               PERFORM MARK-CHANGE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-PND-FIELD (WS-PND-I) = "emp_status"
               OR WS-PND-FIELD (WS-PND-I) = "retirement_date"
               OR WS-PND-FIELD (WS-PND-I) = "leave_start_date"
               OR WS-PND-FIELD (WS-PND-I) = "leave_return_date"
               PERFORM APPLY-STATUS-UNIT
               EXIT PARAGRAPH
           END-IF.

      *> Grade, department and manager changes reach the employee row
      *> only once a second operator has approved them.  A pending
      *> one nobody reviewed (queued before approval was required) is
      *> handed back to the approval screen rather than applied.
           IF (WS-PND-FIELD (WS-PND-I) = "emp_dept"
               OR WS-PND-FIELD (WS-PND-I) = "salary_grade"
               OR WS-PND-FIELD (WS-PND-I) = "manager_id")
               AND WS-PND-REVIEWED-BY (WS-PND-I) = SPACES
               PERFORM HOLD-CHANGE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.

      *> A busy database is transient: the row stays PENDING and the
      *> next night's run retries it.  ERROR is reserved for real
           END-IF.

           MOVE SPACES TO SQL-TEXT
           IF WS-PND-FIELD (WS-PND-I) = "manager_id"
               STRING "UPDATE employee SET "
                   FUNCTION TRIM (WS-PND-FIELD (WS-PND-I)) "="
                   FUNCTION TRIM (WS-PND-NEW (WS-PND-I))
           MOVE WS-CUR-VALUE TO WS-HIST-OLD
           MOVE WS-PND-NEW (WS-PND-I) TO WS-HIST-NEW
           PERFORM WRITE-HISTORY-ROW
           PERFORM MARK-CHANGE-APPLIED
           EXIT.

       MARK-CHANGE-APPLIED.
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-APPLY-TS
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE pending_change SET change_status='APPLIED', "
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       APPLY-STATUS-UNIT.
      *> A retirement is queued as an emp_status row and a
      *> retirement_date row, a leave as an emp_status row and its
      *> leave_start_date and leave_return_date rows, all for the same
      *> employee and effective date.  They reach the employee row in
      *> one update or not at all - a date applied without its status
      *> would leave an ACTIVE employee carrying a retirement date -
      *> and every row of the unit ends APPLIED, ERROR or still
      *> PENDING together.
           MOVE WS-PND-I TO WS-PND-SAVE-I
           PERFORM FIND-STATUS-ROW
           IF WS-PND-STATUS-IX = ZERO
               IF WS-OVERFLOW = "Y"
                   MOVE "its status change was not loaded this run"
                       TO WS-FAIL-REASON
                   PERFORM SKIP-CHANGE-BUSY
               ELSE
                   MOVE "queued without its status change"
                       TO WS-FAIL-REASON
                   PERFORM MARK-CHANGE-ERROR
               END-IF
               MOVE "Y" TO WS-PND-DONE (WS-PND-I)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PND-NEW (WS-PND-STATUS-IX) TO WS-UNIT-STATUS
           PERFORM VARYING WS-PND-J FROM 1 BY 1
                   UNTIL WS-PND-J > WS-PND-COUNT
               MOVE "N" TO WS-PND-UNIT (WS-PND-J)
               IF WS-PND-DONE (WS-PND-J) NOT = "Y"
                   AND WS-PND-EMP-ID (WS-PND-J) = WS-PND-EMP-ID (WS-PND-STATUS-IX)
                   AND WS-PND-EFF (WS-PND-J) = WS-PND-EFF (WS-PND-STATUS-IX)
                   AND (WS-PND-J = WS-PND-STATUS-IX
                       OR (WS-UNIT-STATUS = "RETIRED"
                           AND WS-PND-FIELD (WS-PND-J) = "retirement_date")
                       OR (WS-UNIT-STATUS = "ON-LEAVE"
                           AND (WS-PND-FIELD (WS-PND-J) = "leave_start_date"
                           OR WS-PND-FIELD (WS-PND-J) = "leave_return_date")))
                   MOVE "Y" TO WS-PND-UNIT (WS-PND-J)
               END-IF
           END-PERFORM.

      *> The employee is read through the status row; the current
      *> value of every date in the unit is read for the history rows.
           MOVE WS-PND-STATUS-IX TO WS-PND-I
           PERFORM FETCH-CURRENT-VALUE
           MOVE WS-CUR-VALUE TO WS-PND-OLD (WS-PND-I)
           MOVE WS-PND-SAVE-I TO WS-PND-I
           IF WS-EMP-FOUND-FLAG = "?"
               MOVE "could not read employee row (database busy)"
                   TO WS-FAIL-REASON
               PERFORM SKIP-UNIT-BUSY
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-FOUND-FLAG = "N"
               MOVE "employee no longer on file" TO WS-FAIL-REASON
               PERFORM MARK-UNIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS (1:7) = "RETIRED"
               MOVE "employee retired before the change came due"
                   TO WS-FAIL-REASON
               PERFORM MARK-UNIT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-STATUS (1:6) NOT = "ACTIVE"
               MOVE "employee is no longer ACTIVE" TO WS-FAIL-REASON
               PERFORM MARK-UNIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-UNIT-READ-FLAG
           PERFORM VARYING WS-PND-I FROM 1 BY 1
                   UNTIL WS-PND-I > WS-PND-COUNT
               IF WS-PND-UNIT (WS-PND-I) = "Y"
                   AND WS-PND-I NOT = WS-PND-STATUS-IX
                   PERFORM FETCH-CURRENT-VALUE
                   IF WS-EMP-FOUND-FLAG NOT = "Y"
                       MOVE "N" TO WS-UNIT-READ-FLAG
                   END-IF
                   MOVE WS-CUR-VALUE TO WS-PND-OLD (WS-PND-I)
               END-IF
           END-PERFORM.
           MOVE WS-PND-SAVE-I TO WS-PND-I
           IF WS-UNIT-READ-FLAG NOT = "Y"
               MOVE "could not read employee row (database busy)"
                   TO WS-FAIL-REASON
               PERFORM SKIP-UNIT-BUSY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-TEXT
           MOVE 1 TO WS-SQL-PTR
           STRING "UPDATE employee SET emp_status='"
               FUNCTION TRIM (WS-UNIT-STATUS) "'"
               DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING
           PERFORM VARYING WS-PND-J FROM 1 BY 1
                   UNTIL WS-PND-J > WS-PND-COUNT
               IF WS-PND-UNIT (WS-PND-J) = "Y"
                   AND WS-PND-J NOT = WS-PND-STATUS-IX
                   STRING ", " FUNCTION TRIM (WS-PND-FIELD (WS-PND-J)) "='"
                       FUNCTION TRIM (WS-PND-NEW (WS-PND-J)) "'"
                       DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING " WHERE emp_id=" WS-PND-EMP-ID (WS-PND-STATUS-IX) ";"
               DELIMITED BY SIZE INTO SQL-TEXT WITH POINTER WS-SQL-PTR
           END-STRING

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE = SQLITE-BUSY OR RETCODE = SQLITE-LOCKED
               MOVE "could not update employee row (database busy)"
                   TO WS-FAIL-REASON
               PERFORM SKIP-UNIT-BUSY
               EXIT PARAGRAPH
           END-IF.
           IF RETCODE NOT = 0
               MOVE "database update failed" TO WS-FAIL-REASON
               PERFORM MARK-UNIT-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-PND-I FROM 1 BY 1
                   UNTIL WS-PND-I > WS-PND-COUNT
               IF WS-PND-UNIT (WS-PND-I) = "Y"
                   MOVE WS-PND-EMP-ID (WS-PND-I) TO WS-HIST-EMP-ID
                   MOVE WS-PND-FIELD (WS-PND-I) TO WS-HIST-FIELD
                   MOVE WS-PND-OLD (WS-PND-I) TO WS-HIST-OLD
                   MOVE WS-PND-NEW (WS-PND-I) TO WS-HIST-NEW
                   PERFORM WRITE-HISTORY-ROW
                   PERFORM MARK-CHANGE-APPLIED
                   MOVE "Y" TO WS-PND-DONE (WS-PND-I)
               END-IF
           END-PERFORM.

      *> A retirement or leave taking effect cuts off the employee's
      *> operator access the same night, as the online screens do.
           MOVE WS-PND-STATUS-IX TO WS-PND-I
           MOVE WS-PND-EMP-ID (WS-PND-I) TO WS-LNK-EMP-ID
           PERFORM SUSPEND-LINKED-OPERATORS
           MOVE WS-PND-SAVE-I TO WS-PND-I
           EXIT.

       FIND-STATUS-ROW.
      *> Sets WS-PND-STATUS-IX to the emp_status row of the unit the
      *> row at WS-PND-I belongs to, or zero when there is none due.
           MOVE ZERO TO WS-PND-STATUS-IX
           IF WS-PND-FIELD (WS-PND-I) = "emp_status"
               MOVE WS-PND-I TO WS-PND-STATUS-IX
               EXIT PARAGRAPH
           END-IF.
           IF WS-PND-FIELD (WS-PND-I) = "retirement_date"
               MOVE "RETIRED" TO WS-UNIT-STATUS
           ELSE
               MOVE "ON-LEAVE" TO WS-UNIT-STATUS
           END-IF.
           PERFORM VARYING WS-PND-J FROM 1 BY 1
                   UNTIL WS-PND-J > WS-PND-COUNT
                   OR WS-PND-STATUS-IX NOT = ZERO
               IF WS-PND-DONE (WS-PND-J) NOT = "Y"
                   AND WS-PND-EMP-ID (WS-PND-J) = WS-PND-EMP-ID (WS-PND-I)
                   AND WS-PND-EFF (WS-PND-J) = WS-PND-EFF (WS-PND-I)
                   AND WS-PND-FIELD (WS-PND-J) = "emp_status"
                   AND WS-PND-NEW (WS-PND-J) = WS-UNIT-STATUS
                   MOVE WS-PND-J TO WS-PND-STATUS-IX
               END-IF
           END-PERFORM.
           EXIT.

       SKIP-UNIT-BUSY.
           PERFORM VARYING WS-PND-I FROM 1 BY 1
                   UNTIL WS-PND-I > WS-PND-COUNT
               IF WS-PND-UNIT (WS-PND-I) = "Y"
                   PERFORM SKIP-CHANGE-BUSY
                   MOVE "Y" TO WS-PND-DONE (WS-PND-I)
               END-IF
           END-PERFORM.
           MOVE WS-PND-SAVE-I TO WS-PND-I
           EXIT.

       MARK-UNIT-ERROR.
           PERFORM VARYING WS-PND-I FROM 1 BY 1
                   UNTIL WS-PND-I > WS-PND-COUNT
               IF WS-PND-UNIT (WS-PND-I) = "Y"
                   PERFORM MARK-CHANGE-ERROR
                   MOVE "Y" TO WS-PND-DONE (WS-PND-I)
               END-IF
           END-PERFORM.
           MOVE WS-PND-SAVE-I TO WS-PND-I
           EXIT.

       HOLD-CHANGE-FOR-APPROVAL.
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE pending_change SET change_status='AWAITING' "
               "WHERE change_id=" WS-PND-CHANGE-ID (WS-PND-I)
               " AND change_status='PENDING';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "could not hold change for approval (database busy)"
                   TO WS-FAIL-REASON
               PERFORM SKIP-CHANGE-BUSY
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO LOG-LINE
           STRING "HELD change " WS-PND-CHANGE-ID (WS-PND-I)
               " emp_id=" WS-PND-EMP-ID (WS-PND-I)
               " " FUNCTION TRIM (WS-PND-FIELD (WS-PND-I))
               ": never approved - sent to the approval screen"
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE
           EXIT.

       SKIP-CHANGE-BUSY.
      *> The row is left untouched - still PENDING - so the next run
      *> picks it up again once the database frees up.
           END-IF.
           EXIT.

       SUSPEND-LINKED-OPERATORS.
      *> Same as the online retire and leave: every ACTIVE or LOCKED
      *> operator account linked to employee WS-LNK-EMP-ID is
      *> suspended, one log line and one operator_account audit row
      *> per account.  The update runs even if the accounts could not
      *> be listed first.
           MOVE ZERO TO WS-LNK-COUNT
           MOVE SPACES TO SQL-TEXT
           STRING "SELECT operator_id, operator_status FROM operators "
               "WHERE emp_id=" WS-LNK-EMP-ID
               " AND operator_status IN ('ACTIVE','LOCKED') ORDER BY operator_id;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE = 0
               PERFORM STEP-SQL-RETRY
               PERFORM UNTIL RETCODE NOT = 100
                   IF WS-LNK-COUNT < WS-LNK-LIMIT
                       ADD 1 TO WS-LNK-COUNT
                       CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                       MOVE VALUE-TEXT (1:10) TO WS-LNK-OP-ID (WS-LNK-COUNT)
                       CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                       MOVE VALUE-TEXT (1:10) TO WS-LNK-OLD (WS-LNK-COUNT)
                   END-IF
                   PERFORM STEP-SQL-RETRY
               END-PERFORM
               CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           END-IF.

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
               MOVE ZERO TO WS-HIST-EMP-ID
               MOVE "operator_account" TO WS-HIST-FIELD
               MOVE SPACES TO WS-HIST-OLD WS-HIST-NEW
               STRING FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " "
                   FUNCTION TRIM (WS-LNK-OLD (WS-LNK-I))
                   DELIMITED BY SIZE INTO WS-HIST-OLD
               END-STRING
               STRING FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I)) " SUSPENDED"
                   DELIMITED BY SIZE INTO WS-HIST-NEW
               END-STRING
               PERFORM WRITE-HISTORY-ROW
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SPACES TO LOG-LINE
               STRING "SUSPENDED operator " FUNCTION TRIM (WS-LNK-OP-ID (WS-LNK-I))
                   " linked to emp_id=" WS-LNK-EMP-ID
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
           END-PERFORM.
           EXIT.

       WRITE-HISTORY-ROW.
      *> The operator on the history row is whoever queued the change,
      *> so the audit trail reads the same as an immediate update.
