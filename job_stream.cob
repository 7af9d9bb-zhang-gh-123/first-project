       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-JOB-STREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Each step's own log is read back once the step ends to find
      *> the run-status line it finished with.
           SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO WS-STEP-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "job_stream_summary.txt"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "job_stream.log"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE.
       01 STEP-LOG-LINE     PIC X(120).

       FD  SUMMARY-FILE.
       01 SUMMARY-LINE      PIC X(80).

       FD  LOG-FILE.
       01 LOG-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 DB                USAGE POINTER.
       01 STMT              USAGE POINTER.
       01 RETCODE           PIC S9(9) COMP-5.
       01 SQL-TEXT          PIC X(512).
       01 DB-NAME           PIC X(64) VALUE "employee.db".
       01 VALUE-TEXT        PIC X(64).

       01 WS-PARM           PIC X(10) VALUE SPACES.
       01 WS-RUN-OK-FLAG    PIC X VALUE "Y".
       01 WS-CURRENT-DATE   PIC X(8).
       01 WS-STEP-TS        PIC X(21).
       01 WS-RUN-ID         PIC 9(7) VALUE 0.
       01 WS-LAST-RUN-ID    PIC 9(7) VALUE 0.
       01 WS-LAST-OPEN-CNT  PIC 9(3) VALUE 0.
       01 WS-LAST-RUN-FLAG  PIC X VALUE "?".
       01 WS-FAIL-NAME      PIC X(24) VALUE SPACES.
       01 WS-DONE-COUNT     PIC 9(2) VALUE 0.
       01 WS-RESTART-FLAG   PIC X VALUE "N".

      *> The stream in running order.  For each step: the name it is
      *> recorded under on job_run, the command that runs it, the log
      *> it writes, the line that log ends with on a clean run, and the
      *> line it ends with when the step finished but reported
      *> exceptions that should not hold up the rest of the night.
       01 WS-STEP-COUNT     PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 12 TIMES.
               10 WS-STEP-NAME      PIC X(24).
               10 WS-STEP-COMMAND   PIC X(40).
               10 WS-STEP-LOG       PIC X(30).
               10 WS-STEP-OK-TEXT   PIC X(40).
               10 WS-STEP-EXC-TEXT  PIC X(40).
               10 WS-STEP-STATUS    PIC X(10).
       01 WS-STEP-IX        PIC 9(2).
       01 WS-STEP-SEQ-ED    PIC Z9.
       01 WS-STEP-LOG-NAME  PIC X(30).
       01 WS-STEP-OUTCOME   PIC X(10).
       01 WS-STEP-MESSAGE   PIC X(120).
       01 WS-STATUS-FOUND   PIC X.
       01 WS-LOG-EOF        PIC X.
       01 WS-OK-LEN         PIC 9(3).
       01 WS-EXC-LEN        PIC 9(3).
       01 WS-SYS-RC         PIC S9(9) COMP-5.
       01 WS-SYS-RC-ED      PIC -(8)9.
       01 WS-LOOKUP-NAME    PIC X(24).

       01 WS-SUM-SEQ        PIC X(3).
       01 WS-SUM-NAME       PIC X(24).
       01 WS-SUM-START      PIC X(21).
       01 WS-SUM-END        PIC X(21).
       01 WS-SUM-START-ED   PIC X(17).
       01 WS-SUM-END-ED     PIC X(17).
       01 WS-SUM-STATUS     PIC X(10).
       01 WS-SUM-TEXT       PIC X(64).
       01 WS-SUM-TRIES      PIC X(3).
       01 WS-SUM-RUN-DATE   PIC X(8).
       01 WS-SUM-NOTRUN     PIC 9(2) VALUE 0.
       01 WS-SUM-NOTRUN-ED  PIC Z9.

       01 SQLITE-BUSY        PIC S9(9) COMP-5 VALUE 5.
       01 SQLITE-LOCKED      PIC S9(9) COMP-5 VALUE 6.
       01 WS-RETRY-COUNT     PIC 9(3) VALUE 0.
       01 WS-MAX-RETRIES     PIC 9(3) VALUE 5.
       01 WS-WAIT-SECONDS    PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-DATABASE

           OPEN OUTPUT LOG-FILE
           MOVE "Nightly job stream starting" TO LOG-LINE
           WRITE LOG-LINE

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           PERFORM LOAD-STREAM-STEPS

      *> Blank starts tonight's run, but only when the last run
      *> finished - a stream left failed must be picked up with
      *> RESTART (resume at the failed step) or deliberately abandoned
      *> with NEW (start a fresh run from the first step).
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (WS-PARM) TO WS-PARM

           PERFORM GET-LAST-RUN
           IF WS-LAST-RUN-FLAG = "?"
               MOVE "RUN FAILED: could not read job_run" TO LOG-LINE
               WRITE LOG-LINE
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF

           IF WS-RUN-OK-FLAG = "Y"
               EVALUATE WS-PARM
                   WHEN "RESTART"
                       IF WS-LAST-RUN-ID = ZERO
                           MOVE "RUN FAILED: no earlier run on job_run to restart" TO LOG-LINE
                           WRITE LOG-LINE
                           MOVE "N" TO WS-RUN-OK-FLAG
                       ELSE
                           PERFORM RESUME-LAST-RUN
                       END-IF
                   WHEN SPACES
                       IF WS-LAST-RUN-FLAG = "Y"
                           MOVE SPACES TO LOG-LINE
                           STRING "RUN FAILED: run " WS-LAST-RUN-ID
                               " did not finish - rerun with RESTART to resume it,"
                               " or NEW to start over"
                               DELIMITED BY SIZE INTO LOG-LINE
                           END-STRING
                           WRITE LOG-LINE
                           MOVE "N" TO WS-RUN-OK-FLAG
                       ELSE
                           PERFORM START-NEW-RUN
                       END-IF
                   WHEN "NEW"
                       PERFORM START-NEW-RUN
                   WHEN OTHER
                       MOVE SPACES TO LOG-LINE
                       STRING "RUN FAILED: unrecognized option '"
                           FUNCTION TRIM (WS-PARM)
                           "' - use RESTART, NEW or leave blank"
                           DELIMITED BY SIZE INTO LOG-LINE
                       END-STRING
                       WRITE LOG-LINE
                       MOVE "N" TO WS-RUN-OK-FLAG
               END-EVALUATE
           END-IF

      *> Steps already COMPLETE (or finished with exceptions) on a
      *> restarted run are passed over; the first failure stops the
      *> stream so nothing downstream runs against half-done work.
           IF WS-RUN-OK-FLAG = "Y"
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                       OR WS-RUN-OK-FLAG NOT = "Y"
                   IF WS-STEP-STATUS (WS-STEP-IX) = "COMPLETE"
                       OR WS-STEP-STATUS (WS-STEP-IX) = "EXCEPTIONS"
                       ADD 1 TO WS-DONE-COUNT
                       MOVE WS-STEP-IX TO WS-STEP-SEQ-ED
                       MOVE SPACES TO LOG-LINE
                       STRING "Step " WS-STEP-SEQ-ED " "
                           FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX))
                           " already finished on run " WS-RUN-ID
                           " - not rerun"
                           DELIMITED BY SIZE INTO LOG-LINE
                       END-STRING
                       WRITE LOG-LINE
                   ELSE
                       PERFORM RUN-ONE-STEP
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RUN-ID NOT = ZERO
               PERFORM WRITE-RUN-SUMMARY
           END-IF

           MOVE SPACES TO LOG-LINE
           IF WS-RUN-OK-FLAG = "Y"
               STRING "Run status: COMPLETE - run " WS-RUN-ID ", "
                   WS-DONE-COUNT " of " WS-STEP-COUNT " step(s) finished"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               IF WS-FAIL-NAME NOT = SPACES
                   STRING "Run status: FAILED - run " WS-RUN-ID
                       " stopped at " FUNCTION TRIM (WS-FAIL-NAME)
                       ", rerun with RESTART once it is fixed"
                       DELIMITED BY SIZE INTO LOG-LINE
                   END-STRING
               ELSE
                   MOVE "Run status: FAILED - stream not started" TO LOG-LINE
               END-IF
           END-IF
           WRITE LOG-LINE

           CLOSE LOG-FILE.
           CALL "my_sqlite3_close"   USING BY VALUE DB.
      *> A non-zero exit lets the scheduler see a failed night too.
           IF WS-RUN-OK-FLAG NOT = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-DATABASE.
           PERFORM OPEN-DB-RETRY
           IF RETCODE NOT = 0
               DISPLAY "Database connection error"
               STOP RUN
           END-IF.

      *> One row per step per run.  A restarted step keeps its row:
      *> the start/end times and outcome are overwritten and the
      *> attempt count goes up.
           MOVE "CREATE TABLE IF NOT EXISTS job_run (" &
                "run_id INTEGER, step_seq INTEGER, step_name TEXT, " &
                "run_date TEXT, started_at TEXT, ended_at TEXT, " &
                "step_status TEXT DEFAULT 'PENDING', status_text TEXT, " &
                "attempts INTEGER DEFAULT 0, " &
                "PRIMARY KEY (run_id, step_name));"
                TO SQL-TEXT.
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               DISPLAY "Job run table creation error"
               STOP RUN
           END-IF.
           EXIT.

       LOAD-STREAM-STEPS.
           MOVE SPACES TO WS-STEP-TABLE

           ADD 1 TO WS-STEP-COUNT
           MOVE "PENDING-CHANGE-APPLY" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./pending_apply" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "pending_apply.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: COMPLETE" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)
           MOVE "Run status: COMPLETE WITH EXCEPTIONS" TO WS-STEP-EXC-TEXT (WS-STEP-COUNT)

           ADD 1 TO WS-STEP-COUNT
           MOVE "EMPLOYEE-BATCH-LOAD" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./batch_load" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "batch_load.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: COMPLETE" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)

      *> Any integrity exception fails this step, so the payroll
      *> extract never runs against data that needs correcting.
           ADD 1 TO WS-STEP-COUNT
           MOVE "DATA-INTEGRITY-SWEEP" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./integrity_check" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "integrity_check.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: CLEAN" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)

           ADD 1 TO WS-STEP-COUNT
           MOVE "PAYROLL-DELTA-EXTRACT" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./payroll_extract" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "payroll_extract.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Extracted:" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)

           ADD 1 TO WS-STEP-COUNT
           MOVE "PAYROLL-ACK-RECONCILE" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./payroll_ack" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "payroll_ack.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: CLEAN" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)
           MOVE "Run status: MISMATCHES FOUND" TO WS-STEP-EXC-TEXT (WS-STEP-COUNT)

           ADD 1 TO WS-STEP-COUNT
           MOVE "HR-STATS-SNAPSHOT" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./stats_snapshot" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "stats_snapshot.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Snapshot for" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)

           ADD 1 TO WS-STEP-COUNT
           MOVE "HR-REPORT-RUNNER" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./report_runner" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "hr_reports.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: COMPLETE" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)

      *> Last, so the night's unload files hold the database as the
      *> whole stream left it.
           ADD 1 TO WS-STEP-COUNT
           MOVE "DATABASE-UNLOAD" TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE "./db_unload" TO WS-STEP-COMMAND (WS-STEP-COUNT)
           MOVE "db_unload.log" TO WS-STEP-LOG (WS-STEP-COUNT)
           MOVE "Run status: COMPLETE" TO WS-STEP-OK-TEXT (WS-STEP-COUNT)
           EXIT.

       GET-LAST-RUN.
      *> Finds the most recent run and how many of its steps are not
      *> yet finished.  WS-LAST-RUN-FLAG is Y when that run is still
      *> open, N when it finished or there is none, ? when job_run
      *> could not be read.
           MOVE "?" TO WS-LAST-RUN-FLAG
           MOVE ZERO TO WS-LAST-RUN-ID WS-LAST-OPEN-CNT

           MOVE "SELECT run_id, SUM(CASE WHEN step_status IN " &
                "('COMPLETE','EXCEPTIONS') THEN 0 ELSE 1 END) " &
                "FROM job_run WHERE run_id = " &
                "(SELECT MAX(run_id) FROM job_run) GROUP BY run_id;"
                TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           EVALUATE RETCODE
               WHEN 100
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-LAST-RUN-ID
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
                   MOVE FUNCTION NUMVAL (VALUE-TEXT) TO WS-LAST-OPEN-CNT
                   IF WS-LAST-OPEN-CNT > 0
                       MOVE "Y" TO WS-LAST-RUN-FLAG
                   ELSE
                       MOVE "N" TO WS-LAST-RUN-FLAG
                   END-IF
               WHEN 101
                   MOVE "N" TO WS-LAST-RUN-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT
           EXIT.

       START-NEW-RUN.
      *> Numbers the run one past the last and records every step as
      *> PENDING up front, so the summary shows what never got to run.
           COMPUTE WS-RUN-ID = WS-LAST-RUN-ID + 1
           MOVE SPACES TO LOG-LINE
           STRING "Starting run " WS-RUN-ID " for " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT OR WS-RUN-OK-FLAG NOT = "Y"
               PERFORM INSERT-STEP-ROW
           END-PERFORM.
           EXIT.

       RESUME-LAST-RUN.
      *> Picks up the outcome of every step already recorded for the
      *> last run.  A step added to the stream since that run started
      *> is given a PENDING row of its own.
           MOVE WS-LAST-RUN-ID TO WS-RUN-ID
           MOVE "Y" TO WS-RESTART-FLAG
           MOVE SPACES TO LOG-LINE
           IF WS-LAST-RUN-FLAG = "Y"
               STRING "Restarting run " WS-RUN-ID
                   " at its first unfinished step"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           ELSE
               STRING "Run " WS-RUN-ID
                   " already finished - nothing to restart"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
           END-IF
           WRITE LOG-LINE

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT step_name, step_status FROM job_run "
               "WHERE run_id=" WS-RUN-ID ";"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "RUN FAILED: could not read job_run" TO LOG-LINE
               WRITE LOG-LINE
               MOVE "N" TO WS-RUN-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:24) TO WS-LOOKUP-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                   IF WS-STEP-NAME (WS-STEP-IX) = WS-LOOKUP-NAME
                       MOVE VALUE-TEXT (1:10) TO WS-STEP-STATUS (WS-STEP-IX)
                   END-IF
               END-PERFORM
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "RUN FAILED: database was busy reading job_run" TO LOG-LINE
               WRITE LOG-LINE
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT OR WS-RUN-OK-FLAG NOT = "Y"
               IF WS-STEP-STATUS (WS-STEP-IX) = SPACES
                   PERFORM INSERT-STEP-ROW
               END-IF
           END-PERFORM.
           EXIT.

       INSERT-STEP-ROW.
           MOVE "PENDING" TO WS-STEP-STATUS (WS-STEP-IX)
           MOVE SPACES TO SQL-TEXT
           STRING "INSERT OR IGNORE INTO job_run (run_id, step_seq, "
               "step_name, run_date, step_status, attempts) VALUES ("
               WS-RUN-ID ", " WS-STEP-IX ", '"
               FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX)) "', '"
               WS-CURRENT-DATE "', 'PENDING', 0);"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "RUN FAILED: could not record the run on job_run" TO LOG-LINE
               WRITE LOG-LINE
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.
           EXIT.

       RUN-ONE-STEP.
      *> Marks the step RUNNING, runs it, reads its outcome from its
      *> log and records the outcome.  A driver that dies mid-step
      *> leaves the row RUNNING, which a restart treats as unfinished.
           MOVE WS-STEP-IX TO WS-STEP-SEQ-ED
           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-STEP-TS
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE job_run SET step_status='RUNNING', started_at='"
               WS-STEP-TS "', ended_at=NULL, status_text=NULL, "
               "attempts=COALESCE(attempts,0)+1 WHERE run_id=" WS-RUN-ID
               " AND step_name='" FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX))
               "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE SPACES TO LOG-LINE
               STRING "RUN FAILED: could not mark step " WS-STEP-SEQ-ED
                   " started on job_run - step not run"
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-FAIL-NAME
               MOVE "N" TO WS-RUN-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LOG-LINE
           STRING "Step " WS-STEP-SEQ-ED " "
               FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX)) " started "
               WS-STEP-TS (1:14)
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

      *> The previous night's log is removed first so a step that dies
      *> before opening its own log cannot be judged on stale output.
           MOVE WS-STEP-LOG (WS-STEP-IX) TO WS-STEP-LOG-NAME
           CALL "CBL_DELETE_FILE" USING WS-STEP-LOG-NAME
           CALL "SYSTEM" USING WS-STEP-COMMAND (WS-STEP-IX)
               RETURNING WS-SYS-RC

           PERFORM CHECK-STEP-LOG

           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-STEP-TS
           MOVE WS-STEP-OUTCOME TO WS-STEP-STATUS (WS-STEP-IX)
           INSPECT WS-STEP-MESSAGE REPLACING ALL "'" BY '"'
           MOVE SPACES TO SQL-TEXT
           STRING "UPDATE job_run SET step_status='"
               FUNCTION TRIM (WS-STEP-OUTCOME) "', ended_at='"
               WS-STEP-TS "', status_text='"
               FUNCTION TRIM (WS-STEP-MESSAGE (1:60))
               "' WHERE run_id=" WS-RUN-ID
               " AND step_name='" FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX))
               "';"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING
           PERFORM EXEC-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "Warning: could not record step outcome on job_run" TO LOG-LINE
               WRITE LOG-LINE
           END-IF.

           MOVE SPACES TO LOG-LINE
           STRING "Step " WS-STEP-SEQ-ED " "
               FUNCTION TRIM (WS-STEP-NAME (WS-STEP-IX)) " "
               FUNCTION TRIM (WS-STEP-OUTCOME) " " WS-STEP-TS (1:14)
               ": " FUNCTION TRIM (WS-STEP-MESSAGE)
               DELIMITED BY SIZE INTO LOG-LINE
           END-STRING
           WRITE LOG-LINE

           IF WS-STEP-OUTCOME = "FAILED"
               MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-FAIL-NAME
               MOVE "N" TO WS-RUN-OK-FLAG
           ELSE
               ADD 1 TO WS-DONE-COUNT
           END-IF.
           EXIT.

       CHECK-STEP-LOG.
      *> Judges the step from the run-status line in its log: a
      *> RUN FAILED or "Run status: FAILED" line anywhere fails it,
      *> otherwise the step's exceptions line or clean line decides.
      *> No recognisable line at all - or a non-zero exit from the
      *> program - is a failure.
           MOVE "FAILED" TO WS-STEP-OUTCOME
           MOVE SPACES TO WS-STEP-MESSAGE
           MOVE "N" TO WS-STATUS-FOUND
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-STEP-OK-TEXT (WS-STEP-IX)))
               TO WS-OK-LEN
           MOVE ZERO TO WS-EXC-LEN
           IF WS-STEP-EXC-TEXT (WS-STEP-IX) NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-STEP-EXC-TEXT (WS-STEP-IX)))
                   TO WS-EXC-LEN
           END-IF

           OPEN INPUT STEP-LOG-FILE
           MOVE "N" TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ STEP-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM CLASSIFY-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE STEP-LOG-FILE

           IF WS-STATUS-FOUND = "N"
               MOVE SPACES TO WS-STEP-MESSAGE
               STRING "No run-status line in "
                   FUNCTION TRIM (WS-STEP-LOG (WS-STEP-IX))
                   DELIMITED BY SIZE INTO WS-STEP-MESSAGE
               END-STRING
           END-IF

           IF WS-SYS-RC NOT = 0 AND WS-STEP-OUTCOME NOT = "FAILED"
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE WS-SYS-RC TO WS-SYS-RC-ED
               MOVE SPACES TO WS-STEP-MESSAGE
               STRING "Program ended with exit code "
                   FUNCTION TRIM (WS-SYS-RC-ED)
                   DELIMITED BY SIZE INTO WS-STEP-MESSAGE
               END-STRING
           END-IF.
           EXIT.

       CLASSIFY-LOG-LINE.
           IF STEP-LOG-LINE (1:10) = "RUN FAILED"
               OR STEP-LOG-LINE (1:18) = "Run status: FAILED"
               MOVE "FAILED" TO WS-STEP-OUTCOME
               MOVE STEP-LOG-LINE TO WS-STEP-MESSAGE
               MOVE "F" TO WS-STATUS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-FOUND = "F"
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXC-LEN > 0
               IF STEP-LOG-LINE (1:WS-EXC-LEN) =
                   WS-STEP-EXC-TEXT (WS-STEP-IX) (1:WS-EXC-LEN)
                   MOVE "EXCEPTIONS" TO WS-STEP-OUTCOME
                   MOVE STEP-LOG-LINE TO WS-STEP-MESSAGE
                   MOVE "Y" TO WS-STATUS-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF STEP-LOG-LINE (1:WS-OK-LEN) =
               WS-STEP-OK-TEXT (WS-STEP-IX) (1:WS-OK-LEN)
               MOVE "COMPLETE" TO WS-STEP-OUTCOME
               MOVE STEP-LOG-LINE TO WS-STEP-MESSAGE
               MOVE "Y" TO WS-STATUS-FOUND
           END-IF.
           EXIT.

       WRITE-RUN-SUMMARY.
      *> The one-page morning summary: every step of the run with its
      *> times, outcome and closing status line, read back from
      *> job_run so a restarted run shows the whole night.
           OPEN OUTPUT SUMMARY-FILE
           MOVE ZERO TO WS-SUM-NOTRUN
           MOVE WS-CURRENT-DATE TO WS-SUM-RUN-DATE

           MOVE "NIGHTLY JOB STREAM - MORNING RUN SUMMARY" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE ALL "=" TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE SPACES TO SQL-TEXT
           STRING "SELECT step_seq, step_name, COALESCE(started_at,''), "
               "COALESCE(ended_at,''), COALESCE(step_status,''), "
               "substr(COALESCE(status_text,''),1,60), "
               "COALESCE(attempts,0), COALESCE(run_date,'') "
               "FROM job_run WHERE run_id=" WS-RUN-ID
               " ORDER BY step_seq;"
               DELIMITED BY SIZE INTO SQL-TEXT
           END-STRING

           PERFORM PREPARE-SQL-RETRY.
           IF RETCODE NOT = 0
               MOVE "Summary unavailable - job_run could not be read." TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               CLOSE SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM STEP-SQL-RETRY
           IF RETCODE = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 7 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:8) TO WS-SUM-RUN-DATE
           END-IF

           MOVE SPACES TO SUMMARY-LINE
           STRING "Run: " WS-RUN-ID "   Run date: " WS-SUM-RUN-DATE
               "   Printed: " FUNCTION CURRENT-DATE (1:8) " "
               FUNCTION CURRENT-DATE (9:2) ":" FUNCTION CURRENT-DATE (11:2)
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           IF WS-RESTART-FLAG = "Y"
               MOVE "This run was restarted - finished steps were not rerun." TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "Seq Step                     Started           Ended             Status" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "--- ------------------------ ----------------- ----------------- ----------" TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           PERFORM UNTIL RETCODE NOT = 100
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 0 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:3) TO WS-SUM-SEQ
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 1 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:24) TO WS-SUM-NAME
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 2 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:21) TO WS-SUM-START
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:21) TO WS-SUM-END
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:10) TO WS-SUM-STATUS
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 5 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT TO WS-SUM-TEXT
               CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 6 BY REFERENCE VALUE-TEXT
               MOVE VALUE-TEXT (1:3) TO WS-SUM-TRIES

               MOVE SPACES TO WS-SUM-START-ED WS-SUM-END-ED
               IF WS-SUM-START NOT = SPACES
                   STRING WS-SUM-START (1:8) " " WS-SUM-START (9:2) ":"
                       WS-SUM-START (11:2) ":" WS-SUM-START (13:2)
                       DELIMITED BY SIZE INTO WS-SUM-START-ED
                   END-STRING
               END-IF
               IF WS-SUM-END NOT = SPACES
                   STRING WS-SUM-END (1:8) " " WS-SUM-END (9:2) ":"
                       WS-SUM-END (11:2) ":" WS-SUM-END (13:2)
                       DELIMITED BY SIZE INTO WS-SUM-END-ED
                   END-STRING
               END-IF
               IF WS-SUM-STATUS = "PENDING"
                   MOVE "NOT RUN" TO WS-SUM-STATUS
                   ADD 1 TO WS-SUM-NOTRUN
               END-IF

               MOVE SPACES TO SUMMARY-LINE
               STRING WS-SUM-SEQ " " WS-SUM-NAME " " WS-SUM-START-ED " "
                   WS-SUM-END-ED " " WS-SUM-STATUS
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               IF WS-SUM-TEXT NOT = SPACES
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "    " FUNCTION TRIM (WS-SUM-TEXT)
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                   END-STRING
                   WRITE SUMMARY-LINE
               END-IF
               IF FUNCTION NUMVAL (WS-SUM-TRIES) > 1
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "    (attempts this run: "
                       FUNCTION TRIM (WS-SUM-TRIES) ")"
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                   END-STRING
                   WRITE SUMMARY-LINE
               END-IF

               PERFORM STEP-SQL-RETRY
           END-PERFORM.

           IF RETCODE NOT = 101
               MOVE "WARNING: database was busy - summary may be incomplete." TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           IF WS-RUN-OK-FLAG = "Y"
               STRING "Stream status: COMPLETE - " WS-DONE-COUNT " of "
                   WS-STEP-COUNT " step(s) finished"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               MOVE WS-SUM-NOTRUN TO WS-SUM-NOTRUN-ED
               STRING "Stream status: FAILED at " FUNCTION TRIM (WS-FAIL-NAME)
                   " - " FUNCTION TRIM (WS-SUM-NOTRUN-ED) " later step(s) not run"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
               MOVE "Fix the failed step from its log, then rerun the stream with RESTART." TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF

           CLOSE SUMMARY-FILE
           EXIT.

       OPEN-DB-RETRY.
      *> Same busy/locked retry treatment as the other batch jobs,
      *> since the stream can start while a user session is open.
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
