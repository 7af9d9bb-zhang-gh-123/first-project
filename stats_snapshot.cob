       01 WS-ST-STATUS      PIC X(10).
       01 WS-ST-GRADE-IX    PIC 9.
       01 WS-ST-AVG-AGE     PIC 9(3)V9.
       01 WS-AGE-DOB        PIC X(8).
       01 WS-AGE-YEARS      PIC S9(3).
       01 WS-ST-AVG-TENURE  PIC 9(3)V9.
       01 WS-ST-DEPT-TOTALS.
           05 WS-ST-HEADCOUNT   PIC 9(5).
           05 WS-ST-MALE-CNT    PIC 9(5).
           05 WS-ST-FEMALE-CNT  PIC 9(5).
           05 WS-ST-AGE-SUM     PIC 9(7).
           05 WS-ST-AGE-CNT     PIC 9(5).
           05 WS-ST-TENURE-DAYS PIC S9(9).
           05 WS-ST-TENURE-CNT  PIC 9(5).
           05 WS-ST-ONLEAVE-CNT PIC 9(5).
           INITIALIZE WS-ST-DEPT-TOTALS

           MOVE "SELECT emp_dept, COALESCE(salary_grade,''), emp_gender, " &
                "COALESCE(birth_date,''), COALESCE(hire_date,''), emp_status FROM employee " &
                "WHERE emp_status IN ('ACTIVE','ON-LEAVE') ORDER BY emp_dept;" TO SQL-TEXT

           PERFORM PREPARE-SQL-RETRY.
                       ADD 1 TO WS-ST-FEMALE-CNT
                   END-IF

      *> Ages come from the date of birth as of the run date; anyone
      *> without one on file is left out of the average rather than
      *> counted as zero.
                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 3 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-AGE-DOB
                   IF WS-AGE-DOB IS NUMERIC
                       PERFORM COMPUTE-AGE-FROM-DOB
                       ADD WS-AGE-YEARS TO WS-ST-AGE-SUM
                       ADD 1 TO WS-ST-AGE-CNT
                   END-IF

                   CALL "sqlite3_column_text"   USING BY REFERENCE STMT BY VALUE 4 BY REFERENCE VALUE-TEXT
                   MOVE VALUE-TEXT (1:8) TO WS-ST-HIRE-DATE
               PERFORM STEP-SQL-RETRY
           END-PERFORM.

      *> Judged before the last department is stored, since that
      *> store's own INSERT resets RETCODE.
           IF RETCODE NOT = 101
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.

           IF WS-ST-DEPT-PREV NOT = SPACES
               PERFORM STORE-DEPT-SNAPSHOT
           END-IF.
           CALL "sqlite3_finalize"   USING BY REFERENCE STMT

           MOVE SPACES TO LOG-LINE

       STORE-DEPT-SNAPSHOT.
           MOVE ZERO TO WS-ST-AVG-AGE WS-ST-AVG-TENURE
           IF WS-ST-AGE-CNT > 0
               COMPUTE WS-ST-AVG-AGE ROUNDED =
                   WS-ST-AGE-SUM / WS-ST-AGE-CNT
           END-IF
           IF WS-ST-TENURE-CNT > 0
               COMPUTE WS-ST-AVG-TENURE ROUNDED =
           END-IF.
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

       WRITE-TREND-REPORT.
      *> Prints, per department, the snapshots of the last twelve
      *> calendar months oldest first: headcount with the change from
