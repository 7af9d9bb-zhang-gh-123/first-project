           05 DL-EMP-ID      PIC 9(5).
           05 DL-EMP-NAME    PIC X(20).
           05 DL-EMP-DEPT    PIC X(15).
           05 DL-BIRTH-DATE  PIC X(8).
           05 DL-EMP-GENDER  PIC X(6).
           05 DL-HIRE-DATE   PIC X(8).
           05 DL-GRADE       PIC X(2).
