           05 ARCH-FINAL-GRADE PIC X(1).
           05 ARCH-FINALIZED-STATUS PIC X(1).
           05 ARCH-ENROLLMENT-STATUS PIC X(1).
           05 ARCH-GRADING-BASIS PIC X(1).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
