           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(74).

       FD ARCHIVE-REPORT.
       01 ARCHIVE-REPORT-RECORD PIC X(80).
               10 RESTCTL-TERM-RETAINED PIC 9(5).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD CYCLE-CONTROL-FILE.
       01 CYCLE-CONTROL-RECORD.
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "ARCHIVE-STUDENT-IDX".
