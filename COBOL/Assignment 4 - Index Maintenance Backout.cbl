           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
           05 JOURNAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NUM-OF-JOURNAL-ENTRIES.
               10 JRNL-ACTION-WS PIC X(1).
               10 JRNL-BEFORE-WS PIC X(74).
               10 JRNL-AFTER-WS PIC X(74).

      ******************************************************************
       PROCEDURE DIVISION.
