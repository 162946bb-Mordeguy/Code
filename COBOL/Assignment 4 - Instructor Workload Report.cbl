         ASSIGN TO WS-WORKLOAD-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISTRIBUTION-FILE
         ASSIGN TO WS-DISTRIBUTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD-IN.
       FD WORKLOAD-REPORT.
       01 WORKLOAD-REPORT-RECORD PIC X(80).

       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD PIC X(110).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-REPORT-TERM-CODE PIC X(6) VALUE SPACES.
               88 ALL-TERMS-REQUESTED VALUE SPACES.
           05 WS-DISTRIBUTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WKLDDIST.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-INST-WORKLOAD".
               10 WKLD-SECTION-COUNT-WS PIC 9(3).
               10 WKLD-HEADCOUNT-WS PIC 9(5).

       01 DISTRIBUTION-LINE-STRUCTURE.
           05 DST-REPORT-ID PIC X(8) VALUE "WORKLOAD".
           05 DST-LINE-TYPE PIC X(1) VALUE "D".
           05 DST-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 DST-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 DST-TERM-CODE PIC X(6) VALUE SPACES.
           05 DST-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 DST-PRINT-LINE PIC X(80) VALUE SPACES.

       01 REPORT-HEADER.
           05 FILLER PIC X(27)
                   VALUE "INSTRUCTOR WORKLOAD REPORT ".
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT STUDENT-FILE-INDEX ASSIGNMENT-FILE
                      INSTRUCTOR-FILE.
           OPEN OUTPUT WORKLOAD-REPORT DISTRIBUTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 301-LOAD-ASSIGNMENT-TABLE
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
               MOVE "ALL" TO WLH-TERM-CODE
           END-IF.
           WRITE WORKLOAD-REPORT-RECORD FROM REPORT-HEADER.
           MOVE "H" TO DST-LINE-TYPE.
           MOVE REPORT-HEADER TO DST-PRINT-LINE.
           PERFORM 316-WRITE-DISTRIBUTION-LINE.

       202-COUNT-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
                   UNTIL WORKLOAD-SUB > NUM-OF-WORKLOADS.
           MOVE NUM-OF-WORKLOADS TO WLT-COUNT.
           WRITE WORKLOAD-REPORT-RECORD FROM REPORT-TRAILER.
           MOVE "T" TO DST-LINE-TYPE.
           MOVE SPACES TO DST-INSTRUCTOR-ID DST-TERM-CODE.
           MOVE REPORT-TRAILER TO DST-PRINT-LINE.
           PERFORM 316-WRITE-DISTRIBUTION-LINE.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "INSTRUCTOR WORKLOAD REPORT COMPLETE".
           DISPLAY "  WORKLOAD LINES: " NUM-OF-WORKLOADS.
           CLOSE STUDENT-FILE-INDEX WORKLOAD-REPORT DISTRIBUTION-FILE
                 AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
           MOVE WKLD-HEADCOUNT-WS(WORKLOAD-SUB) TO WLL-HEADCOUNT.
           WRITE WORKLOAD-REPORT-RECORD
               FROM WORKLOAD-LINE-STRUCTURE.
           MOVE WKLD-INSTRUCTOR-ID-WS(WORKLOAD-SUB)
               TO DST-INSTRUCTOR-ID.
           MOVE WKLD-TERM-WS(WORKLOAD-SUB) TO DST-TERM-CODE.
           MOVE WORKLOAD-LINE-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 316-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       308-ACCEPT-RUN-PARAMETERS.
               ACCEPT WS-INSTRUCTOR-FILE-NAME FROM SYSIN
               ACCEPT WS-WORKLOAD-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DISTRIBUTION-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER WORKLOAD TERM CODE (BLANK FOR ALL): ".
           ACCEPT WS-REPORT-TERM-CODE FROM SYSIN.
                       WKLD-TERM-WS(WORKLOAD-SUB)
               MOVE WORKLOAD-SUB TO MATCHED-WORKLOAD-SUB
           END-IF.

       316-WRITE-DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-RECORD FROM DISTRIBUTION-LINE-STRUCTURE.
           MOVE "D" TO DST-LINE-TYPE.
