         ASSIGN TO WS-DEFICIENCY-REPORT-NAME
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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
       FD DEFICIENCY-REPORT.
       01 DEFICIENCY-REPORT-RECORD PIC X(80).

       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD PIC X(110).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-DISTRIBUTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MISSDIST.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-MISSING-MARKS".
           05 WS-PREV-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-PREV-SECTION-NUMBER PIC X(3) VALUE SPACES.

       01 DISTRIBUTION-LINE-STRUCTURE.
           05 DST-REPORT-ID PIC X(8) VALUE "MISSMARK".
           05 DST-LINE-TYPE PIC X(1) VALUE "D".
           05 DST-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 DST-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 DST-TERM-CODE PIC X(6) VALUE SPACES.
           05 DST-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 DST-PRINT-LINE PIC X(80) VALUE SPACES.

       01 REPORT-HEADER.
           05 FILLER PIC X(31)
                   VALUE "MID-TERM MISSING MARKS   TERM  ".
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.
           PERFORM 305-CHECK-MILESTONE-DATE.
           OPEN OUTPUT DEFICIENCY-REPORT DISTRIBUTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE WS-CURRENT-TERM-CODE TO DFH-TERM-CODE.
           MOVE WS-CURRENT-DATE TO DFH-RUN-DATE.
           WRITE DEFICIENCY-REPORT-RECORD FROM REPORT-HEADER.
           MOVE "H" TO DST-LINE-TYPE.
           MOVE REPORT-HEADER TO DST-PRINT-LINE.
           PERFORM 315-WRITE-DISTRIBUTION-LINE.

       203-TERMINATE-DEFICIENCY-JOB.
           MOVE WS-SECTION-COUNT TO TRL-SECTIONS.
           MOVE WS-MISSING-LISTED TO TRL-LISTED.
           WRITE DEFICIENCY-REPORT-RECORD FROM REPORT-TRAILER.
           MOVE "T" TO DST-LINE-TYPE.
           MOVE SPACES TO DST-COURSE-NUMBER DST-SECTION-NUMBER.
           MOVE REPORT-TRAILER TO DST-PRINT-LINE.
           PERFORM 315-WRITE-DISTRIBUTION-LINE.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "MISSING MARKS REPORT COMPLETE".
           DISPLAY "  SECTIONS WITH MISSING: " WS-SECTION-COUNT.
           DISPLAY "  RECORDS LISTED       : " WS-MISSING-LISTED.
           CLOSE DEFICIENCY-REPORT DISTRIBUTION-FILE AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF MILESTONE-REACHED-SW NOT = "Y"
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-DEFICIENCY-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DISTRIBUTION-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           MOVE WS-SECTION-MISSING TO STR-MISSING.
           WRITE DEFICIENCY-REPORT-RECORD
               FROM SECTION-TRAILER-STRUCTURE.
           MOVE SECTION-TRAILER-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 315-WRITE-DISTRIBUTION-LINE.
           MOVE ZERO TO WS-SECTION-MISSING.

       311-COMPUTE-DAY-SERIAL.
           MOVE SORT-MARK-2 TO DTL-MARK-2.
           WRITE DEFICIENCY-REPORT-RECORD
               FROM DETAIL-RECORD-STRUCTURE.
           MOVE DETAIL-RECORD-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 315-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-SECTION-MISSING.
           ADD 1 TO WS-MISSING-LISTED.

       313-NOTE-SECTION-FIELDS.
           MOVE SORT-COURSE-NUMBER TO WS-PREV-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO WS-PREV-SECTION-NUMBER.
           MOVE SORT-COURSE-NUMBER TO DST-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO DST-SECTION-NUMBER.
           MOVE WS-CURRENT-TERM-CODE TO DST-TERM-CODE.

       314-PRINT-SECTION-HEADER.
           MOVE WS-PREV-COURSE-NUMBER TO SCH-COURSE-NUMBER.
           MOVE WS-PREV-SECTION-NUMBER TO SCH-SECTION-NUMBER.
           WRITE DEFICIENCY-REPORT-RECORD
               FROM SECTION-HEADER-STRUCTURE.
           MOVE SECTION-HEADER-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 315-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-SECTION-COUNT.

       315-WRITE-DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-RECORD FROM DISTRIBUTION-LINE-STRUCTURE.
           MOVE "D" TO DST-LINE-TYPE.
