         ASSIGN TO WS-ROSTER-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISTRIBUTION-FILE
         ASSIGN TO WS-DISTRIBUTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
       FD ROSTER-REPORT.
       01 ROSTER-REPORT-RECORD PIC X(80).

       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD PIC X(110).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       FD DEMOGRAPHIC-FILE.
       01 DEMOGRAPHIC-RECORD-IN.
           05 DEMO-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 DEMO-STUDENT-NAME-IN-FILE PIC X(20).
           05 DEMO-ADDRESS-IN-FILE PIC X(30).
           05 DEMO-PHONE-IN-FILE PIC X(10).
           05 DEMO-EMAIL-IN-FILE PIC X(30).
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).
               88 DEMO-CONFIDENTIAL VALUE "Y".

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-ROSTER-TERM-CODE PIC X(6) VALUE SPACES.
               88 ALL-TERMS-REQUESTED VALUE SPACES.
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-DISTRIBUTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ROSTDIST.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-CLASS-ROSTER".
           05 INSTRUCTOR-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-FOUND-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-FOUND-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 CONFIDENTIAL-FLAG PIC X(1) VALUE "N".
               88 STUDENT-CONFIDENTIAL VALUE "Y".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-STUDENTS-LISTED PIC 9(7) VALUE ZERO.
           05 WS-NAMES-MASKED PIC 9(7) VALUE ZERO.
           05 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PAGE-COUNT PIC 9(5) VALUE ZERO.

               10 INST-NAME-WS PIC X(20).
               10 INST-DEPARTMENT-WS PIC X(10).

       01 CONFIDENTIAL-TABLE-WS.
           05 NUM-OF-CONFIDENTIAL PIC 9(4) VALUE ZERO.
           05 CONFIDENTIAL-SUB PIC 9(4).
           05 CONFIDENTIAL-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CONFIDENTIAL.
               10 CONFIDENTIAL-STUDENT-WS PIC 9(9).

       01 DISTRIBUTION-LINE-STRUCTURE.
           05 DST-REPORT-ID PIC X(8) VALUE "ROSTER".
           05 DST-LINE-TYPE PIC X(1) VALUE "D".
           05 DST-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 DST-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 DST-TERM-CODE PIC X(6) VALUE SPACES.
           05 DST-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 DST-PRINT-LINE PIC X(80) VALUE SPACES.

       01 ROSTER-INSTRUCTOR-STRUCTURE.
           05 FILLER PIC X(12) VALUE "INSTRUCTOR  ".
           05 RSI-INSTRUCTOR-ID PIC X(5).
           PERFORM 313-LOAD-INSTRUCTOR-TABLE
               UNTIL INSTRUCTOR-EOF-FLAG = "Y".
           CLOSE INSTRUCTOR-FILE.
           OPEN INPUT DEMOGRAPHIC-FILE.
           PERFORM 318-LOAD-CONFIDENTIAL-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           OPEN OUTPUT ROSTER-REPORT DISTRIBUTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.

       203-TERMINATE-ROSTER-JOB.
           DISPLAY "CLASS ROSTER LISTING COMPLETE".
           DISPLAY "  SECTIONS PRINTED: " WS-PAGE-COUNT.
           DISPLAY "  STUDENTS LISTED : " WS-STUDENTS-LISTED.
           DISPLAY "  NAMES MASKED    : " WS-NAMES-MASKED.
           CLOSE ROSTER-REPORT DISTRIBUTION-FILE AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
                       MOVE SECTION-NUMBER-INDEX
                           TO SORT-SECTION-NUMBER
                       MOVE TERM-CODE-INDEX TO SORT-TERM-CODE
                       PERFORM 319-CHECK-CONFIDENTIAL
                       IF STUDENT-CONFIDENTIAL
                           MOVE "*** CONFIDENTIAL ***"
                               TO SORT-STUDENT-NAME
                           ADD 1 TO WS-NAMES-MASKED
                       ELSE
                           MOVE STUDENT-NAME-INDEX
                               TO SORT-STUDENT-NAME
                       END-IF
                       MOVE STUDENT-NUMBER-INDEX
                           TO SORT-STUDENT-NUMBER
                       MOVE COURSE-NAME-INDEX TO SORT-COURSE-NAME
           MOVE WS-SECTION-COUNT TO RSTLR-COUNT.
           WRITE ROSTER-REPORT-RECORD
               FROM ROSTER-TRAILER-STRUCTURE.
           MOVE ROSTER-TRAILER-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.

       306-PRINT-ROSTER-RECORD.
           MOVE SORT-STUDENT-NAME TO RSD-STUDENT-NAME.
           MOVE SORT-STUDENT-NUMBER TO RSD-STUDENT-NUMBER.
           WRITE ROSTER-REPORT-RECORD FROM ROSTER-DETAIL-STRUCTURE.
           MOVE ROSTER-DETAIL-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-STUDENTS-LISTED.

           MOVE WS-PREV-SECTION-NUMBER TO RST-SECTION-NUMBER.
           MOVE WS-PREV-TERM-CODE TO RST-TERM-CODE.
           WRITE ROSTER-REPORT-RECORD FROM ROSTER-TITLE-STRUCTURE.
           MOVE "P" TO DST-LINE-TYPE.
           MOVE ROSTER-TITLE-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           PERFORM 314-PRINT-INSTRUCTOR-LINE.
           WRITE ROSTER-REPORT-RECORD FROM ROSTER-COLUMN-HEADER.
           MOVE ROSTER-COLUMN-HEADER TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-PAGE-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
               ACCEPT WS-INSTRUCTOR-FILE-NAME FROM SYSIN
               ACCEPT WS-ROSTER-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-DISTRIBUTION-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER ROSTER TERM CODE (BLANK FOR ALL): ".
           ACCEPT WS-ROSTER-TERM-CODE FROM SYSIN.
           MOVE SORT-SECTION-NUMBER TO WS-PREV-SECTION-NUMBER.
           MOVE SORT-TERM-CODE TO WS-PREV-TERM-CODE.
           MOVE SORT-COURSE-NAME TO WS-PREV-COURSE-NAME.
           MOVE SORT-COURSE-NUMBER TO DST-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO DST-SECTION-NUMBER.
           MOVE SORT-TERM-CODE TO DST-TERM-CODE.

       311-PRINT-SECTION-HEADER-NEW-PAGE.
           MOVE WS-PREV-COURSE-NAME TO RST-COURSE-NAME.
           MOVE WS-PREV-TERM-CODE TO RST-TERM-CODE.
           WRITE ROSTER-REPORT-RECORD FROM ROSTER-TITLE-STRUCTURE
               AFTER ADVANCING PAGE.
           MOVE "P" TO DST-LINE-TYPE.
           MOVE ROSTER-TITLE-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           PERFORM 314-PRINT-INSTRUCTOR-LINE.
           WRITE ROSTER-REPORT-RECORD FROM ROSTER-COLUMN-HEADER.
           MOVE ROSTER-COLUMN-HEADER TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.
           ADD 1 TO WS-PAGE-COUNT.

       312-LOAD-ASSIGNMENT-TABLE.
           END-IF.
           WRITE ROSTER-REPORT-RECORD
               FROM ROSTER-INSTRUCTOR-STRUCTURE.
           MOVE ROSTER-INSTRUCTOR-STRUCTURE TO DST-PRINT-LINE.
           PERFORM 321-WRITE-DISTRIBUTION-LINE.

       315-FIND-SECTION-INSTRUCTOR.
           MOVE "N" TO ASSIGNMENT-FOUND-FLAG.
               MOVE INST-NAME-WS(INSTRUCTOR-SUB)
                   TO WS-MATCHED-INSTRUCTOR-NAME
           END-IF.

       318-LOAD-CONFIDENTIAL-TABLE.
           READ DEMOGRAPHIC-FILE
             AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                 IF DEMO-CONFIDENTIAL AND NUM-OF-CONFIDENTIAL < 2000
                     ADD 1 TO NUM-OF-CONFIDENTIAL
                     MOVE DEMO-STUDENT-NUMBER-IN-FILE
                         TO CONFIDENTIAL-STUDENT-WS(NUM-OF-CONFIDENTIAL)
                 END-IF
           END-READ.

       319-CHECK-CONFIDENTIAL.
           MOVE "N" TO CONFIDENTIAL-FLAG.
           PERFORM 320-MATCH-CONFIDENTIAL-ENTRY
               VARYING CONFIDENTIAL-SUB FROM 1 BY 1
                   UNTIL CONFIDENTIAL-SUB > NUM-OF-CONFIDENTIAL
                      OR STUDENT-CONFIDENTIAL.

       320-MATCH-CONFIDENTIAL-ENTRY.
           IF STUDENT-NUMBER-INDEX =
                   CONFIDENTIAL-STUDENT-WS(CONFIDENTIAL-SUB)
               MOVE "Y" TO CONFIDENTIAL-FLAG
           END-IF.

       321-WRITE-DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-RECORD FROM DISTRIBUTION-LINE-STRUCTURE.
           MOVE "D" TO DST-LINE-TYPE.
