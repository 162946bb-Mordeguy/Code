      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-ATTENDANCE.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ATTENDANCE-SUMMARY-FILE
         ASSIGN TO WS-SUMMARY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ABSENCE-LIMIT-FILE
         ASSIGN TO WS-LIMIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "ATRSORTW".

       SELECT ATTENDANCE-REPORT
         ASSIGN TO WS-ATTENDANCE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD ATTENDANCE-SUMMARY-FILE.
       01 ATTENDANCE-SUMMARY-RECORD.
           05 ATTS-STUDENT-NUMBER PIC 9(9).
           05 ATTS-COURSE-NUMBER PIC X(7).
           05 ATTS-SECTION-NUMBER PIC X(3).
           05 ATTS-TERM-CODE PIC X(6).
           05 ATTS-STUDENT-NAME PIC X(20).
           05 ATTS-PRESENT-COUNT PIC 9(3).
           05 ATTS-ABSENT-COUNT PIC 9(3).
           05 ATTS-EXCUSED-COUNT PIC 9(3).
           05 ATTS-LAST-CLASS-DATE PIC 9(8).
           05 ATTS-WARNING-DATE PIC 9(8).

       FD ABSENCE-LIMIT-FILE.
       01 ABSENCE-LIMIT-RECORD.
           05 LIMIT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 LIMIT-MAX-ABSENCES-IN-FILE PIC 9(3).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COURSE-NUMBER PIC X(7).
           05 SORT-SECTION-NUMBER PIC X(3).
           05 SORT-TERM-CODE PIC X(6).
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-STUDENT-NAME PIC X(20).
           05 SORT-PRESENT-COUNT PIC 9(3).
           05 SORT-ABSENT-COUNT PIC 9(3).
           05 SORT-EXCUSED-COUNT PIC 9(3).
           05 SORT-WARNING-DATE PIC 9(8).

       FD ATTENDANCE-REPORT.
       01 ATTENDANCE-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SUMMARY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTSUMM.TXT".
           05 WS-LIMIT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTLIMIT.TXT".
           05 WS-ATTENDANCE-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTRPT.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-DEFAULT-ABSENCE-LIMIT PIC 9(3) VALUE 006.
           05 WS-REPORT-TERM-CODE PIC X(6) VALUE SPACES.
               88 ALL-TERMS-REQUESTED VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-ATTENDANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-RUN-TIME PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-INPUT-FILE PIC X(80).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-RECORDS-READ PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDIT-RECORDS-WRITTEN PIC ZZZZZZ9.

       01 FLAGS.
           05 SUMMARY-EOF-FLAG PIC X(1) VALUE "N".
           05 LIMIT-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 LIMIT-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-SECTIONS-REPORTED PIC 9(5) VALUE ZERO.
           05 WS-STUDENTS-OVER-LIMIT PIC 9(5) VALUE ZERO.

       01 SECTION-BREAK-WS.
           05 WS-PREV-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-PREV-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 WS-PREV-TERM-CODE PIC X(6) VALUE SPACES.

       01 SECTION-TOTALS-WS.
           05 WS-SECTION-STUDENTS PIC 9(5) VALUE ZERO.
           05 WS-SECTION-SESSIONS PIC 9(7) VALUE ZERO.
           05 WS-SECTION-ABSENCES PIC 9(7) VALUE ZERO.
           05 WS-SECTION-OVER-LIMIT PIC 9(5) VALUE ZERO.
           05 WS-ABSENCE-RATE PIC 9(3)V9 VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-LIMITS PIC 9(3) VALUE ZERO.
           05 LIMIT-SUB PIC 9(3).
           05 WS-ABSENCE-LIMIT PIC 9(3) VALUE ZERO.

       01 LIMIT-TABLE-WS.
           05 LIMIT-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-LIMITS.
               10 LIMIT-COURSE-WS PIC X(7).
               10 LIMIT-MAX-ABSENCES-WS PIC 9(3).

       01 REPORT-HEADER.
           05 FILLER PIC X(30) VALUE "WEEKLY ATTENDANCE REPORT".
           05 FILLER PIC X(6) VALUE "TERM ".
           05 RPT-HDR-TERM-CODE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-HDR-DATE PIC 9(8).

       01 SECTION-HEADER-STRUCTURE.
           05 FILLER PIC X(7) VALUE "COURSE ".
           05 SCH-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(10) VALUE "  SECTION ".
           05 SCH-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(7) VALUE "  TERM ".
           05 SCH-TERM-CODE PIC X(6).
           05 FILLER PIC X(16) VALUE "  ABSENCE LIMIT ".
           05 SCH-ABSENCE-LIMIT PIC ZZ9.

       01 OVER-LIMIT-HEADER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "STUDENT".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "PRES".
           05 FILLER PIC X(6) VALUE "ABS".
           05 FILLER PIC X(6) VALUE "EXC".
           05 FILLER PIC X(12) VALUE "WARNING SENT".

       01 OVER-LIMIT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OLD-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OLD-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OLD-PRESENT-COUNT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 OLD-ABSENT-COUNT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 OLD-EXCUSED-COUNT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 OLD-WARNING-DATE PIC 9(8).

       01 SECTION-TRAILER-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 SCT-STUDENTS PIC ZZZ9.
           05 FILLER PIC X(12) VALUE "  SESSIONS: ".
           05 SCT-SESSIONS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  ABSENCES: ".
           05 SCT-ABSENCES PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  RATE: ".
           05 SCT-ABSENCE-RATE PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(8) VALUE "  OVER: ".
           05 SCT-OVER-LIMIT PIC ZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-ATTENDANCE.
           PERFORM 201-INITIATE-ATTENDANCE-JOB.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE-NUMBER
                                SORT-SECTION-NUMBER
                                SORT-TERM-CODE
                                SORT-STUDENT-NUMBER
               INPUT PROCEDURE 301-SELECT-SUMMARY-RECORDS
               OUTPUT PROCEDURE 302-REPORT-SORTED-SECTIONS.
           PERFORM 203-TERMINATE-ATTENDANCE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-ATTENDANCE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT ABSENCE-LIMIT-FILE.
           PERFORM 310-LOAD-LIMIT-TABLE UNTIL LIMIT-EOF-FLAG = "Y".
           CLOSE ABSENCE-LIMIT-FILE.
           OPEN OUTPUT ATTENDANCE-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-TERM-CODE TO RPT-HDR-TERM-CODE.
           WRITE ATTENDANCE-REPORT-RECORD FROM REPORT-HEADER.

       203-TERMINATE-ATTENDANCE-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "WEEKLY ATTENDANCE REPORT COMPLETE".
           DISPLAY "  SECTIONS REPORTED : " WS-SECTIONS-REPORTED.
           DISPLAY "  OVER ABSENCE LIMIT: " WS-STUDENTS-OVER-LIMIT.
           CLOSE ATTENDANCE-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STUDENTS-OVER-LIMIT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-SELECT-SUMMARY-RECORDS.
           OPEN INPUT ATTENDANCE-SUMMARY-FILE.
           PERFORM 303-RELEASE-SUMMARY-RECORD
               UNTIL SUMMARY-EOF-FLAG = "Y".
           CLOSE ATTENDANCE-SUMMARY-FILE.

       302-REPORT-SORTED-SECTIONS.
           PERFORM 304-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "Y".
           IF FIRST-RECORD-SW NOT = "Y"
               PERFORM 305-REPORT-SECTION-TOTALS
           END-IF.

       303-RELEASE-SUMMARY-RECORD.
           READ ATTENDANCE-SUMMARY-FILE
               AT END MOVE "Y" TO SUMMARY-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF ALL-TERMS-REQUESTED
                           OR ATTS-TERM-CODE = WS-REPORT-TERM-CODE
                       MOVE ATTS-COURSE-NUMBER TO SORT-COURSE-NUMBER
                       MOVE ATTS-SECTION-NUMBER
                           TO SORT-SECTION-NUMBER
                       MOVE ATTS-TERM-CODE TO SORT-TERM-CODE
                       MOVE ATTS-STUDENT-NUMBER
                           TO SORT-STUDENT-NUMBER
                       MOVE ATTS-STUDENT-NAME TO SORT-STUDENT-NAME
                       MOVE ATTS-PRESENT-COUNT TO SORT-PRESENT-COUNT
                       MOVE ATTS-ABSENT-COUNT TO SORT-ABSENT-COUNT
                       MOVE ATTS-EXCUSED-COUNT TO SORT-EXCUSED-COUNT
                       MOVE ATTS-WARNING-DATE TO SORT-WARNING-DATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       304-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 306-GROUP-SECTION-RECORD
           END-RETURN.

       305-REPORT-SECTION-TOTALS.
           IF WS-SECTION-SESSIONS > ZERO
               COMPUTE WS-ABSENCE-RATE ROUNDED =
                   WS-SECTION-ABSENCES * 100 / WS-SECTION-SESSIONS
           ELSE
               MOVE ZERO TO WS-ABSENCE-RATE
           END-IF.
           MOVE WS-SECTION-STUDENTS TO SCT-STUDENTS.
           MOVE WS-SECTION-SESSIONS TO SCT-SESSIONS.
           MOVE WS-SECTION-ABSENCES TO SCT-ABSENCES.
           MOVE WS-ABSENCE-RATE TO SCT-ABSENCE-RATE.
           MOVE WS-SECTION-OVER-LIMIT TO SCT-OVER-LIMIT.
           WRITE ATTENDANCE-REPORT-RECORD
               FROM SECTION-TRAILER-STRUCTURE.
           ADD 1 TO WS-SECTIONS-REPORTED.

       306-GROUP-SECTION-RECORD.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 307-START-NEW-SECTION
           ELSE
               IF SORT-COURSE-NUMBER NOT = WS-PREV-COURSE-NUMBER
                       OR SORT-SECTION-NUMBER
                           NOT = WS-PREV-SECTION-NUMBER
                       OR SORT-TERM-CODE NOT = WS-PREV-TERM-CODE
                   PERFORM 305-REPORT-SECTION-TOTALS
                   PERFORM 307-START-NEW-SECTION
               END-IF
           END-IF.
           ADD 1 TO WS-SECTION-STUDENTS.
           ADD SORT-PRESENT-COUNT SORT-ABSENT-COUNT SORT-EXCUSED-COUNT
               TO WS-SECTION-SESSIONS.
           ADD SORT-ABSENT-COUNT TO WS-SECTION-ABSENCES.
           IF SORT-ABSENT-COUNT > WS-ABSENCE-LIMIT
               PERFORM 311-PRINT-OVER-LIMIT-STUDENT
           END-IF.

       307-START-NEW-SECTION.
           MOVE SORT-COURSE-NUMBER TO WS-PREV-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO WS-PREV-SECTION-NUMBER.
           MOVE SORT-TERM-CODE TO WS-PREV-TERM-CODE.
           MOVE ZERO TO WS-SECTION-STUDENTS WS-SECTION-SESSIONS
               WS-SECTION-ABSENCES WS-SECTION-OVER-LIMIT.
           PERFORM 312-FIND-ABSENCE-LIMIT.
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD.
           WRITE ATTENDANCE-REPORT-RECORD.
           MOVE SORT-COURSE-NUMBER TO SCH-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO SCH-SECTION-NUMBER.
           MOVE SORT-TERM-CODE TO SCH-TERM-CODE.
           MOVE WS-ABSENCE-LIMIT TO SCH-ABSENCE-LIMIT.
           WRITE ATTENDANCE-REPORT-RECORD
               FROM SECTION-HEADER-STRUCTURE.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-SUMMARY-FILE-NAME FROM SYSIN
               ACCEPT WS-LIMIT-FILE-NAME FROM SYSIN
               ACCEPT WS-ATTENDANCE-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DEFAULT-ABSENCE-LIMIT FROM SYSIN
           END-IF.
           DISPLAY "ENTER ATTENDANCE TERM CODE (BLANK FOR ALL): ".
           ACCEPT WS-REPORT-TERM-CODE FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-SUMMARY-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-SECTIONS-REPORTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-LIMIT-TABLE.
           READ ABSENCE-LIMIT-FILE
               AT END MOVE "Y" TO LIMIT-EOF-FLAG
               NOT AT END
                   IF NUM-OF-LIMITS < 500
                           AND LIMIT-MAX-ABSENCES-IN-FILE NUMERIC
                       ADD 1 TO NUM-OF-LIMITS
                       MOVE ABSENCE-LIMIT-RECORD
                           TO LIMIT-ENTRY-TABLE(NUM-OF-LIMITS)
                   END-IF
           END-READ.

       311-PRINT-OVER-LIMIT-STUDENT.
           IF WS-SECTION-OVER-LIMIT = ZERO
               WRITE ATTENDANCE-REPORT-RECORD FROM OVER-LIMIT-HEADER
           END-IF.
           MOVE SORT-STUDENT-NUMBER TO OLD-STUDENT-NUMBER.
           MOVE SORT-STUDENT-NAME TO OLD-STUDENT-NAME.
           MOVE SORT-PRESENT-COUNT TO OLD-PRESENT-COUNT.
           MOVE SORT-ABSENT-COUNT TO OLD-ABSENT-COUNT.
           MOVE SORT-EXCUSED-COUNT TO OLD-EXCUSED-COUNT.
           MOVE SORT-WARNING-DATE TO OLD-WARNING-DATE.
           WRITE ATTENDANCE-REPORT-RECORD FROM OVER-LIMIT-DETAIL.
           ADD 1 TO WS-SECTION-OVER-LIMIT.
           ADD 1 TO WS-STUDENTS-OVER-LIMIT.

       312-FIND-ABSENCE-LIMIT.
           MOVE "N" TO LIMIT-FOUND-FLAG.
           MOVE WS-DEFAULT-ABSENCE-LIMIT TO WS-ABSENCE-LIMIT.
           PERFORM 313-MATCH-LIMIT-ENTRY
               VARYING LIMIT-SUB FROM 1 BY 1
                   UNTIL LIMIT-SUB > NUM-OF-LIMITS
                      OR LIMIT-FOUND-FLAG = "Y".

       313-MATCH-LIMIT-ENTRY.
           IF SORT-COURSE-NUMBER = LIMIT-COURSE-WS(LIMIT-SUB)
               MOVE "Y" TO LIMIT-FOUND-FLAG
               MOVE LIMIT-MAX-ABSENCES-WS(LIMIT-SUB)
                   TO WS-ABSENCE-LIMIT
           END-IF.
