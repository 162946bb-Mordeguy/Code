      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-COHORT-RETENTION.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ARCHIVE-FILE
         ASSIGN TO WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT OPTIONAL JOURNAL-FILE
         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STANDING-FILE
         ASSIGN TO WS-STANDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COHORT-REPORT
         ASSIGN TO WS-COHORT-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COHORT-EXTRACT-FILE
         ASSIGN TO WS-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
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

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARCH-STUDENT-NUMBER PIC 9(9).
           05 ARCH-COURSE-NUMBER PIC X(7).
           05 ARCH-TERM-CODE PIC X(6).
           05 ARCH-STUDENT-NAME PIC X(20).
           05 ARCH-PROGRAM-NUMBER PIC X(3).
           05 ARCH-SECTION-NUMBER PIC X(3).
           05 ARCH-COURSE-NAME PIC X(10).
           05 ARCH-MARK-1 PIC 9(3).
           05 ARCH-MARK-2 PIC 9(3).
           05 ARCH-MARK-3 PIC 9(3).
           05 ARCH-MARK-4 PIC 9(3).
           05 ARCH-FINAL-GRADE PIC X(1).
           05 ARCH-FINALIZED-STATUS PIC X(1).
           05 ARCH-ENROLLMENT-STATUS PIC X(1).
           05 ARCH-GRADING-BASIS PIC X(1).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 STUDENT-INDEX-KEY.
               10 STUDENT-NUMBER-INDEX PIC 9(9).
               10 COURSE-NUMBER-INDEX PIC X(7).
               10 TERM-CODE-INDEX PIC X(6).
           05 STUDENT-NAME-INDEX PIC X(20).
           05 PROGRAM-NUMBER-INDEX PIC X(3).
           05 SECTION-NUMBER-INDEX PIC X(3).
           05 COURSE-NAME-INDEX PIC X(10).
           05 MARK-1-INDEX PIC 9(3).
           05 MARK-2-INDEX PIC 9(3).
           05 MARK-3-INDEX PIC 9(3).
           05 MARK-4-INDEX PIC 9(3).
           05 FINAL-GRADE-INDEX PIC X(1).
           05 FINALIZED-STATUS-INDEX PIC X(1).
               88 RECORD-FINALIZED VALUE "F".
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-DATE PIC 9(8).
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-BEFORE-KEY REDEFINES JRNL-BEFORE-IMAGE.
               10 JRNL-BEFORE-STUDENT-NUMBER PIC 9(9).
               10 JRNL-BEFORE-COURSE-NUMBER PIC X(7).
               10 JRNL-BEFORE-TERM-CODE PIC X(6).
               10 FILLER PIC X(52).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6).

       FD STANDING-FILE.
       01 STANDING-RECORD-IN.
           05 STND-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 STND-STANDING-CODE-IN-FILE PIC X(1).
               88 STANDING-GRADUATED VALUE "G".
           05 STND-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 STND-HOLD-FLAG-IN-FILE PIC X(1).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD COHORT-REPORT.
       01 COHORT-REPORT-RECORD PIC X(100).

       FD COHORT-EXTRACT-FILE.
       01 COHORT-EXTRACT-RECORD PIC X(60).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-ARCHIVE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUARCH.TXT".
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-JOURNAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUJRNL.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-COHORT-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\COHORTRP.TXT".
           05 WS-EXTRACT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\COHORTIR.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-COHORT-RETAIN".
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
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 ARCHIVE-EOF-FLAG PIC X(1) VALUE "N".
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 JOURNAL-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-CONTINUOUS-SW PIC X(1) VALUE "Y".
               88 CONTINUOUSLY-ENROLLED VALUE "Y".
           05 WS-LAST-ACTIVITY PIC X(1) VALUE SPACE.

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
           05 WS-GRADUATES-POSTED PIC 9(5) VALUE ZERO.
           05 WS-WITHDRAWALS-POSTED PIC 9(5) VALUE ZERO.
           05 WS-NOT-ON-CALENDAR PIC 9(5) VALUE ZERO.
           05 WS-COHORTS-REPORTED PIC 9(5) VALUE ZERO.
           05 WS-COHORT-STUDENTS PIC 9(7) VALUE ZERO.
           05 WS-DETAIL-ROWS PIC 9(7) VALUE ZERO.
           05 WS-COHORT-LINES PIC 9(3) VALUE ZERO.

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-CHECK-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FOUND-RANK PIC 9(3) VALUE ZERO.
           05 WS-LOWEST-SUB PIC 9(3) VALUE ZERO.
           05 WS-LOWEST-START PIC 9(8) VALUE ZERO.
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).
               10 TERM-RANK-WS PIC 9(3).

       01 RANKED-TERM-WS.
           05 NUM-OF-RANKED-TERMS PIC 9(3) VALUE ZERO.
           05 RANK-SUB PIC 9(3).
           05 WS-FIRST-LATER-RANK PIC 9(3) VALUE ZERO.
           05 WS-TERM-SEQUENCE PIC 9(2) VALUE ZERO.
           05 RANKED-TERM-TABLE OCCURS 100 TIMES.
               10 RANKED-TERM-SUB PIC 9(3).
               10 RANKED-USED-SW PIC X(1).
                   88 TERM-HAS-ENROLLMENT VALUE "Y".

       01 STUDENT-TABLE-WS.
           05 NUM-OF-STUDENTS PIC 9(4) VALUE ZERO.
           05 STUDENT-SUB PIC 9(4).
           05 MATCHED-STUDENT-SUB PIC 9(4) VALUE ZERO.
           05 WS-CHECK-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-LAST-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 STUDENT-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STUDENTS.
               10 STU-NUMBER-WS PIC 9(9).
               10 STU-COHORT-SUB-WS PIC 9(3).
               10 STU-GRAD-RANK-WS PIC 9(3).
               10 STU-ACTIVITY-TABLE-WS.
                   15 STU-ACTIVITY-WS PIC X(1) OCCURS 100 TIMES.
                       88 ACTIVITY-ENROLLED VALUE "E".
                       88 ACTIVITY-WITHDRAWN VALUE "W".

       01 COHORT-TABLE-WS.
           05 NUM-OF-COHORTS PIC 9(3) VALUE ZERO.
           05 COHORT-SUB PIC 9(3).
           05 MATCHED-COHORT-SUB PIC 9(3) VALUE ZERO.
           05 WS-CURRENT-COHORT-SUB PIC 9(3) VALUE ZERO.
           05 WS-CHECK-COHORT-KEY.
               10 WS-CHECK-COHORT-RANK PIC 9(3).
               10 WS-CHECK-COHORT-PROGRAM PIC X(3).
           05 WS-LOWEST-COHORT-KEY PIC X(6).
           05 COHORT-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-COHORTS.
               10 COH-ADMIT-TERM-WS PIC X(6).
               10 COH-PROGRAM-WS PIC X(3).
               10 COH-ADMIT-RANK-WS PIC 9(3).
               10 COH-HEADCOUNT-WS PIC 9(5).
               10 COH-REPORTED-SW PIC X(1).

       01 TERM-TALLY-WS.
           05 WS-RETAINED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RETENTION-PCT PIC 9(3)V9 VALUE ZERO.
           05 WS-PERSISTENCE-PCT PIC 9(3)V9 VALUE ZERO.
           05 TERM-TALLY-TABLE OCCURS 100 TIMES.
               10 TLY-ENROLLED PIC 9(5).
               10 TLY-WITHDRAWN PIC 9(5).
               10 TLY-GRADUATED PIC 9(5).
               10 TLY-STOPPED-OUT PIC 9(5).
               10 TLY-PERSISTED PIC 9(5).

       01 REPORT-HEADER.
           05 FILLER PIC X(39)
                   VALUE "COHORT RETENTION AND PERSISTENCE REPORT".
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 CRH-DATE PIC 9(8).

       01 COHORT-BREAK-LINE.
           05 FILLER PIC X(7) VALUE "COHORT ".
           05 CBL-ADMIT-TERM PIC X(6).
           05 FILLER PIC X(10) VALUE "  PROGRAM ".
           05 CBL-PROGRAM-NUMBER PIC X(3).
           05 FILLER PIC X(12) VALUE "  HEADCOUNT ".
           05 CBL-HEADCOUNT PIC ZZZZ9.

       01 COLUMN-HEADER.
           05 FILLER PIC X(34)
                   VALUE "  TERM    SEQ  ENROLLED  WITHDRAWN".
           05 FILLER PIC X(43)
                   VALUE "  GRADUATED  STOPPED OUT  RETAIN%  PERSIST%".

       01 COHORT-LINE-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRL-TERM-CODE PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRL-TERM-SEQUENCE PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CRL-ENROLLED PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 CRL-WITHDRAWN PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 CRL-GRADUATED PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 CRL-STOPPED-OUT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CRL-RETENTION-PCT PIC ZZ9.9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CRL-PERSISTENCE-PCT PIC ZZ9.9.

       01 NO-LATER-TERMS-LINE.
           05 FILLER PIC X(32)
                   VALUE "  NO LATER TERMS WITH ENROLLMENT".

       01 REPORT-TRAILER.
           05 FILLER PIC X(9) VALUE "COHORTS: ".
           05 CRT-COHORTS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  STUDENTS: ".
           05 CRT-STUDENTS PIC ZZZZZZ9.
           05 FILLER PIC X(19) VALUE "  NOT ON CALENDAR: ".
           05 CRT-NOT-ON-CALENDAR PIC ZZZZ9.

       01 COHORT-DETAIL-STRUCTURE.
           05 CXD-RECORD-CODE PIC X(2) VALUE "CR".
           05 CXD-ADMIT-TERM PIC X(6).
           05 CXD-PROGRAM-NUMBER PIC X(3).
           05 CXD-TERM-CODE PIC X(6).
           05 CXD-TERM-SEQUENCE PIC 9(2).
           05 CXD-HEADCOUNT PIC 9(5).
           05 CXD-ENROLLED PIC 9(5).
           05 CXD-WITHDRAWN PIC 9(5).
           05 CXD-GRADUATED PIC 9(5).
           05 CXD-STOPPED-OUT PIC 9(5).
           05 CXD-PERSISTED PIC 9(5).
           05 CXD-RETENTION-PCT PIC 9(3)V9.
           05 CXD-PERSISTENCE-PCT PIC 9(3)V9.
           05 FILLER PIC X(3) VALUE SPACES.

       01 COHORT-TRAILER-STRUCTURE.
           05 CXT-RECORD-CODE PIC X(2) VALUE "CT".
           05 CXT-RECORD-COUNT PIC 9(7).
           05 CXT-COHORT-COUNT PIC 9(5).
           05 CXT-STUDENT-COUNT PIC 9(7).
           05 FILLER PIC X(39) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-COHORT-RETENTION.
           PERFORM 201-INITIATE-COHORT-JOB.
           PERFORM 202-POST-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF-FLAG = "Y".
           PERFORM 203-POST-INDEX-RECORD
               UNTIL INDEX-EOF-FLAG = "Y".
           PERFORM 205-POST-JOURNAL-RECORD
               UNTIL JOURNAL-EOF-FLAG = "Y".
           PERFORM 206-WRITE-COHORT-REPORT.
           PERFORM 207-TERMINATE-COHORT-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-COHORT-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 301-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 310-RANK-TERM-TABLE.
           OPEN INPUT DEMOGRAPHIC-FILE.
           PERFORM 302-LOAD-STUDENT-TABLE UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           OPEN INPUT STANDING-FILE.
           PERFORM 303-POST-GRADUATION UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           OPEN INPUT ARCHIVE-FILE STUDENT-FILE-INDEX JOURNAL-FILE.
           OPEN OUTPUT COHORT-REPORT COHORT-EXTRACT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.

       202-POST-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO ARCHIVE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE ARCH-STUDENT-NUMBER TO WS-CHECK-STUDENT-NUMBER
                   MOVE ARCH-TERM-CODE TO WS-CHECK-TERM-CODE
                   PERFORM 304-POST-ENROLLMENT
           END-READ.

       203-POST-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE STUDENT-NUMBER-INDEX TO WS-CHECK-STUDENT-NUMBER
                   MOVE TERM-CODE-INDEX TO WS-CHECK-TERM-CODE
                   PERFORM 304-POST-ENROLLMENT
           END-READ.

       204-SET-RETURN-CODE.
           IF NUM-OF-STUDENTS = ZERO OR WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       205-POST-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO JOURNAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF JRNL-ACTION-CODE = "D"
                       PERFORM 305-POST-WITHDRAWAL
                   END-IF
           END-READ.

       206-WRITE-COHORT-REPORT.
           ACCEPT CRH-DATE FROM DATE YYYYMMDD.
           WRITE COHORT-REPORT-RECORD FROM REPORT-HEADER.
           PERFORM 306-REPORT-NEXT-COHORT
               UNTIL WS-COHORTS-REPORTED = NUM-OF-COHORTS.
           MOVE WS-COHORTS-REPORTED TO CRT-COHORTS.
           MOVE WS-COHORT-STUDENTS TO CRT-STUDENTS.
           MOVE WS-NOT-ON-CALENDAR TO CRT-NOT-ON-CALENDAR.
           MOVE SPACES TO COHORT-REPORT-RECORD.
           WRITE COHORT-REPORT-RECORD.
           WRITE COHORT-REPORT-RECORD FROM REPORT-TRAILER.
           MOVE WS-DETAIL-ROWS TO CXT-RECORD-COUNT.
           MOVE WS-COHORTS-REPORTED TO CXT-COHORT-COUNT.
           MOVE WS-COHORT-STUDENTS TO CXT-STUDENT-COUNT.
           WRITE COHORT-EXTRACT-RECORD FROM COHORT-TRAILER-STRUCTURE.

       207-TERMINATE-COHORT-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "COHORT RETENTION REPORT COMPLETE".
           DISPLAY "  COHORTS REPORTED : " WS-COHORTS-REPORTED.
           DISPLAY "  COHORT STUDENTS  : " WS-COHORT-STUDENTS.
           DISPLAY "  NOT ON CALENDAR  : " WS-NOT-ON-CALENDAR.
           DISPLAY "  GRADUATES POSTED : " WS-GRADUATES-POSTED.
           DISPLAY "  WITHDRAWALS      : " WS-WITHDRAWALS-POSTED.
           DISPLAY "  EXTRACT ROWS     : " WS-DETAIL-ROWS.
           CLOSE ARCHIVE-FILE STUDENT-FILE-INDEX JOURNAL-FILE
               COHORT-REPORT COHORT-EXTRACT-FILE AUDIT-LOG-FILE.

       301-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                       MOVE ZERO TO TERM-RANK-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       302-LOAD-STUDENT-TABLE.
           READ DEMOGRAPHIC-FILE
               AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE DEMO-ADMIT-TERM-IN-FILE TO WS-CHECK-TERM-CODE
                   PERFORM 314-FIND-TERM-RANK
                   IF WS-FOUND-RANK = ZERO
                       ADD 1 TO WS-NOT-ON-CALENDAR
                   ELSE
                       IF NUM-OF-STUDENTS < 2000
                           ADD 1 TO NUM-OF-STUDENTS
                           MOVE DEMO-STUDENT-NUMBER-IN-FILE
                               TO STU-NUMBER-WS(NUM-OF-STUDENTS)
                           MOVE ZERO
                               TO STU-GRAD-RANK-WS(NUM-OF-STUDENTS)
                           MOVE SPACES
                               TO STU-ACTIVITY-TABLE-WS(NUM-OF-STUDENTS)
                           PERFORM 316-FIND-COHORT
                           MOVE MATCHED-COHORT-SUB
                               TO STU-COHORT-SUB-WS(NUM-OF-STUDENTS)
                       END-IF
                   END-IF
           END-READ.

       303-POST-GRADUATION.
           READ STANDING-FILE
               AT END MOVE "Y" TO STANDING-EOF-FLAG
               NOT AT END
                   IF STANDING-GRADUATED
                       MOVE STND-STUDENT-NUMBER-IN-FILE
                           TO WS-CHECK-STUDENT-NUMBER
                       PERFORM 317-FIND-STUDENT
                       MOVE STND-EFFECTIVE-TERM-IN-FILE
                           TO WS-CHECK-TERM-CODE
                       PERFORM 314-FIND-TERM-RANK
                       IF MATCHED-STUDENT-SUB > ZERO
                               AND WS-FOUND-RANK > ZERO
                           MOVE WS-FOUND-RANK
                               TO STU-GRAD-RANK-WS(MATCHED-STUDENT-SUB)
                           ADD 1 TO WS-GRADUATES-POSTED
                       END-IF
                   END-IF
           END-READ.

       304-POST-ENROLLMENT.
           PERFORM 317-FIND-STUDENT.
           IF MATCHED-STUDENT-SUB > ZERO
               PERFORM 314-FIND-TERM-RANK
               IF WS-FOUND-RANK > ZERO
                   MOVE "E" TO STU-ACTIVITY-WS
                       (MATCHED-STUDENT-SUB WS-FOUND-RANK)
                   MOVE "Y" TO RANKED-USED-SW(WS-FOUND-RANK)
               END-IF
           END-IF.

       305-POST-WITHDRAWAL.
           MOVE JRNL-BEFORE-STUDENT-NUMBER TO WS-CHECK-STUDENT-NUMBER.
           MOVE JRNL-BEFORE-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 317-FIND-STUDENT.
           IF MATCHED-STUDENT-SUB > ZERO
               PERFORM 314-FIND-TERM-RANK
               IF WS-FOUND-RANK > ZERO
                   IF STU-ACTIVITY-WS
                           (MATCHED-STUDENT-SUB WS-FOUND-RANK) = SPACE
                       MOVE "W" TO STU-ACTIVITY-WS
                           (MATCHED-STUDENT-SUB WS-FOUND-RANK)
                       MOVE "Y" TO RANKED-USED-SW(WS-FOUND-RANK)
                       ADD 1 TO WS-WITHDRAWALS-POSTED
                   END-IF
               END-IF
           END-IF.

       306-REPORT-NEXT-COHORT.
           MOVE ZERO TO WS-CURRENT-COHORT-SUB.
           MOVE HIGH-VALUES TO WS-LOWEST-COHORT-KEY.
           PERFORM 318-COMPARE-COHORT-KEY
               VARYING COHORT-SUB FROM 1 BY 1
                   UNTIL COHORT-SUB > NUM-OF-COHORTS.
           MOVE "Y" TO COH-REPORTED-SW(WS-CURRENT-COHORT-SUB).
           ADD 1 TO WS-COHORTS-REPORTED.
           ADD COH-HEADCOUNT-WS(WS-CURRENT-COHORT-SUB)
               TO WS-COHORT-STUDENTS.
           PERFORM 319-CLEAR-TERM-TALLY
               VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > NUM-OF-RANKED-TERMS.
           COMPUTE WS-FIRST-LATER-RANK =
               COH-ADMIT-RANK-WS(WS-CURRENT-COHORT-SUB) + 1.
           PERFORM 320-TALLY-COHORT-STUDENT
               VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS.
           PERFORM 307-WRITE-COHORT-LINES.

       307-WRITE-COHORT-LINES.
           MOVE SPACES TO COHORT-REPORT-RECORD.
           WRITE COHORT-REPORT-RECORD.
           MOVE COH-ADMIT-TERM-WS(WS-CURRENT-COHORT-SUB)
               TO CBL-ADMIT-TERM.
           MOVE COH-PROGRAM-WS(WS-CURRENT-COHORT-SUB)
               TO CBL-PROGRAM-NUMBER.
           MOVE COH-HEADCOUNT-WS(WS-CURRENT-COHORT-SUB)
               TO CBL-HEADCOUNT.
           WRITE COHORT-REPORT-RECORD FROM COHORT-BREAK-LINE.
           WRITE COHORT-REPORT-RECORD FROM COLUMN-HEADER.
           MOVE ZERO TO WS-COHORT-LINES.
           MOVE ZERO TO WS-TERM-SEQUENCE.
           PERFORM 323-WRITE-TERM-LINE
               VARYING RANK-SUB FROM WS-FIRST-LATER-RANK BY 1
                   UNTIL RANK-SUB > NUM-OF-RANKED-TERMS.
           IF WS-COHORT-LINES = ZERO
               WRITE COHORT-REPORT-RECORD FROM NO-LATER-TERMS-LINE
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-ARCHIVE-FILE-NAME FROM SYSIN
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-JOURNAL-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-COHORT-REPORT-NAME FROM SYSIN
               ACCEPT WS-EXTRACT-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-DEMOGRAPHIC-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-DETAIL-ROWS TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-RANK-TERM-TABLE.
           MOVE ZERO TO NUM-OF-RANKED-TERMS.
           PERFORM 311-SELECT-NEXT-OLDEST-TERM
               UNTIL NUM-OF-RANKED-TERMS = NUM-OF-TERMS.

       311-SELECT-NEXT-OLDEST-TERM.
           MOVE ZERO TO WS-LOWEST-SUB.
           MOVE 99999999 TO WS-LOWEST-START.
           PERFORM 312-COMPARE-TERM-START
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.
           IF WS-LOWEST-SUB > ZERO
               ADD 1 TO NUM-OF-RANKED-TERMS
               MOVE NUM-OF-RANKED-TERMS TO TERM-RANK-WS(WS-LOWEST-SUB)
               MOVE WS-LOWEST-SUB
                   TO RANKED-TERM-SUB(NUM-OF-RANKED-TERMS)
               MOVE "N" TO RANKED-USED-SW(NUM-OF-RANKED-TERMS)
           END-IF.

       312-COMPARE-TERM-START.
           IF TERM-RANK-WS(TERM-SUB) = ZERO
                   AND TERM-START-WS(TERM-SUB) NOT > WS-LOWEST-START
               MOVE TERM-START-WS(TERM-SUB) TO WS-LOWEST-START
               MOVE TERM-SUB TO WS-LOWEST-SUB
           END-IF.

       313-MATCH-TERM-CODE.
           IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-RANK-WS(TERM-SUB) TO WS-FOUND-RANK
           END-IF.

       314-FIND-TERM-RANK.
           MOVE ZERO TO WS-FOUND-RANK.
           PERFORM 313-MATCH-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR WS-FOUND-RANK > ZERO.

       315-MATCH-COHORT.
           IF COH-ADMIT-TERM-WS(COHORT-SUB) = DEMO-ADMIT-TERM-IN-FILE
                   AND COH-PROGRAM-WS(COHORT-SUB) = DEMO-PROGRAM-IN-FILE
               MOVE COHORT-SUB TO MATCHED-COHORT-SUB
           END-IF.

       316-FIND-COHORT.
           MOVE ZERO TO MATCHED-COHORT-SUB.
           PERFORM 315-MATCH-COHORT
               VARYING COHORT-SUB FROM 1 BY 1
                   UNTIL COHORT-SUB > NUM-OF-COHORTS
                      OR MATCHED-COHORT-SUB > ZERO.
           IF MATCHED-COHORT-SUB = ZERO
               IF NUM-OF-COHORTS < 500
                   ADD 1 TO NUM-OF-COHORTS
                   MOVE DEMO-ADMIT-TERM-IN-FILE
                       TO COH-ADMIT-TERM-WS(NUM-OF-COHORTS)
                   MOVE DEMO-PROGRAM-IN-FILE
                       TO COH-PROGRAM-WS(NUM-OF-COHORTS)
                   MOVE WS-FOUND-RANK
                       TO COH-ADMIT-RANK-WS(NUM-OF-COHORTS)
                   MOVE ZERO TO COH-HEADCOUNT-WS(NUM-OF-COHORTS)
                   MOVE "N" TO COH-REPORTED-SW(NUM-OF-COHORTS)
                   MOVE NUM-OF-COHORTS TO MATCHED-COHORT-SUB
               END-IF
           END-IF.
           IF MATCHED-COHORT-SUB > ZERO
               ADD 1 TO COH-HEADCOUNT-WS(MATCHED-COHORT-SUB)
           END-IF.

       317-FIND-STUDENT.
           IF WS-CHECK-STUDENT-NUMBER NOT = WS-LAST-STUDENT-NUMBER
               MOVE ZERO TO MATCHED-STUDENT-SUB
               PERFORM 324-MATCH-STUDENT
                   VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > NUM-OF-STUDENTS
                          OR MATCHED-STUDENT-SUB > ZERO
               MOVE WS-CHECK-STUDENT-NUMBER TO WS-LAST-STUDENT-NUMBER
           END-IF.

       318-COMPARE-COHORT-KEY.
           IF COH-REPORTED-SW(COHORT-SUB) NOT = "Y"
               MOVE COH-ADMIT-RANK-WS(COHORT-SUB)
                   TO WS-CHECK-COHORT-RANK
               MOVE COH-PROGRAM-WS(COHORT-SUB)
                   TO WS-CHECK-COHORT-PROGRAM
               IF WS-CHECK-COHORT-KEY < WS-LOWEST-COHORT-KEY
                   MOVE WS-CHECK-COHORT-KEY TO WS-LOWEST-COHORT-KEY
                   MOVE COHORT-SUB TO WS-CURRENT-COHORT-SUB
               END-IF
           END-IF.

       319-CLEAR-TERM-TALLY.
           MOVE ZERO TO TLY-ENROLLED(RANK-SUB).
           MOVE ZERO TO TLY-WITHDRAWN(RANK-SUB).
           MOVE ZERO TO TLY-GRADUATED(RANK-SUB).
           MOVE ZERO TO TLY-STOPPED-OUT(RANK-SUB).
           MOVE ZERO TO TLY-PERSISTED(RANK-SUB).

       320-TALLY-COHORT-STUDENT.
           IF STU-COHORT-SUB-WS(STUDENT-SUB) = WS-CURRENT-COHORT-SUB
               MOVE STU-ACTIVITY-WS(STUDENT-SUB WS-FIRST-LATER-RANK - 1)
                   TO WS-LAST-ACTIVITY
               MOVE "Y" TO WS-CONTINUOUS-SW
               PERFORM 321-CLASSIFY-STUDENT-TERM
                   VARYING RANK-SUB FROM WS-FIRST-LATER-RANK BY 1
                       UNTIL RANK-SUB > NUM-OF-RANKED-TERMS
           END-IF.

       321-CLASSIFY-STUDENT-TERM.
           IF TERM-HAS-ENROLLMENT(RANK-SUB)
               PERFORM 322-CLASSIFY-USED-TERM
           END-IF.

       322-CLASSIFY-USED-TERM.
           IF STU-GRAD-RANK-WS(STUDENT-SUB) > ZERO
                   AND RANK-SUB NOT < STU-GRAD-RANK-WS(STUDENT-SUB)
               ADD 1 TO TLY-GRADUATED(RANK-SUB)
               IF CONTINUOUSLY-ENROLLED
                   ADD 1 TO TLY-PERSISTED(RANK-SUB)
               END-IF
           ELSE
               IF ACTIVITY-ENROLLED(STUDENT-SUB RANK-SUB)
                   ADD 1 TO TLY-ENROLLED(RANK-SUB)
                   MOVE "E" TO WS-LAST-ACTIVITY
                   IF CONTINUOUSLY-ENROLLED
                       ADD 1 TO TLY-PERSISTED(RANK-SUB)
                   END-IF
               ELSE
                   MOVE "N" TO WS-CONTINUOUS-SW
                   IF ACTIVITY-WITHDRAWN(STUDENT-SUB RANK-SUB)
                           OR WS-LAST-ACTIVITY = "W"
                       ADD 1 TO TLY-WITHDRAWN(RANK-SUB)
                       MOVE "W" TO WS-LAST-ACTIVITY
                   ELSE
                       ADD 1 TO TLY-STOPPED-OUT(RANK-SUB)
                   END-IF
               END-IF
           END-IF.

       323-WRITE-TERM-LINE.
           IF TERM-HAS-ENROLLMENT(RANK-SUB)
               ADD 1 TO WS-TERM-SEQUENCE
               COMPUTE WS-RETAINED-COUNT =
                   TLY-ENROLLED(RANK-SUB) + TLY-GRADUATED(RANK-SUB)
               COMPUTE WS-RETENTION-PCT ROUNDED =
                   (WS-RETAINED-COUNT * 100)
                   / COH-HEADCOUNT-WS(WS-CURRENT-COHORT-SUB)
               COMPUTE WS-PERSISTENCE-PCT ROUNDED =
                   (TLY-PERSISTED(RANK-SUB) * 100)
                   / COH-HEADCOUNT-WS(WS-CURRENT-COHORT-SUB)
               MOVE TERM-CODE-WS(RANKED-TERM-SUB(RANK-SUB))
                   TO CRL-TERM-CODE
               MOVE WS-TERM-SEQUENCE TO CRL-TERM-SEQUENCE
               MOVE TLY-ENROLLED(RANK-SUB) TO CRL-ENROLLED
               MOVE TLY-WITHDRAWN(RANK-SUB) TO CRL-WITHDRAWN
               MOVE TLY-GRADUATED(RANK-SUB) TO CRL-GRADUATED
               MOVE TLY-STOPPED-OUT(RANK-SUB) TO CRL-STOPPED-OUT
               MOVE WS-RETENTION-PCT TO CRL-RETENTION-PCT
               MOVE WS-PERSISTENCE-PCT TO CRL-PERSISTENCE-PCT
               WRITE COHORT-REPORT-RECORD FROM COHORT-LINE-STRUCTURE
               ADD 1 TO WS-COHORT-LINES
               PERFORM 325-WRITE-EXTRACT-DETAIL
           END-IF.

       324-MATCH-STUDENT.
           IF WS-CHECK-STUDENT-NUMBER = STU-NUMBER-WS(STUDENT-SUB)
               MOVE STUDENT-SUB TO MATCHED-STUDENT-SUB
           END-IF.

       325-WRITE-EXTRACT-DETAIL.
           MOVE COH-ADMIT-TERM-WS(WS-CURRENT-COHORT-SUB)
               TO CXD-ADMIT-TERM.
           MOVE COH-PROGRAM-WS(WS-CURRENT-COHORT-SUB)
               TO CXD-PROGRAM-NUMBER.
           MOVE TERM-CODE-WS(RANKED-TERM-SUB(RANK-SUB))
               TO CXD-TERM-CODE.
           MOVE WS-TERM-SEQUENCE TO CXD-TERM-SEQUENCE.
           MOVE COH-HEADCOUNT-WS(WS-CURRENT-COHORT-SUB)
               TO CXD-HEADCOUNT.
           MOVE TLY-ENROLLED(RANK-SUB) TO CXD-ENROLLED.
           MOVE TLY-WITHDRAWN(RANK-SUB) TO CXD-WITHDRAWN.
           MOVE TLY-GRADUATED(RANK-SUB) TO CXD-GRADUATED.
           MOVE TLY-STOPPED-OUT(RANK-SUB) TO CXD-STOPPED-OUT.
           MOVE TLY-PERSISTED(RANK-SUB) TO CXD-PERSISTED.
           MOVE WS-RETENTION-PCT TO CXD-RETENTION-PCT.
           MOVE WS-PERSISTENCE-PCT TO CXD-PERSISTENCE-PCT.
           WRITE COHORT-EXTRACT-RECORD FROM COHORT-DETAIL-STRUCTURE.
           ADD 1 TO WS-DETAIL-ROWS.
