      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-MARK-SUBMISSIONS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT SORT-WORK-FILE
         ASSIGN "MSTSORTW".

       SELECT OPTIONAL ASSIGNMENT-FILE
         ASSIGN TO WS-ASSIGNMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SUBMISSION-LOG-FILE
         ASSIGN TO WS-SUBMISSION-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STATUS-REPORT
         ASSIGN TO WS-STATUS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COURSE-NUMBER PIC X(7).
           05 SORT-SECTION-NUMBER PIC X(3).
           05 SORT-TERM-CODE PIC X(6).
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-INSTRUCTOR-ID PIC X(5).
           05 SORT-RECEIVED-DATE PIC 9(8).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD-IN.
           05 ASGN-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASGN-SECTION-NUMBER-IN-FILE PIC X(3).
           05 ASGN-TERM-CODE-IN-FILE PIC X(6).
           05 ASGN-INSTRUCTOR-ID-IN-FILE PIC X(5).

       FD SUBMISSION-LOG-FILE.
       01 SUBMISSION-LOG-RECORD.
           05 MLOG-INSTRUCTOR-ID PIC X(5).
           05 MLOG-COURSE-NUMBER PIC X(7).
           05 MLOG-SECTION-NUMBER PIC X(3).
           05 MLOG-TERM-CODE PIC X(6).
           05 MLOG-STUDENT-NUMBER PIC 9(9).
           05 MLOG-RECEIVED-DATE PIC 9(8).
           05 MLOG-RECEIVED-TIME PIC 9(8).

       FD STATUS-REPORT.
       01 STATUS-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-ASSIGNMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SECASSGN.TXT".
           05 WS-SUBMISSION-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MARKRCVD.TXT".
           05 WS-STATUS-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SUBMSTAT.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-STATUS-TERM-CODE PIC X(6) VALUE SPACES.
               88 ALL-TERMS-REQUESTED VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-MARK-SUBMISSN".
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
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 LOG-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 SECTION-FOUND-FLAG PIC X(1) VALUE "N".
           05 SENDER-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-LOG-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-SECTIONS-LISTED PIC 9(5) VALUE ZERO.
           05 WS-SECTIONS-COMPLETE PIC 9(5) VALUE ZERO.
           05 WS-SECTIONS-PARTIAL PIC 9(5) VALUE ZERO.
           05 WS-SECTIONS-NONE PIC 9(5) VALUE ZERO.
           05 WS-SECTIONS-EMPTY PIC 9(5) VALUE ZERO.
           05 SENDER-SUB PIC 9(1).

       01 PREVIOUS-KEY-WS.
           05 WS-PREV-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-PREV-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 WS-PREV-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.

       01 SECTION-TABLE-WS.
           05 NUM-OF-SECTIONS PIC 9(3) VALUE ZERO.
           05 SECTION-SUB PIC 9(3).
           05 SECTION-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-SECTIONS.
               10 SECT-COURSE-WS PIC X(7).
               10 SECT-SECTION-WS PIC X(3).
               10 SECT-TERM-WS PIC X(6).
               10 SECT-INSTRUCTOR-WS PIC X(5).
               10 SECT-ENROLLED-WS PIC 9(4).
               10 SECT-RECEIVED-WS PIC 9(4).
               10 SECT-SENDER-WS PIC X(5) OCCURS 3 TIMES.
               10 SECT-MORE-SENDERS-WS PIC X(1).
               10 SECT-LAST-DATE-WS PIC 9(8).

       01 STATUS-TITLE-STRUCTURE.
           05 FILLER PIC X(35)
                   VALUE "MARK SUBMISSION STATUS BY SECTION".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 STT-TERM-CODE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 STT-RUN-DATE PIC 9(8).

       01 STATUS-COLUMN-HEADER.
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "SEC".
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(7) VALUE "INSTR".
           05 FILLER PIC X(5) VALUE "ENRL".
           05 FILLER PIC X(5) VALUE "RCVD".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(21) VALUE "RECEIVED FROM".
           05 FILLER PIC X(9) VALUE "LAST RCVD".

       01 STATUS-DETAIL-STRUCTURE.
           05 SDT-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SDT-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SDT-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDT-INSTRUCTOR-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDT-ENROLLED PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SDT-RECEIVED PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SDT-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDT-SENDER-GROUP OCCURS 3 TIMES.
               10 SDT-SENDER PIC X(5).
               10 FILLER PIC X(1).
           05 SDT-MORE-SENDERS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDT-LAST-DATE PIC X(8).

       01 STATUS-TOTAL-STRUCTURE.
           05 FILLER PIC X(10) VALUE "SECTIONS: ".
           05 STO-SECTIONS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  COMPLETE: ".
           05 STO-COMPLETE PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  PARTIAL: ".
           05 STO-PARTIAL PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  NONE: ".
           05 STO-NONE PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  EMPTY: ".
           05 STO-EMPTY PIC ZZZZ9.

       01 NO-SECTION-LINE.
           05 FILLER PIC X(30) VALUE "NO ASSIGNED SECTIONS FOR TERM".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-MARK-SUBMISSIONS.
           PERFORM 201-INITIATE-STATUS-JOB.
           PERFORM 202-COUNT-ENROLLMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE-NUMBER
                                SORT-SECTION-NUMBER
                                SORT-TERM-CODE
                                SORT-STUDENT-NUMBER
                                SORT-RECEIVED-DATE
               INPUT PROCEDURE 301-SELECT-SUBMISSION-LOG
               OUTPUT PROCEDURE 302-TALLY-SORTED-SUBMISSIONS.
           PERFORM 205-PRINT-STATUS-REPORT.
           PERFORM 203-TERMINATE-STATUS-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-STATUS-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 312-LOAD-SECTION-TABLE
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
           CLOSE ASSIGNMENT-FILE.
           OPEN OUTPUT STATUS-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.

       202-COUNT-ENROLLMENTS.
           OPEN INPUT STUDENT-FILE-INDEX.
           PERFORM 303-COUNT-INDEX-RECORD
               UNTIL INDEX-EOF-FLAG = "Y".
           CLOSE STUDENT-FILE-INDEX.

       203-TERMINATE-STATUS-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "MARK SUBMISSION STATUS REPORT COMPLETE".
           DISPLAY "  SECTIONS LISTED : " WS-SECTIONS-LISTED.
           DISPLAY "  COMPLETE        : " WS-SECTIONS-COMPLETE.
           DISPLAY "  PARTIAL         : " WS-SECTIONS-PARTIAL.
           DISPLAY "  NONE RECEIVED   : " WS-SECTIONS-NONE.
           CLOSE STATUS-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF NUM-OF-SECTIONS = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       205-PRINT-STATUS-REPORT.
           ACCEPT STT-RUN-DATE FROM DATE YYYYMMDD.
           IF ALL-TERMS-REQUESTED
               MOVE "ALL" TO STT-TERM-CODE
           ELSE
               MOVE WS-STATUS-TERM-CODE TO STT-TERM-CODE
           END-IF.
           WRITE STATUS-REPORT-RECORD FROM STATUS-TITLE-STRUCTURE.
           WRITE STATUS-REPORT-RECORD FROM STATUS-COLUMN-HEADER.
           IF NUM-OF-SECTIONS = ZERO
               WRITE STATUS-REPORT-RECORD FROM NO-SECTION-LINE
           ELSE
               PERFORM 306-PRINT-SECTION-STATUS
                   VARYING SECTION-SUB FROM 1 BY 1
                       UNTIL SECTION-SUB > NUM-OF-SECTIONS
           END-IF.
           MOVE WS-SECTIONS-LISTED TO STO-SECTIONS.
           MOVE WS-SECTIONS-COMPLETE TO STO-COMPLETE.
           MOVE WS-SECTIONS-PARTIAL TO STO-PARTIAL.
           MOVE WS-SECTIONS-NONE TO STO-NONE.
           MOVE WS-SECTIONS-EMPTY TO STO-EMPTY.
           WRITE STATUS-REPORT-RECORD FROM STATUS-TOTAL-STRUCTURE.

       301-SELECT-SUBMISSION-LOG.
           OPEN INPUT SUBMISSION-LOG-FILE.
           PERFORM 304-RELEASE-LOG-RECORD
               UNTIL LOG-EOF-FLAG = "Y".
           CLOSE SUBMISSION-LOG-FILE.

       302-TALLY-SORTED-SUBMISSIONS.
           PERFORM 305-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "Y".

       303-COUNT-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF ALL-TERMS-REQUESTED
                           OR TERM-CODE-INDEX = WS-STATUS-TERM-CODE
                       MOVE COURSE-NUMBER-INDEX TO WS-PREV-COURSE-NUMBER
                       MOVE SECTION-NUMBER-INDEX
                           TO WS-PREV-SECTION-NUMBER
                       MOVE TERM-CODE-INDEX TO WS-PREV-TERM-CODE
                       PERFORM 310-FIND-SECTION-ENTRY
                       IF SECTION-FOUND-FLAG = "Y"
                           ADD 1 TO SECT-ENROLLED-WS(SECTION-SUB)
                       END-IF
                   END-IF
           END-READ.

       304-RELEASE-LOG-RECORD.
           READ SUBMISSION-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
                   IF ALL-TERMS-REQUESTED
                           OR MLOG-TERM-CODE = WS-STATUS-TERM-CODE
                       MOVE MLOG-COURSE-NUMBER TO SORT-COURSE-NUMBER
                       MOVE MLOG-SECTION-NUMBER TO SORT-SECTION-NUMBER
                       MOVE MLOG-TERM-CODE TO SORT-TERM-CODE
                       MOVE MLOG-STUDENT-NUMBER TO SORT-STUDENT-NUMBER
                       MOVE MLOG-INSTRUCTOR-ID TO SORT-INSTRUCTOR-ID
                       MOVE MLOG-RECEIVED-DATE TO SORT-RECEIVED-DATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       305-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 307-TALLY-SUBMISSION
           END-RETURN.

       306-PRINT-SECTION-STATUS.
           MOVE SPACES TO STATUS-DETAIL-STRUCTURE.
           MOVE SECT-COURSE-WS(SECTION-SUB) TO SDT-COURSE-NUMBER.
           MOVE SECT-SECTION-WS(SECTION-SUB) TO SDT-SECTION-NUMBER.
           MOVE SECT-TERM-WS(SECTION-SUB) TO SDT-TERM-CODE.
           MOVE SECT-INSTRUCTOR-WS(SECTION-SUB) TO SDT-INSTRUCTOR-ID.
           MOVE SECT-ENROLLED-WS(SECTION-SUB) TO SDT-ENROLLED.
           MOVE SECT-RECEIVED-WS(SECTION-SUB) TO SDT-RECEIVED.
           IF SECT-ENROLLED-WS(SECTION-SUB) = ZERO
               MOVE "EMPTY" TO SDT-STATUS
               ADD 1 TO WS-SECTIONS-EMPTY
           ELSE
               IF SECT-RECEIVED-WS(SECTION-SUB) = ZERO
                   MOVE "NONE" TO SDT-STATUS
                   ADD 1 TO WS-SECTIONS-NONE
               ELSE
                   IF SECT-RECEIVED-WS(SECTION-SUB) <
                           SECT-ENROLLED-WS(SECTION-SUB)
                       MOVE "PARTIAL" TO SDT-STATUS
                       ADD 1 TO WS-SECTIONS-PARTIAL
                   ELSE
                       MOVE "COMPLETE" TO SDT-STATUS
                       ADD 1 TO WS-SECTIONS-COMPLETE
                   END-IF
               END-IF
           END-IF.
           MOVE SECT-SENDER-WS(SECTION-SUB, 1) TO SDT-SENDER(1).
           MOVE SECT-SENDER-WS(SECTION-SUB, 2) TO SDT-SENDER(2).
           MOVE SECT-SENDER-WS(SECTION-SUB, 3) TO SDT-SENDER(3).
           MOVE SECT-MORE-SENDERS-WS(SECTION-SUB) TO SDT-MORE-SENDERS.
           IF SECT-LAST-DATE-WS(SECTION-SUB) NOT = ZERO
               MOVE SECT-LAST-DATE-WS(SECTION-SUB) TO SDT-LAST-DATE
           END-IF.
           WRITE STATUS-REPORT-RECORD FROM STATUS-DETAIL-STRUCTURE.
           ADD 1 TO WS-SECTIONS-LISTED.

       307-TALLY-SUBMISSION.
           IF FIRST-RECORD-SW = "Y"
                   OR SORT-COURSE-NUMBER NOT = WS-PREV-COURSE-NUMBER
                   OR SORT-SECTION-NUMBER NOT = WS-PREV-SECTION-NUMBER
                   OR SORT-TERM-CODE NOT = WS-PREV-TERM-CODE
               MOVE "N" TO FIRST-RECORD-SW
               MOVE SORT-COURSE-NUMBER TO WS-PREV-COURSE-NUMBER
               MOVE SORT-SECTION-NUMBER TO WS-PREV-SECTION-NUMBER
               MOVE SORT-TERM-CODE TO WS-PREV-TERM-CODE
               MOVE ZERO TO WS-PREV-STUDENT-NUMBER
               PERFORM 310-FIND-SECTION-ENTRY
           END-IF.
           IF SECTION-FOUND-FLAG = "Y"
               IF SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT-NUMBER
                   MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER
                   ADD 1 TO SECT-RECEIVED-WS(SECTION-SUB)
               END-IF
               PERFORM 311-NOTE-SENDER
               IF SORT-RECEIVED-DATE > SECT-LAST-DATE-WS(SECTION-SUB)
                   MOVE SORT-RECEIVED-DATE
                       TO SECT-LAST-DATE-WS(SECTION-SUB)
               END-IF
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-ASSIGNMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-SUBMISSION-LOG-NAME FROM SYSIN
               ACCEPT WS-STATUS-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER STATUS TERM CODE (BLANK FOR ALL): ".
           ACCEPT WS-STATUS-TERM-CODE FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-SUBMISSION-LOG-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-LOG-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-SECTIONS-LISTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-FIND-SECTION-ENTRY.
           MOVE "N" TO SECTION-FOUND-FLAG.
           PERFORM 313-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR SECTION-FOUND-FLAG = "Y".
           IF SECTION-FOUND-FLAG = "Y"
               SUBTRACT 1 FROM SECTION-SUB
           END-IF.

       311-NOTE-SENDER.
           MOVE "N" TO SENDER-FOUND-FLAG.
           PERFORM 314-MATCH-SENDER-ENTRY
               VARYING SENDER-SUB FROM 1 BY 1
                   UNTIL SENDER-SUB > 3
                      OR SENDER-FOUND-FLAG = "Y".
           IF SENDER-FOUND-FLAG NOT = "Y"
               MOVE "+" TO SECT-MORE-SENDERS-WS(SECTION-SUB)
           END-IF.

       312-LOAD-SECTION-TABLE.
           READ ASSIGNMENT-FILE
             AT END MOVE "Y" TO ASSIGNMENT-EOF-FLAG
               NOT AT END
                 IF (ALL-TERMS-REQUESTED OR
                         ASGN-TERM-CODE-IN-FILE = WS-STATUS-TERM-CODE)
                         AND NUM-OF-SECTIONS < 999
                     ADD 1 TO NUM-OF-SECTIONS
                     MOVE ASGN-COURSE-NUMBER-IN-FILE
                         TO SECT-COURSE-WS(NUM-OF-SECTIONS)
                     MOVE ASGN-SECTION-NUMBER-IN-FILE
                         TO SECT-SECTION-WS(NUM-OF-SECTIONS)
                     MOVE ASGN-TERM-CODE-IN-FILE
                         TO SECT-TERM-WS(NUM-OF-SECTIONS)
                     MOVE ASGN-INSTRUCTOR-ID-IN-FILE
                         TO SECT-INSTRUCTOR-WS(NUM-OF-SECTIONS)
                     MOVE ZERO TO SECT-ENROLLED-WS(NUM-OF-SECTIONS)
                     MOVE ZERO TO SECT-RECEIVED-WS(NUM-OF-SECTIONS)
                     MOVE SPACES
                         TO SECT-SENDER-WS(NUM-OF-SECTIONS, 1)
                     MOVE SPACES
                         TO SECT-SENDER-WS(NUM-OF-SECTIONS, 2)
                     MOVE SPACES
                         TO SECT-SENDER-WS(NUM-OF-SECTIONS, 3)
                     MOVE SPACE
                         TO SECT-MORE-SENDERS-WS(NUM-OF-SECTIONS)
                     MOVE ZERO TO SECT-LAST-DATE-WS(NUM-OF-SECTIONS)
                 END-IF
           END-READ.

       313-MATCH-SECTION-ENTRY.
           IF WS-PREV-COURSE-NUMBER = SECT-COURSE-WS(SECTION-SUB)
                   AND WS-PREV-SECTION-NUMBER =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND WS-PREV-TERM-CODE = SECT-TERM-WS(SECTION-SUB)
               MOVE "Y" TO SECTION-FOUND-FLAG
           END-IF.

       314-MATCH-SENDER-ENTRY.
           IF SECT-SENDER-WS(SECTION-SUB, SENDER-SUB) = SPACES
               MOVE SORT-INSTRUCTOR-ID
                   TO SECT-SENDER-WS(SECTION-SUB, SENDER-SUB)
               MOVE "Y" TO SENDER-FOUND-FLAG
           ELSE
               IF SECT-SENDER-WS(SECTION-SUB, SENDER-SUB) =
                       SORT-INSTRUCTOR-ID
                   MOVE "Y" TO SENDER-FOUND-FLAG
               END-IF
           END-IF.
