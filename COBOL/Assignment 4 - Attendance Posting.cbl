      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. POST-ATTENDANCE.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ATTENDANCE-TRANSACTION-FILE
         ASSIGN TO WS-TRANSACTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ABSENCE-LIMIT-FILE
         ASSIGN TO WS-LIMIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATTENDANCE-SUMMARY-FILE
         ASSIGN TO WS-SUMMARY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "ATTSORTW".

       SELECT OPTIONAL NOTIFICATION-FILE
         ASSIGN TO WS-NOTIFICATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSTING-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD ATTENDANCE-TRANSACTION-FILE.
       01 ATTENDANCE-TRANSACTION-RECORD.
           05 ATT-STUDENT-NUMBER PIC 9(9).
           05 ATT-COURSE-NUMBER PIC X(7).
           05 ATT-SECTION-NUMBER PIC X(3).
           05 ATT-TERM-CODE PIC X(6).
           05 ATT-CLASS-DATE PIC 9(8).
           05 ATT-ATTENDANCE-CODE PIC X(1).
               88 ATT-VALID-CODE VALUE "P" "A" "E".

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD ABSENCE-LIMIT-FILE.
       01 ABSENCE-LIMIT-RECORD.
           05 LIMIT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 LIMIT-MAX-ABSENCES-IN-FILE PIC 9(3).

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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-ATTENDANCE-DATA.
               10 SORT-STUDENT-NUMBER PIC 9(9).
               10 SORT-COURSE-NUMBER PIC X(7).
               10 SORT-SECTION-NUMBER PIC X(3).
               10 SORT-TERM-CODE PIC X(6).
               10 SORT-CLASS-DATE PIC 9(8).
               10 SORT-ATTENDANCE-CODE PIC X(1).
           05 SORT-STUDENT-NAME PIC X(20).

       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD.
           05 NTF-STUDENT-NUMBER PIC X(9).
           05 NTF-STUDENT-NUMBER-N REDEFINES NTF-STUDENT-NUMBER
                   PIC 9(9).
           05 NTF-STUDENT-NAME PIC X(20).
           05 NTF-MESSAGE-CODE PIC X(4).
           05 NTF-TERM-CODE PIC X(6).
           05 NTF-TRIGGER-VALUE PIC 9(3).
       01 NOTIFICATION-CONTROL-RECORD PIC X(60).

       FD POSTING-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       FD SEQUENCE-CONTROL-FILE.
       01 SEQUENCE-CONTROL-RECORD.
           05 SEQ-SOURCE-PROGRAM PIC X(20).
           05 SEQ-LAST-ISSUED PIC 9(6).
           05 SEQ-ISSUED-DATE PIC 9(8).
           05 SEQ-LAST-CONSUMED PIC 9(6).
           05 SEQ-CONSUMED-DATE PIC 9(8).
           05 SEQ-CONSUMER-PROGRAM PIC X(20).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-TRANSACTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTTRANS.TXT".
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-LIMIT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTLIMIT.TXT".
           05 WS-SUMMARY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTSUMM.TXT".
           05 WS-NOTIFICATION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\NOTIFY.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ATTREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-DEFAULT-ABSENCE-LIMIT PIC 9(3) VALUE 006.
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "POST-ATTENDANCE".
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
           05 EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 LIMIT-EOF-FLAG PIC X(1) VALUE "N".
           05 SUMMARY-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 LIMIT-FOUND-FLAG PIC X(1) VALUE "N".
           05 ENROLLED-FLAG PIC X(1) VALUE "N".
               88 ENROLLED-IN-SECTION VALUE "Y".
               88 ENROLLED-OTHER-SECTION VALUE "S".
               88 NOT-ENROLLED VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 POSTED-COUNT PIC 9(7) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WARNING-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 ATTENDANCE-POSTING-WS.
           05 POST-STUDENT-NUMBER PIC 9(9).
           05 POST-COURSE-NUMBER PIC X(7).
           05 POST-SECTION-NUMBER PIC X(3).
           05 POST-TERM-CODE PIC X(6).
           05 POST-CLASS-DATE PIC 9(8).
           05 POST-ATTENDANCE-CODE PIC X(1).
               88 POST-PRESENT VALUE "P".
               88 POST-ABSENT VALUE "A".
               88 POST-EXCUSED VALUE "E".

       01 PREVIOUS-POSTING-WS.
           05 PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 PREV-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 PREV-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 PREV-TERM-CODE PIC X(6) VALUE SPACES.
           05 PREV-CLASS-DATE PIC 9(8) VALUE ZERO.
           05 FILLER PIC X(1) VALUE SPACES.

       01 VAR-RANGE.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-FOUND-TERM-END PIC 9(8) VALUE ZERO.
           05 NUM-OF-LIMITS PIC 9(3) VALUE ZERO.
           05 LIMIT-SUB PIC 9(3).
           05 WS-ABSENCE-LIMIT PIC 9(3) VALUE ZERO.
           05 WS-ENROLLED-NAME PIC X(20) VALUE SPACES.

       01 TERM-TABLE-WS.
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).
               10 TERM-END-WS PIC 9(8).

       01 LIMIT-TABLE-WS.
           05 LIMIT-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-LIMITS.
               10 LIMIT-COURSE-WS PIC X(7).
               10 LIMIT-MAX-ABSENCES-WS PIC 9(3).

       01 SUMMARY-TABLE-WS.
           05 NUM-OF-SUMMARIES PIC 9(4) VALUE ZERO.
           05 SUMMARY-SUB PIC 9(4).
           05 MATCHED-SUMMARY-SUB PIC 9(4) VALUE ZERO.
           05 SUMMARY-ENTRY-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NUM-OF-SUMMARIES.
               10 SUMM-FILE-DATA-WS.
                   15 SUMM-STUDENT-NUMBER-WS PIC 9(9).
                   15 SUMM-COURSE-NUMBER-WS PIC X(7).
                   15 SUMM-SECTION-NUMBER-WS PIC X(3).
                   15 SUMM-TERM-CODE-WS PIC X(6).
                   15 SUMM-STUDENT-NAME-WS PIC X(20).
                   15 SUMM-PRESENT-COUNT-WS PIC 9(3).
                   15 SUMM-ABSENT-COUNT-WS PIC 9(3).
                   15 SUMM-EXCUSED-COUNT-WS PIC 9(3).
                   15 SUMM-LAST-CLASS-DATE-WS PIC 9(8).
                   15 SUMM-WARNING-DATE-WS PIC 9(8).
               10 SUMM-PRIOR-DATE-WS PIC 9(8).

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
           05 SEQUENCE-ENTRY-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON NUM-OF-SEQUENCES.
               10 SEQ-SOURCE-PROGRAM-WS PIC X(20).
               10 SEQ-LAST-ISSUED-WS PIC 9(6).
               10 SEQ-ISSUED-DATE-WS PIC 9(8).
               10 SEQ-LAST-CONSUMED-WS PIC 9(6).
               10 SEQ-CONSUMED-DATE-WS PIC 9(8).
               10 SEQ-CONSUMER-PROGRAM-WS PIC X(20).

       01 INTERFACE-HEADER-STRUCTURE.
           05 IFH-RECORD-CODE PIC X(1) VALUE "H".
           05 IFH-RUN-DATE PIC 9(8).
           05 IFH-RUN-TIME PIC 9(8).
           05 IFH-PROGRAM-NAME PIC X(20).
           05 IFH-TERM-CODE PIC X(6).
           05 IFH-SEQUENCE-NUMBER PIC 9(6).
           05 FILLER PIC X(11) VALUE SPACES.

       01 INTERFACE-TRAILER-STRUCTURE.
           05 IFT-RECORD-CODE PIC X(1) VALUE "T".
           05 IFT-RECORD-COUNT PIC 9(7).
           05 IFT-STUDENT-HASH PIC 9(15).
           05 IFT-AMOUNT-HASH PIC 9(9)V99.
           05 FILLER PIC X(26) VALUE SPACES.

       01 INTERFACE-TOTALS-WS.
           05 WS-INTERFACE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-INTERFACE-STUDENT-HASH PIC 9(15) VALUE ZERO.
           05 WS-INTERFACE-AMOUNT-HASH PIC 9(9)V99 VALUE ZERO.

       01 REGISTER-HEADER.
           05 FILLER PIC X(27) VALUE "ATTENDANCE POSTING REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-CLASS-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-ATTENDANCE-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-DISPOSITION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-REASON PIC X(25).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-POST-ATTENDANCE.
           PERFORM 201-INITIATE-POSTING-JOB.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-COURSE-NUMBER
                                SORT-SECTION-NUMBER
                                SORT-TERM-CODE
                                SORT-CLASS-DATE
               INPUT PROCEDURE 301-VALIDATE-ATTENDANCE
               OUTPUT PROCEDURE 302-POST-SORTED-ATTENDANCE.
           PERFORM 203-TERMINATE-POSTING-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-POSTING-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 310-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           OPEN INPUT ABSENCE-LIMIT-FILE.
           PERFORM 311-LOAD-LIMIT-TABLE UNTIL LIMIT-EOF-FLAG = "Y".
           CLOSE ABSENCE-LIMIT-FILE.
           OPEN INPUT ATTENDANCE-SUMMARY-FILE.
           PERFORM 312-LOAD-SUMMARY-TABLE
               UNTIL SUMMARY-EOF-FLAG = "Y".
           CLOSE ATTENDANCE-SUMMARY-FILE.
           OPEN INPUT STUDENT-FILE-INDEX.
           OPEN OUTPUT POSTING-REGISTER.
           OPEN EXTEND NOTIFICATION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 325-WRITE-INTERFACE-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO REG-HDR-DATE.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.

       203-TERMINATE-POSTING-JOB.
           PERFORM 313-REWRITE-SUMMARY-FILE.
           PERFORM 326-WRITE-INTERFACE-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "ATTENDANCE POSTING COMPLETE".
           DISPLAY "  POSTED          : " POSTED-COUNT.
           DISPLAY "  REJECTED        : " REJECT-COUNT.
           DISPLAY "  WARNINGS ISSUED : " WARNING-COUNT.
           CLOSE STUDENT-FILE-INDEX POSTING-REGISTER
               NOTIFICATION-FILE AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-VALIDATE-ATTENDANCE.
           OPEN INPUT ATTENDANCE-TRANSACTION-FILE.
           PERFORM 303-READ-TRANSACTION-RECORD.
           PERFORM 304-EDIT-ATTENDANCE-RECORD UNTIL EOF-FLAG = "Y".
           CLOSE ATTENDANCE-TRANSACTION-FILE.

       302-POST-SORTED-ATTENDANCE.
           PERFORM 305-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "Y".

       303-READ-TRANSACTION-RECORD.
           READ ATTENDANCE-TRANSACTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       304-EDIT-ATTENDANCE-RECORD.
           MOVE ATTENDANCE-TRANSACTION-RECORD TO ATTENDANCE-POSTING-WS.
           PERFORM 314-FIND-TERM-ENTRY.
           IF ATT-STUDENT-NUMBER NOT NUMERIC
               MOVE "INVALID STUDENT NUMBER" TO REG-REASON
               PERFORM 306-WRITE-REJECT-REGISTER
           ELSE
               IF NOT ATT-VALID-CODE
                   MOVE "INVALID ATTENDANCE CODE" TO REG-REASON
                   PERFORM 306-WRITE-REJECT-REGISTER
               ELSE
                   IF TERM-FOUND-FLAG NOT = "Y"
                       MOVE "INVALID TERM CODE" TO REG-REASON
                       PERFORM 306-WRITE-REJECT-REGISTER
                   ELSE
                       IF ATT-CLASS-DATE NOT NUMERIC
                               OR ATT-CLASS-DATE < WS-FOUND-TERM-START
                               OR ATT-CLASS-DATE > WS-FOUND-TERM-END
                           MOVE "CLASS DATE OUTSIDE TERM" TO REG-REASON
                           PERFORM 306-WRITE-REJECT-REGISTER
                       ELSE
                           PERFORM 315-READ-ENROLLMENT
                           IF NOT-ENROLLED
                               MOVE "NOT ENROLLED IN COURSE"
                                   TO REG-REASON
                               PERFORM 306-WRITE-REJECT-REGISTER
                           ELSE
                               IF ENROLLED-OTHER-SECTION
                                   MOVE "NOT ENROLLED IN SECTION"
                                       TO REG-REASON
                                   PERFORM 306-WRITE-REJECT-REGISTER
                               ELSE
                                   MOVE ATTENDANCE-POSTING-WS
                                       TO SORT-ATTENDANCE-DATA
                                   MOVE WS-ENROLLED-NAME
                                       TO SORT-STUDENT-NAME
                                   RELEASE SORT-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-TRANSACTION-RECORD.

       305-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 307-APPLY-ATTENDANCE
           END-RETURN.

       306-WRITE-REJECT-REGISTER.
           MOVE POST-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE POST-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE POST-SECTION-NUMBER TO REG-SECTION-NUMBER.
           MOVE POST-TERM-CODE TO REG-TERM-CODE.
           MOVE POST-CLASS-DATE TO REG-CLASS-DATE.
           MOVE POST-ATTENDANCE-CODE TO REG-ATTENDANCE-CODE.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       307-APPLY-ATTENDANCE.
           MOVE SORT-ATTENDANCE-DATA TO ATTENDANCE-POSTING-WS.
           IF ATTENDANCE-POSTING-WS(1:33) = PREVIOUS-POSTING-WS(1:33)
               MOVE "DUPLICATE CLASS DATE" TO REG-REASON
               PERFORM 306-WRITE-REJECT-REGISTER
           ELSE
               MOVE ATTENDANCE-POSTING-WS TO PREVIOUS-POSTING-WS
               PERFORM 316-FIND-SUMMARY-ENTRY
               IF MATCHED-SUMMARY-SUB = ZERO
                   MOVE "SUMMARY TABLE FULL" TO REG-REASON
                   PERFORM 306-WRITE-REJECT-REGISTER
               ELSE
                   IF POST-CLASS-DATE NOT >
                           SUMM-PRIOR-DATE-WS(MATCHED-SUMMARY-SUB)
                       MOVE "CLASS DATE ALREADY POSTED" TO REG-REASON
                       PERFORM 306-WRITE-REJECT-REGISTER
                   ELSE
                       MOVE SPACES TO REG-REASON
                       PERFORM 317-ACCUMULATE-ATTENDANCE
                       PERFORM 318-WRITE-APPLIED-REGISTER
                   END-IF
               END-IF
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-TRANSACTION-FILE-NAME FROM SYSIN
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-LIMIT-FILE-NAME FROM SYSIN
               ACCEPT WS-SUMMARY-FILE-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-DEFAULT-ABSENCE-LIMIT FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-TRANSACTION-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                       MOVE TERM-END-IN-FILE
                           TO TERM-END-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       311-LOAD-LIMIT-TABLE.
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

       312-LOAD-SUMMARY-TABLE.
           READ ATTENDANCE-SUMMARY-FILE
               AT END MOVE "Y" TO SUMMARY-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SUMMARIES < 5000
                       ADD 1 TO NUM-OF-SUMMARIES
                       MOVE ATTENDANCE-SUMMARY-RECORD
                           TO SUMM-FILE-DATA-WS(NUM-OF-SUMMARIES)
                       MOVE ATTS-LAST-CLASS-DATE
                           TO SUMM-PRIOR-DATE-WS(NUM-OF-SUMMARIES)
                   END-IF
           END-READ.

       313-REWRITE-SUMMARY-FILE.
           OPEN OUTPUT ATTENDANCE-SUMMARY-FILE.
           PERFORM 319-WRITE-SUMMARY-RECORD
               VARYING SUMMARY-SUB FROM 1 BY 1
                   UNTIL SUMMARY-SUB > NUM-OF-SUMMARIES.
           CLOSE ATTENDANCE-SUMMARY-FILE.

       314-FIND-TERM-ENTRY.
           MOVE "N" TO TERM-FOUND-FLAG.
           MOVE ZERO TO WS-FOUND-TERM-START WS-FOUND-TERM-END.
           PERFORM 320-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR TERM-FOUND-FLAG = "Y".

       315-READ-ENROLLMENT.
           MOVE "N" TO ENROLLED-FLAG.
           MOVE SPACES TO WS-ENROLLED-NAME.
           MOVE ATT-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE ATT-COURSE-NUMBER TO COURSE-NUMBER-INDEX.
           MOVE ATT-TERM-CODE TO TERM-CODE-INDEX.
           READ STUDENT-FILE-INDEX
               INVALID KEY
                   MOVE "N" TO ENROLLED-FLAG
               NOT INVALID KEY
                   MOVE STUDENT-NAME-INDEX TO WS-ENROLLED-NAME
                   IF SECTION-NUMBER-INDEX = ATT-SECTION-NUMBER
                       MOVE "Y" TO ENROLLED-FLAG
                   ELSE
                       MOVE "S" TO ENROLLED-FLAG
                   END-IF
           END-READ.

       316-FIND-SUMMARY-ENTRY.
           MOVE ZERO TO MATCHED-SUMMARY-SUB.
           PERFORM 321-MATCH-SUMMARY-ENTRY
               VARYING SUMMARY-SUB FROM 1 BY 1
                   UNTIL SUMMARY-SUB > NUM-OF-SUMMARIES
                      OR MATCHED-SUMMARY-SUB > ZERO.
           IF MATCHED-SUMMARY-SUB = ZERO
                   AND NUM-OF-SUMMARIES < 5000
               ADD 1 TO NUM-OF-SUMMARIES
               MOVE NUM-OF-SUMMARIES TO MATCHED-SUMMARY-SUB
               MOVE POST-STUDENT-NUMBER
                   TO SUMM-STUDENT-NUMBER-WS(MATCHED-SUMMARY-SUB)
               MOVE POST-COURSE-NUMBER
                   TO SUMM-COURSE-NUMBER-WS(MATCHED-SUMMARY-SUB)
               MOVE POST-SECTION-NUMBER
                   TO SUMM-SECTION-NUMBER-WS(MATCHED-SUMMARY-SUB)
               MOVE POST-TERM-CODE
                   TO SUMM-TERM-CODE-WS(MATCHED-SUMMARY-SUB)
               MOVE SORT-STUDENT-NAME
                   TO SUMM-STUDENT-NAME-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO TO SUMM-PRESENT-COUNT-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO TO SUMM-ABSENT-COUNT-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO TO SUMM-EXCUSED-COUNT-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO
                   TO SUMM-LAST-CLASS-DATE-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO TO SUMM-WARNING-DATE-WS(MATCHED-SUMMARY-SUB)
               MOVE ZERO TO SUMM-PRIOR-DATE-WS(MATCHED-SUMMARY-SUB)
           END-IF.

       317-ACCUMULATE-ATTENDANCE.
           EVALUATE TRUE
               WHEN POST-PRESENT
                   ADD 1 TO SUMM-PRESENT-COUNT-WS(MATCHED-SUMMARY-SUB)
               WHEN POST-ABSENT
                   ADD 1 TO SUMM-ABSENT-COUNT-WS(MATCHED-SUMMARY-SUB)
               WHEN POST-EXCUSED
                   ADD 1 TO SUMM-EXCUSED-COUNT-WS(MATCHED-SUMMARY-SUB)
           END-EVALUATE.
           IF POST-CLASS-DATE >
                   SUMM-LAST-CLASS-DATE-WS(MATCHED-SUMMARY-SUB)
               MOVE POST-CLASS-DATE
                   TO SUMM-LAST-CLASS-DATE-WS(MATCHED-SUMMARY-SUB)
           END-IF.
           ADD 1 TO POSTED-COUNT.
           IF POST-ABSENT
                   AND SUMM-WARNING-DATE-WS(MATCHED-SUMMARY-SUB) = ZERO
               PERFORM 322-FIND-ABSENCE-LIMIT
               IF SUMM-ABSENT-COUNT-WS(MATCHED-SUMMARY-SUB) >
                       WS-ABSENCE-LIMIT
                   PERFORM 323-WRITE-ABSENCE-NOTICE
                   MOVE "ABSENCE WARNING ISSUED" TO REG-REASON
               END-IF
           END-IF.

       318-WRITE-APPLIED-REGISTER.
           MOVE POST-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE POST-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE POST-SECTION-NUMBER TO REG-SECTION-NUMBER.
           MOVE POST-TERM-CODE TO REG-TERM-CODE.
           MOVE POST-CLASS-DATE TO REG-CLASS-DATE.
           MOVE POST-ATTENDANCE-CODE TO REG-ATTENDANCE-CODE.
           MOVE "APPLIED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       319-WRITE-SUMMARY-RECORD.
           MOVE SUMM-FILE-DATA-WS(SUMMARY-SUB)
               TO ATTENDANCE-SUMMARY-RECORD.
           WRITE ATTENDANCE-SUMMARY-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       320-MATCH-TERM-ENTRY.
           IF ATT-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
               MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
               MOVE TERM-END-WS(TERM-SUB) TO WS-FOUND-TERM-END
           END-IF.

       321-MATCH-SUMMARY-ENTRY.
           IF POST-STUDENT-NUMBER = SUMM-STUDENT-NUMBER-WS(SUMMARY-SUB)
                   AND POST-COURSE-NUMBER =
                       SUMM-COURSE-NUMBER-WS(SUMMARY-SUB)
                   AND POST-SECTION-NUMBER =
                       SUMM-SECTION-NUMBER-WS(SUMMARY-SUB)
                   AND POST-TERM-CODE = SUMM-TERM-CODE-WS(SUMMARY-SUB)
               MOVE SUMMARY-SUB TO MATCHED-SUMMARY-SUB
           END-IF.

       322-FIND-ABSENCE-LIMIT.
           MOVE "N" TO LIMIT-FOUND-FLAG.
           MOVE WS-DEFAULT-ABSENCE-LIMIT TO WS-ABSENCE-LIMIT.
           PERFORM 324-MATCH-LIMIT-ENTRY
               VARYING LIMIT-SUB FROM 1 BY 1
                   UNTIL LIMIT-SUB > NUM-OF-LIMITS
                      OR LIMIT-FOUND-FLAG = "Y".

       323-WRITE-ABSENCE-NOTICE.
           MOVE SUMM-STUDENT-NUMBER-WS(MATCHED-SUMMARY-SUB)
               TO NTF-STUDENT-NUMBER.
           MOVE SUMM-STUDENT-NAME-WS(MATCHED-SUMMARY-SUB)
               TO NTF-STUDENT-NAME.
           MOVE "ATTN" TO NTF-MESSAGE-CODE.
           MOVE POST-TERM-CODE TO NTF-TERM-CODE.
           MOVE SUMM-ABSENT-COUNT-WS(MATCHED-SUMMARY-SUB)
               TO NTF-TRIGGER-VALUE.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.
           MOVE WS-RUN-DATE
               TO SUMM-WARNING-DATE-WS(MATCHED-SUMMARY-SUB).
           ADD 1 TO WARNING-COUNT.

       324-MATCH-LIMIT-ENTRY.
           IF POST-COURSE-NUMBER = LIMIT-COURSE-WS(LIMIT-SUB)
               MOVE "Y" TO LIMIT-FOUND-FLAG
               MOVE LIMIT-MAX-ABSENCES-WS(LIMIT-SUB)
                   TO WS-ABSENCE-LIMIT
           END-IF.

       325-WRITE-INTERFACE-HEADER.
           PERFORM 327-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE SPACES TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       326-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       327-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 328-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 329-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.
           IF MATCHED-SEQUENCE-SUB = ZERO
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE AUDIT-PROGRAM-NAME
                   TO SEQ-SOURCE-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE SPACES
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           END-IF.
           ADD 1 TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB).
           ACCEPT SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               FROM DATE YYYYMMDD.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 330-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       328-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       329-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       330-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
