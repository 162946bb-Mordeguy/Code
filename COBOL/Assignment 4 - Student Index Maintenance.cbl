         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MEETING-FILE
         ASSIGN TO WS-MEETING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL INTEGRITY-CASE-FILE
         ASSIGN TO WS-CASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 TRANS-MARK-3 PIC 9(3).
           05 TRANS-MARK-4 PIC 9(3).
           05 TRANS-OVERRIDE-CODE PIC X(4).
           05 TRANS-GRADING-BASIS PIC X(1).
               88 TRANS-BASIS-NOT-GIVEN VALUE SPACE.
           05 TRANS-CASE-NUMBER PIC X(6).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
               88 ENROLLMENT-INTEGRITY-SANCTION VALUE "X".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD DEMOGRAPHIC-FILE.
       01 DEMOGRAPHIC-RECORD-IN.
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
               10 CYC-STEP-STATUS PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD MEETING-FILE.
       01 MEETING-RECORD-IN.
           05 MEET-COURSE-NUMBER-IN-FILE PIC X(7).
           05 MEET-SECTION-NUMBER-IN-FILE PIC X(3).
           05 MEET-TERM-CODE-IN-FILE PIC X(6).
           05 MEET-SEQUENCE-IN-FILE PIC 9(1).
           05 MEET-DAYS-IN-FILE PIC X(7).
           05 MEET-START-TIME-IN-FILE PIC 9(4).
           05 MEET-END-TIME-IN-FILE PIC 9(4).
           05 MEET-ROOM-IN-FILE PIC X(6).

       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 XFER-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 XFER-COURSE-NUMBER-IN-FILE PIC X(7).
           05 XFER-INSTITUTION-IN-FILE PIC X(20).
           05 XFER-CREDITS-IN-FILE PIC 9(2).
           05 XFER-TERM-CODE-IN-FILE PIC X(6).
           05 XFER-APPROVAL-CODE-IN-FILE PIC X(4).

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

       FD INTEGRITY-CASE-FILE.
       01 INTEGRITY-CASE-RECORD.
           05 CASE-NUMBER-IN-FILE PIC X(6).
           05 CASE-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 CASE-COURSE-NUMBER-IN-FILE PIC X(7).
           05 CASE-SECTION-NUMBER-IN-FILE PIC X(3).
           05 CASE-TERM-CODE-IN-FILE PIC X(6).
           05 CASE-OFFENCE-TYPE-IN-FILE PIC X(2).
           05 CASE-HEARING-DATE-IN-FILE PIC 9(8).
           05 CASE-DECISION-IN-FILE PIC X(1).
               88 CASE-DECISION-APPROVED VALUE "A".
           05 CASE-SANCTION-IN-FILE PIC X(1).
               88 CASE-SANCTION-CHANGES-GRADE VALUE "F" "Z".
           05 CASE-ASSESSMENT-IN-FILE PIC 9(1).
           05 CASE-GENERATED-DATE-IN-FILE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-CYCLE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CYCLECTL.TXT".
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-MEETING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MEETPATT.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-CASE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEMAST.TXT".

       01 CYCLE-CONTROL-WS.
           05 CYCLE-PRESENT-FLAG PIC X(1) VALUE "N".
           05 PREREQ-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 HOLD-FOUND-FLAG PIC X(1) VALUE "N".
           05 MEETING-EOF-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 CASE-EOF-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WAITLIST-COUNT PIC 9(5) VALUE ZERO.
           05 SANCTION-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 MATCHED-COURSE-NAME PIC X(10) VALUE SPACES.
           05 MATCHED-COURSE-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
               10 STND-EFFECTIVE-TERM-WS PIC X(6).
               10 STND-HOLD-FLAG-WS PIC X(1).

       01 DEFAULT-MARK-WEIGHTS PIC X(12) VALUE "025025025025".

       01 MARK-WEIGHT-TABLE VALUE "025025025025".
           05 WS-MARK-WEIGHT PIC 9(3) OCCURS 4 TIMES.

       01 SCHEME-TABLE-WS.
           05 NUM-OF-SCHEMES PIC 9(3) VALUE ZERO.
           05 SCHEME-SUB PIC 9(3).
           05 SLOT-SUB PIC 9(1).
           05 SCHEME-FOUND-FLAG PIC X(1) VALUE "N".
           05 SCHEME-EOF-FLAG PIC X(1) VALUE "N".
           05 SCHEME-VALID-SW PIC X(1) VALUE "Y".
           05 WS-SCHEME-WEIGHT-TOTAL PIC 9(4) VALUE ZERO.
           05 WS-SCHEME-COURSE PIC X(7) VALUE SPACES.
           05 WS-SCHEME-TERM PIC X(6) VALUE SPACES.
           05 SCHEME-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-SCHEMES.
               10 SCHEME-COURSE-WS PIC X(7).
               10 SCHEME-TERM-WS PIC X(6).
               10 SCHEME-WEIGHTS-WS.
                   15 SCHEME-WEIGHT-WS PIC 9(3) OCCURS 4 TIMES.

       01 MEETING-TABLE-WS.
           05 NUM-OF-MEETINGS PIC 9(4) VALUE ZERO.
           05 MEET-SUB PIC 9(4).
           05 MEET-SUB-2 PIC 9(4).
           05 DAY-SUB PIC 9(1).
           05 MEETING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-MEETINGS.
               10 MEET-COURSE-WS PIC X(7).
               10 MEET-SECTION-WS PIC X(3).
               10 MEET-TERM-WS PIC X(6).
               10 MEET-SEQ-WS PIC 9(1).
               10 MEET-DAYS-WS.
                   15 MEET-DAY-WS PIC X(1) OCCURS 7 TIMES.
               10 MEET-START-WS PIC 9(4).
               10 MEET-END-WS PIC 9(4).
               10 MEET-ROOM-WS PIC X(6).

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-TERM-CODE-WS PIC X(6).

       01 INTEGRITY-CASE-TABLE-WS.
           05 NUM-OF-CASES PIC 9(4) VALUE ZERO.
           05 CASE-SUB PIC 9(4).
           05 MATCHED-CASE-SUB PIC 9(4) VALUE ZERO.
           05 CASE-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CASES.
               10 CASE-NUMBER-WS PIC X(6).
               10 CASE-STUDENT-NUMBER-WS PIC 9(9).
               10 CASE-COURSE-NUMBER-WS PIC X(7).
               10 CASE-TERM-CODE-WS PIC X(6).
               10 CASE-SANCTION-WS PIC X(1).
               10 CASE-ASSESSMENT-WS PIC 9(1).

       01 SCHEDULE-CHECK-WS.
           05 SCHEDULE-CONFLICT-FLAG PIC X(1) VALUE "N".
           05 SCHED-BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 DAY-OVERLAP-FLAG PIC X(1) VALUE "N".
           05 WS-CONFLICT-COURSE PIC X(7) VALUE SPACES.
           05 WS-CONFLICT-SECTION PIC X(3) VALUE SPACES.

       01 PREREQ-CHECK-WS.
           05 PREREQ-OK-FLAG PIC X(1) VALUE "Y".
           05 PREREQ-MET-FLAG PIC X(1) VALUE "N".
               10 SECT-ENROLLED-WS PIC 9(4).
               10 SECT-CAPACITY-WS PIC 9(3).

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

       01 INTERFACE-CONTROL-WS.
           05 INTERFACE-STATUS-SW PIC X(1) VALUE "Y".
               88 INTERFACE-ACCEPTED VALUE "Y".
               88 INTERFACE-REJECTED VALUE "N".
           05 INTERFACE-EOF-FLAG PIC X(1) VALUE "N".
           05 INTERFACE-HEADER-SW PIC X(1) VALUE "N".
               88 INTERFACE-HEADER-SEEN VALUE "Y".
           05 INTERFACE-TRAILER-SW PIC X(1) VALUE "N".
               88 INTERFACE-TRAILER-SEEN VALUE "Y".
           05 WS-INTERFACE-EXPECTED PIC 9(6) VALUE ZERO.
           05 WS-INTERFACE-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-INTERFACE-REASON PIC X(40) VALUE SPACES.
           05 NUM-OF-SEGMENTS PIC 9(3) VALUE ZERO.
           05 SEGMENT-SUB PIC 9(3).
           05 SEGMENT-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-SEGMENTS.
               10 SEG-SOURCE-PROGRAM-WS PIC X(20).
               10 SEG-SEQUENCE-NUMBER-WS PIC 9(6).

       01 INTERFACE-EVENT-WS.
           05 IFE-EVENT-TEXT PIC X(21) VALUE SPACES.
           05 IFE-EVENT-DETAIL PIC X(59) VALUE SPACES.
           05 IFE-ACCEPTED-DETAIL REDEFINES IFE-EVENT-DETAIL.
               10 IFE-SOURCE-PROGRAM PIC X(20).
               10 IFE-SEQUENCE-LABEL PIC X(5).
               10 IFE-SEQUENCE-NUMBER PIC 9(6).
               10 FILLER PIC X(28).

       01 JOURNAL-RECORD-STRUCTURE.
           05 JRNL-RUN-DATE PIC 9(8).
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MAINTAIN-STUDENT-INDEX.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 367-VERIFY-INTERFACE-FILE.
           IF INTERFACE-ACCEPTED
               PERFORM 337-ACQUIRE-UPDATE-LOCK
           END-IF.
           IF INTERFACE-REJECTED OR LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 341-REGISTER-CYCLE-START
                   PERFORM 202-PROCESS-TRANSACTION
                       UNTIL EOF-FLAG = "Y"
                   PERFORM 203-TERMINATE-MAINTENANCE-JOB
                   PERFORM 376-RECORD-INTERFACE-CONSUMED
                   PERFORM 342-REGISTER-CYCLE-END
                   PERFORM 339-RELEASE-UPDATE-LOCK
                   PERFORM 204-SET-RETURN-CODE
           PERFORM 334-LOAD-STANDING-TABLE
               UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           PERFORM 348-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 354-LOAD-MEETING-TABLE.
           PERFORM 361-LOAD-TRANSFER-CREDITS.
           PERFORM 382-LOAD-INTEGRITY-CASES.
           PERFORM 312-COUNT-CURRENT-ENROLLMENT
               UNTIL INDEX-EOF-FLAG = "Y".
           ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 302-READ-TRANSACTION-RECORD.

       202-PROCESS-TRANSACTION.
           IF TRANS-ACTION-CODE NOT = "H"
                   AND TRANS-ACTION-CODE NOT = "T"
               PERFORM 303-APPLY-TRANSACTION
           END-IF.
           PERFORM 302-READ-TRANSACTION-RECORD.

       203-TERMINATE-MAINTENANCE-JOB.
           COMPUTE WS-RECORDS-WRITTEN =
               ADD-COUNT + CORRECT-COUNT + DELETE-COUNT
               + SANCTION-COUNT.
           PERFORM 309-WRITE-AUDIT-LOG.
           PERFORM 318-DISPLAY-OVER-CAPACITY-SUMMARY
               VARYING SECTION-SUB FROM 1 BY 1
           DISPLAY "  DELETED  : " DELETE-COUNT.
           DISPLAY "  REJECTED : " REJECT-COUNT.
           DISPLAY "  WAITLISTED: " WAITLIST-COUNT.
           DISPLAY "  SANCTIONED: " SANCTION-COUNT.
           CLOSE TRANSACTION-FILE STUDENT-FILE-INDEX WAITLIST-FILE
               JOURNAL-FILE AUDIT-LOG-FILE.

       302-READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF TRANS-ACTION-CODE NOT = "H"
                           AND TRANS-ACTION-CODE NOT = "T"
                       ADD 1 TO WS-TRANS-READ
                   END-IF
           END-READ.

       303-APPLY-TRANSACTION.
                   PERFORM 306-DELETE-STUDENT-RECORD
               WHEN "I"
                   PERFORM 333-MARK-RECORD-INCOMPLETE
               WHEN "S"
                   PERFORM 384-APPLY-INTEGRITY-SANCTION
               WHEN OTHER
                   PERFORM 307-REJECT-TRANSACTION
           END-EVALUATE.
                       " NEEDS " WS-FAILED-PREREQ
                   ADD 1 TO REJECT-COUNT
               ELSE
               PERFORM 356-CHECK-SCHEDULE-CONFLICT
               IF SCHEDULE-CONFLICT-FLAG = "Y"
                       AND TRANS-OVERRIDE-CODE NOT =
                           WS-OVERRIDE-AUTH-CODE
                   DISPLAY "ADD REJECTED - SCHEDULE CONFLICT: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " WITH " WS-CONFLICT-COURSE " "
                       WS-CONFLICT-SECTION
                   ADD 1 TO REJECT-COUNT
               ELSE
                   IF SCHEDULE-CONFLICT-FLAG = "Y"
                       DISPLAY "SCHEDULE CONFLICT OVERRIDDEN: "
                           TRANS-STUDENT-NUMBER " "
                           TRANS-COURSE-NUMBER " WITH "
                           WS-CONFLICT-COURSE " " WS-CONFLICT-SECTION
                   END-IF
                   PERFORM 313-WRITE-STUDENT-RECORD
               END-IF
               END-IF
               END-IF
           END-IF.

       305-CORRECT-STUDENT-RECORD.
                           TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       IF ENROLLMENT-INTEGRITY-SANCTION
                               AND TRANS-OVERRIDE-CODE NOT =
                                   WS-OVERRIDE-AUTH-CODE
                           DISPLAY "CORRECTION REJECTED - INTEGRITY "
                               "SANCTION: " TRANS-STUDENT-NUMBER " "
                               TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                           ADD 1 TO REJECT-COUNT
                       ELSE
                           IF RECORD-FINALIZED
                                   OR ENROLLMENT-INTEGRITY-SANCTION
                               MOVE "Y" TO JRNL-OVERRIDE-SW
                           ELSE
                               MOVE SPACE TO JRNL-OVERRIDE-SW
                           END-IF
                           MOVE STUDENT-REPORT-INDEX
                               TO JRNL-BEFORE-IMAGE
                           MOVE TRANS-STUDENT-NAME TO STUDENT-NAME-INDEX
                           MOVE TRANS-PROGRAM-NUMBER
                               TO PROGRAM-NUMBER-INDEX
                           MOVE TRANS-SECTION-NUMBER
                               TO SECTION-NUMBER-INDEX
                           MOVE TRANS-MARK-1 TO MARK-1-INDEX
                           MOVE TRANS-MARK-2 TO MARK-2-INDEX
                           MOVE TRANS-MARK-3 TO MARK-3-INDEX
                           MOVE TRANS-MARK-4 TO MARK-4-INDEX
                           IF NOT TRANS-BASIS-NOT-GIVEN
                               MOVE TRANS-GRADING-BASIS
                                   TO GRADING-BASIS-INDEX
                           END-IF
                           IF ENROLLMENT-INCOMPLETE
                               MOVE SPACES TO ENROLLMENT-STATUS-INDEX
                           END-IF
                           REWRITE STUDENT-REPORT-INDEX
                           ADD 1 TO CORRECT-COUNT
                           MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
                           PERFORM 310-WRITE-JOURNAL-RECORD
                       END-IF
                   END-IF
           END-READ.

                           TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       IF ENROLLMENT-INTEGRITY-SANCTION
                               AND TRANS-OVERRIDE-CODE NOT =
                                   WS-OVERRIDE-AUTH-CODE
                           DISPLAY "WITHDRAWAL REJECTED - INTEGRITY "
                               "SANCTION: " TRANS-STUDENT-NUMBER " "
                               TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                           ADD 1 TO REJECT-COUNT
                       ELSE
                           IF RECORD-FINALIZED
                                   OR ENROLLMENT-INTEGRITY-SANCTION
                               MOVE "Y" TO JRNL-OVERRIDE-SW
                           ELSE
                               MOVE SPACE TO JRNL-OVERRIDE-SW
                           END-IF
                           MOVE STUDENT-REPORT-INDEX
                               TO JRNL-BEFORE-IMAGE
                           DELETE STUDENT-FILE-INDEX
                           ADD 1 TO DELETE-COUNT
                           MOVE SPACES TO JRNL-AFTER-IMAGE
                           PERFORM 310-WRITE-JOURNAL-RECORD
                       END-IF
                   END-IF
           END-READ.

               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-CYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-MEETING-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
               ACCEPT WS-CASE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.
           READ COURSE-FILE
             AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                 IF NUM-OF-COURSES < 999
                   ADD 1 TO NUM-OF-COURSES
                   MOVE COURSE-RECORD-IN TO COURSE-TABLE(NUM-OF-COURSES)
                   IF COURSE-EFFECTIVE-START-IN-FILE NUMERIC
                       MOVE COURSE-EFFECTIVE-START-IN-FILE
                           TO COURSE-EFFECTIVE-START-WS(NUM-OF-COURSES)
                   ELSE
                       MOVE ZERO
                           TO COURSE-EFFECTIVE-START-WS(NUM-OF-COURSES)
                   END-IF
                 END-IF
           END-READ.

       312-COUNT-CURRENT-ENROLLMENT.
           MOVE SPACES TO FINAL-GRADE-INDEX.
           MOVE SPACES TO FINALIZED-STATUS-INDEX.
           MOVE SPACES TO ENROLLMENT-STATUS-INDEX.
           IF TRANS-BASIS-NOT-GIVEN
               MOVE "G" TO GRADING-BASIS-INDEX
           ELSE
               MOVE TRANS-GRADING-BASIS TO GRADING-BASIS-INDEX
           END-IF.
           PERFORM 331-CHECK-SECTION-FULL.
           IF MATCHED-SECTION-SUB > ZERO
                   AND SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO ADD-COUNT
                       IF SCHEDULE-CONFLICT-FLAG = "Y"
                           MOVE "Y" TO JRNL-OVERRIDE-SW
                       ELSE
                           MOVE SPACE TO JRNL-OVERRIDE-SW
                       END-IF
                       MOVE SPACES TO JRNL-BEFORE-IMAGE
                       MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
                       PERFORM 310-WRITE-JOURNAL-RECORD
           MOVE "N" TO FOUND-FLAG.
           MOVE SPACES TO MATCHED-COURSE-NAME.
           MOVE ZERO TO MATCHED-COURSE-CAPACITY.
           PERFORM 365-FIND-COURSE-AS-OF-START.
           PERFORM 319-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       316-WARN-IF-OVER-CAPACITY.
           IF MATCHED-SECTION-SUB > ZERO

       319-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO FOUND-FLAG
               MOVE COURSE-NAME-WS(COURSE-SUB) TO MATCHED-COURSE-NAME
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)

       326-CHECK-ONE-PREREQUISITE.
           IF PREQ-COURSE-WS(PREQ-SUB) = TRANS-COURSE-NUMBER
               PERFORM 363-CHECK-TRANSFER-CREDIT
               IF PREREQ-MET-FLAG NOT = "Y"
                   PERFORM 327-BROWSE-PRIOR-ATTEMPTS
               END-IF
               IF PREREQ-MET-FLAG NOT = "Y"
                   MOVE "N" TO PREREQ-OK-FLAG
                   MOVE PREQ-REQUIRED-WS(PREQ-SUB)
                               AND MARK-2-INDEX NUMERIC
                               AND MARK-3-INDEX NUMERIC
                               AND MARK-4-INDEX NUMERIC
                           MOVE COURSE-NUMBER-INDEX
                               TO WS-SCHEME-COURSE
                           MOVE TERM-CODE-INDEX TO WS-SCHEME-TERM
                           PERFORM 351-SELECT-ASSESSMENT-SCHEME
                           COMPUTE WS-PRIOR-AVRG =
                               (MARK-1-INDEX * WS-MARK-WEIGHT(1)
                               + MARK-2-INDEX * WS-MARK-WEIGHT(2)
                               + MARK-3-INDEX * WS-MARK-WEIGHT(3)
                               + MARK-4-INDEX * WS-MARK-WEIGHT(4)) / 100
                           IF WS-PRIOR-AVRG NOT <
                                   PREQ-MIN-MARK-WS(PREQ-SUB)
                               MOVE "Y" TO PREREQ-MET-FLAG
                           TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       IF ENROLLMENT-INTEGRITY-SANCTION
                               AND TRANS-OVERRIDE-CODE NOT =
                                   WS-OVERRIDE-AUTH-CODE
                           DISPLAY "INCOMPLETE REJECTED - INTEGRITY "
                               "SANCTION: " TRANS-STUDENT-NUMBER " "
                               TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                           ADD 1 TO REJECT-COUNT
                       ELSE
                           IF RECORD-FINALIZED
                                   OR ENROLLMENT-INTEGRITY-SANCTION
                               MOVE "Y" TO JRNL-OVERRIDE-SW
                           ELSE
                               MOVE SPACE TO JRNL-OVERRIDE-SW
                           END-IF
                           MOVE STUDENT-REPORT-INDEX
                               TO JRNL-BEFORE-IMAGE
                           MOVE "I" TO ENROLLMENT-STATUS-INDEX
                           REWRITE STUDENT-REPORT-INDEX
                           ADD 1 TO CORRECT-COUNT
                           MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
                           MOVE "C" TO JRNL-ACTION-CODE
                           WRITE JOURNAL-RECORD
                               FROM JOURNAL-RECORD-STRUCTURE
                       END-IF
                   END-IF
           END-READ.

       336-MATCH-STANDING-ENTRY.
           IF TRANS-STUDENT-NUMBER =
                   STND-STUDENT-NUMBER-WS(STANDING-SUB)
                   AND (STND-HOLD-FLAG-WS(STANDING-SUB) = "Y"
                     OR STND-HOLD-FLAG-WS(STANDING-SUB) = "F")
               MOVE "Y" TO HOLD-FOUND-FLAG
           END-IF.

           IF WS-LEAP-SW = "Y" AND WS-SERIAL-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

       348-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 349-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       349-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 350-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 353-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       350-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       351-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 352-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       352-MATCH-ASSESSMENT-SCHEME.
           IF WS-SCHEME-COURSE = SCHEME-COURSE-WS(SCHEME-SUB)
               IF WS-SCHEME-TERM = SCHEME-TERM-WS(SCHEME-SUB)
                   MOVE "Y" TO SCHEME-FOUND-FLAG
                   MOVE SCHEME-WEIGHTS-WS(SCHEME-SUB)
                       TO MARK-WEIGHT-TABLE
               ELSE
                   IF SCHEME-TERM-WS(SCHEME-SUB) = SPACES
                       MOVE SCHEME-WEIGHTS-WS(SCHEME-SUB)
                           TO MARK-WEIGHT-TABLE
                   END-IF
               END-IF
           END-IF.

       353-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       354-LOAD-MEETING-TABLE.
           OPEN INPUT MEETING-FILE.
           PERFORM 355-LOAD-MEETING-ENTRY
               UNTIL MEETING-EOF-FLAG = "Y".
           CLOSE MEETING-FILE.

       355-LOAD-MEETING-ENTRY.
           READ MEETING-FILE
               AT END MOVE "Y" TO MEETING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-MEETINGS < 2000
                       ADD 1 TO NUM-OF-MEETINGS
                       MOVE MEETING-RECORD-IN
                           TO MEETING-ENTRY-TABLE(NUM-OF-MEETINGS)
                   END-IF
           END-READ.

       356-CHECK-SCHEDULE-CONFLICT.
           MOVE "N" TO SCHEDULE-CONFLICT-FLAG.
           MOVE "N" TO SCHED-BROWSE-EOF-FLAG.
           MOVE SPACES TO WS-CONFLICT-COURSE WS-CONFLICT-SECTION.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE LOW-VALUES TO COURSE-NUMBER-INDEX.
           MOVE LOW-VALUES TO TERM-CODE-INDEX.
           START STUDENT-FILE-INDEX
               KEY NOT LESS THAN STUDENT-INDEX-KEY
               INVALID KEY MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
           END-START.
           PERFORM 357-READ-ENROLLED-SECTION
               UNTIL SCHED-BROWSE-EOF-FLAG = "Y".

       357-READ-ENROLLED-SECTION.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER-INDEX NOT = TRANS-STUDENT-NUMBER
                       MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
                   ELSE
                       IF TERM-CODE-INDEX = TRANS-TERM-CODE
                               AND COURSE-NUMBER-INDEX NOT =
                                   TRANS-COURSE-NUMBER
                               AND NOT ENROLLMENT-LAPSED-FAIL
                           PERFORM 358-COMPARE-TRANS-MEETING
                               VARYING MEET-SUB FROM 1 BY 1
                                   UNTIL MEET-SUB > NUM-OF-MEETINGS
                                      OR SCHEDULE-CONFLICT-FLAG = "Y"
                           IF SCHEDULE-CONFLICT-FLAG = "Y"
                               MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       358-COMPARE-TRANS-MEETING.
           IF MEET-COURSE-WS(MEET-SUB) = TRANS-COURSE-NUMBER
                   AND MEET-SECTION-WS(MEET-SUB) = TRANS-SECTION-NUMBER
                   AND MEET-TERM-WS(MEET-SUB) = TRANS-TERM-CODE
               PERFORM 359-COMPARE-ENROLLED-MEETING
                   VARYING MEET-SUB-2 FROM 1 BY 1
                       UNTIL MEET-SUB-2 > NUM-OF-MEETINGS
                          OR SCHEDULE-CONFLICT-FLAG = "Y"
           END-IF.

       359-COMPARE-ENROLLED-MEETING.
           IF MEET-COURSE-WS(MEET-SUB-2) = COURSE-NUMBER-INDEX
                   AND MEET-SECTION-WS(MEET-SUB-2) =
                       SECTION-NUMBER-INDEX
                   AND MEET-TERM-WS(MEET-SUB-2) = TERM-CODE-INDEX
               MOVE "N" TO DAY-OVERLAP-FLAG
               PERFORM 360-MATCH-MEETING-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                       UNTIL DAY-SUB > 7 OR DAY-OVERLAP-FLAG = "Y"
               IF DAY-OVERLAP-FLAG = "Y"
                       AND MEET-START-WS(MEET-SUB) <
                           MEET-END-WS(MEET-SUB-2)
                       AND MEET-START-WS(MEET-SUB-2) <
                           MEET-END-WS(MEET-SUB)
                   MOVE "Y" TO SCHEDULE-CONFLICT-FLAG
                   MOVE COURSE-NUMBER-INDEX TO WS-CONFLICT-COURSE
                   MOVE SECTION-NUMBER-INDEX TO WS-CONFLICT-SECTION
               END-IF
           END-IF.

       360-MATCH-MEETING-DAY.
           IF MEET-DAY-WS(MEET-SUB, DAY-SUB) NOT = SPACE
                   AND MEET-DAY-WS(MEET-SUB-2, DAY-SUB) NOT = SPACE
               MOVE "Y" TO DAY-OVERLAP-FLAG
           END-IF.

       361-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 362-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.

       362-LOAD-TRANSFER-ENTRY.
           READ TRANSFER-CREDIT-FILE
               AT END MOVE "Y" TO TRANSFER-EOF-FLAG
               NOT AT END
                   IF XFER-APPROVAL-CODE-IN-FILE NOT = SPACES
                           AND NUM-OF-TRANSFERS < 2000
                       ADD 1 TO NUM-OF-TRANSFERS
                       MOVE XFER-STUDENT-NUMBER-IN-FILE
                           TO XFER-STUDENT-NUMBER-WS(NUM-OF-TRANSFERS)
                       MOVE XFER-COURSE-NUMBER-IN-FILE
                           TO XFER-COURSE-NUMBER-WS(NUM-OF-TRANSFERS)
                       MOVE XFER-TERM-CODE-IN-FILE
                           TO XFER-TERM-CODE-WS(NUM-OF-TRANSFERS)
                   END-IF
           END-READ.

       363-CHECK-TRANSFER-CREDIT.
           MOVE "N" TO PREREQ-MET-FLAG.
           PERFORM 364-MATCH-TRANSFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS
                      OR PREREQ-MET-FLAG = "Y".

       364-MATCH-TRANSFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) =
                   TRANS-STUDENT-NUMBER
                   AND XFER-COURSE-NUMBER-WS(TRANSFER-SUB) =
                       PREQ-REQUIRED-WS(PREQ-SUB)
               MOVE XFER-TERM-CODE-WS(TRANSFER-SUB)
                   TO WS-CHECK-TERM-CODE
               PERFORM 329-FIND-TERM-START-DATE
               IF WS-FOUND-TERM-START NOT > WS-TRANS-TERM-START
                   MOVE "Y" TO PREREQ-MET-FLAG
               END-IF
           END-IF.

       365-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 366-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       366-MATCH-AS-OF-TERM.
           IF TERM-CODE-INDEX = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       367-VERIFY-INTERFACE-FILE.
           PERFORM 374-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM 368-VERIFY-INTERFACE-RECORD
               UNTIL INTERFACE-EOF-FLAG = "Y".
           CLOSE TRANSACTION-FILE.
           IF NUM-OF-SEGMENTS = ZERO
               MOVE "NO INTERFACE HEADER" TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           IF INTERFACE-ACCEPTED
               MOVE "INTERFACE ACCEPTED - " TO IFE-EVENT-TEXT
               PERFORM 372-AUDIT-ACCEPTED-SEGMENT
                   VARYING SEGMENT-SUB FROM 1 BY 1
                       UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS
           ELSE
               MOVE "INTERFACE REJECTED - " TO IFE-EVENT-TEXT
               MOVE WS-INTERFACE-REASON TO IFE-EVENT-DETAIL
               PERFORM 373-WRITE-INTERFACE-AUDIT
           END-IF.

       368-VERIFY-INTERFACE-RECORD.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO INTERFACE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-INTERFACE-RECORDS-READ
                   EVALUATE TRANS-ACTION-CODE
                       WHEN "H"
                           PERFORM 369-VERIFY-INTERFACE-HEADER
                       WHEN "T"
                           PERFORM 370-VERIFY-INTERFACE-TRAILER
                       WHEN OTHER
                           IF NOT INTERFACE-HEADER-SEEN
                                   OR INTERFACE-TRAILER-SEEN
                               MOVE "DETAIL OUTSIDE HEADER/TRAILER"
                                   TO WS-INTERFACE-REASON
                               PERFORM 371-REJECT-INTERFACE
                           END-IF
                           ADD 1 TO WS-INTERFACE-COUNT
                           IF TRANS-STUDENT-NUMBER NUMERIC
                               ADD TRANS-STUDENT-NUMBER
                                   TO WS-INTERFACE-STUDENT-HASH
                           END-IF
                           IF TRANS-MARK-1 NUMERIC
                                   AND TRANS-MARK-2 NUMERIC
                                   AND TRANS-MARK-3 NUMERIC
                                   AND TRANS-MARK-4 NUMERIC
                               ADD TRANS-MARK-1 TRANS-MARK-2
                                   TRANS-MARK-3 TRANS-MARK-4
                                   TO WS-INTERFACE-AMOUNT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       369-VERIFY-INTERFACE-HEADER.
           IF INTERFACE-HEADER-SEEN AND NOT INTERFACE-TRAILER-SEEN
               MOVE "NO INTERFACE TRAILER" TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-HEADER-SW.
           MOVE "N" TO INTERFACE-TRAILER-SW.
           MOVE ZERO TO WS-INTERFACE-COUNT.
           MOVE ZERO TO WS-INTERFACE-STUDENT-HASH.
           MOVE ZERO TO WS-INTERFACE-AMOUNT-HASH.
           MOVE TRANSACTION-RECORD
               TO INTERFACE-HEADER-STRUCTURE.
           IF NUM-OF-SEGMENTS = 100
               MOVE "MORE THAN 100 INTERFACE SEGMENTS"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           ELSE
               ADD 1 TO NUM-OF-SEGMENTS
               MOVE IFH-PROGRAM-NAME
                   TO SEG-SOURCE-PROGRAM-WS(NUM-OF-SEGMENTS)
               MOVE IFH-SEQUENCE-NUMBER
                   TO SEG-SEQUENCE-NUMBER-WS(NUM-OF-SEGMENTS)
               MOVE NUM-OF-SEGMENTS TO SEGMENT-SUB
               PERFORM 375-FIND-SEGMENT-SOURCE
               IF MATCHED-SEQUENCE-SUB = ZERO
                   PERFORM 377-ADD-SEQUENCE-ENTRY
               END-IF
               IF MATCHED-SEQUENCE-SUB > ZERO
                   PERFORM 387-CHECK-SEGMENT-SEQUENCE
               END-IF
           END-IF.

       370-VERIFY-INTERFACE-TRAILER.
           IF NOT INTERFACE-HEADER-SEEN OR INTERFACE-TRAILER-SEEN
               MOVE "TRAILER WITHOUT HEADER" TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           MOVE "Y" TO INTERFACE-TRAILER-SW.
           MOVE TRANSACTION-RECORD
               TO INTERFACE-TRAILER-STRUCTURE.
           IF WS-INTERFACE-COUNT NOT = IFT-RECORD-COUNT
               MOVE "TRAILER RECORD COUNT MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-STUDENT-HASH NOT = IFT-STUDENT-HASH
               MOVE "TRAILER STUDENT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.
           IF WS-INTERFACE-AMOUNT-HASH NOT = IFT-AMOUNT-HASH
               MOVE "TRAILER AMOUNT HASH MISMATCH"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.

       371-REJECT-INTERFACE.
           MOVE "N" TO INTERFACE-STATUS-SW.
           DISPLAY "INTERFACE REJECTED - " WS-INTERFACE-REASON.

       372-AUDIT-ACCEPTED-SEGMENT.
           MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               TO IFE-SOURCE-PROGRAM.
           MOVE " SEQ " TO IFE-SEQUENCE-LABEL.
           MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
               TO IFE-SEQUENCE-NUMBER.
           PERFORM 373-WRITE-INTERFACE-AUDIT.

       373-WRITE-INTERFACE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE INTERFACE-EVENT-WS TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       374-LOAD-SEQUENCE-CONTROL.
           MOVE ZERO TO NUM-OF-SEQUENCES.
           MOVE "N" TO SEQUENCE-EOF-FLAG.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 378-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.

       375-FIND-SEGMENT-SOURCE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 379-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.

       376-RECORD-INTERFACE-CONSUMED.
           PERFORM 374-LOAD-SEQUENCE-CONTROL.
           PERFORM 381-CONSUME-SEGMENT
               VARYING SEGMENT-SUB FROM 1 BY 1
                   UNTIL SEGMENT-SUB > NUM-OF-SEGMENTS.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 380-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       377-ADD-SEQUENCE-ENTRY.
           IF NUM-OF-SEQUENCES < 200
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
                   TO SEQ-SOURCE-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
               MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
                   TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE SPACES
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           ELSE
               MOVE "SEQUENCE CONTROL TABLE FULL"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           END-IF.

       378-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       379-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) =
                   SEG-SOURCE-PROGRAM-WS(SEGMENT-SUB)
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       380-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       381-CONSUME-SEGMENT.
           PERFORM 375-FIND-SEGMENT-SOURCE.
           IF MATCHED-SEQUENCE-SUB = ZERO
               PERFORM 377-ADD-SEQUENCE-ENTRY
           END-IF.
           IF MATCHED-SEQUENCE-SUB > ZERO
                   AND SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB) >
                       SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE SEG-SEQUENCE-NUMBER-WS(SEGMENT-SUB)
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               ACCEPT SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
                   FROM DATE YYYYMMDD
               MOVE AUDIT-PROGRAM-NAME
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           END-IF.

       382-LOAD-INTEGRITY-CASES.
           OPEN INPUT INTEGRITY-CASE-FILE.
           PERFORM 383-LOAD-CASE-ENTRY
               UNTIL CASE-EOF-FLAG = "Y".
           CLOSE INTEGRITY-CASE-FILE.

       383-LOAD-CASE-ENTRY.
           READ INTEGRITY-CASE-FILE
               AT END MOVE "Y" TO CASE-EOF-FLAG
               NOT AT END
                   IF CASE-DECISION-APPROVED
                           AND CASE-SANCTION-CHANGES-GRADE
                           AND NUM-OF-CASES < 2000
                       ADD 1 TO NUM-OF-CASES
                       MOVE CASE-NUMBER-IN-FILE
                           TO CASE-NUMBER-WS(NUM-OF-CASES)
                       MOVE CASE-STUDENT-NUMBER-IN-FILE
                           TO CASE-STUDENT-NUMBER-WS(NUM-OF-CASES)
                       MOVE CASE-COURSE-NUMBER-IN-FILE
                           TO CASE-COURSE-NUMBER-WS(NUM-OF-CASES)
                       MOVE CASE-TERM-CODE-IN-FILE
                           TO CASE-TERM-CODE-WS(NUM-OF-CASES)
                       MOVE CASE-SANCTION-IN-FILE
                           TO CASE-SANCTION-WS(NUM-OF-CASES)
                       MOVE CASE-ASSESSMENT-IN-FILE
                           TO CASE-ASSESSMENT-WS(NUM-OF-CASES)
                   END-IF
           END-READ.

       384-APPLY-INTEGRITY-SANCTION.
           MOVE ZERO TO MATCHED-CASE-SUB.
           PERFORM 385-MATCH-INTEGRITY-CASE
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES
                      OR MATCHED-CASE-SUB > ZERO.
           IF MATCHED-CASE-SUB = ZERO
               DISPLAY "SANCTION REJECTED - NO APPROVED CASE: "
                   TRANS-CASE-NUMBER " " TRANS-STUDENT-NUMBER " "
                   TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX
               MOVE TRANS-COURSE-NUMBER TO COURSE-NUMBER-INDEX
               MOVE TRANS-TERM-CODE TO TERM-CODE-INDEX
               READ STUDENT-FILE-INDEX
                   INVALID KEY
                       DISPLAY "SANCTION REJECTED - NOT ON FILE: "
                           TRANS-CASE-NUMBER " " TRANS-STUDENT-NUMBER
                           " " TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM 386-POST-INTEGRITY-SANCTION
               END-READ
           END-IF.

       385-MATCH-INTEGRITY-CASE.
           IF TRANS-CASE-NUMBER = CASE-NUMBER-WS(CASE-SUB)
                   AND TRANS-STUDENT-NUMBER =
                       CASE-STUDENT-NUMBER-WS(CASE-SUB)
                   AND TRANS-COURSE-NUMBER =
                       CASE-COURSE-NUMBER-WS(CASE-SUB)
                   AND TRANS-TERM-CODE = CASE-TERM-CODE-WS(CASE-SUB)
               MOVE CASE-SUB TO MATCHED-CASE-SUB
           END-IF.

       386-POST-INTEGRITY-SANCTION.
           IF RECORD-FINALIZED OR ENROLLMENT-INTEGRITY-SANCTION
               MOVE "Y" TO JRNL-OVERRIDE-SW
           ELSE
               MOVE SPACE TO JRNL-OVERRIDE-SW
           END-IF.
           MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE.
           IF CASE-SANCTION-WS(MATCHED-CASE-SUB) = "F"
               MOVE ZERO TO MARK-1-INDEX MARK-2-INDEX
                            MARK-3-INDEX MARK-4-INDEX
               MOVE "F" TO FINAL-GRADE-INDEX
               MOVE "F" TO FINALIZED-STATUS-INDEX
           ELSE
               EVALUATE CASE-ASSESSMENT-WS(MATCHED-CASE-SUB)
                   WHEN 1
                       MOVE ZERO TO MARK-1-INDEX
                   WHEN 2
                       MOVE ZERO TO MARK-2-INDEX
                   WHEN 3
                       MOVE ZERO TO MARK-3-INDEX
                   WHEN 4
                       MOVE ZERO TO MARK-4-INDEX
               END-EVALUATE
               IF RECORD-FINALIZED
                   MOVE SPACE TO FINAL-GRADE-INDEX
                   MOVE SPACE TO FINALIZED-STATUS-INDEX
               END-IF
           END-IF.
           MOVE "X" TO ENROLLMENT-STATUS-INDEX.
           REWRITE STUDENT-REPORT-INDEX.
           ADD 1 TO SANCTION-COUNT.
           MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE.
           MOVE "C" TO JRNL-ACTION-CODE.
           MOVE TRANS-CASE-NUMBER TO JRNL-CASE-NUMBER.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.
           MOVE SPACES TO JRNL-CASE-NUMBER.
           DISPLAY "INTEGRITY SANCTION APPLIED: " TRANS-CASE-NUMBER
               " " TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
               " " TRANS-TERM-CODE.

       387-CHECK-SEGMENT-SEQUENCE.
           IF IFH-SEQUENCE-NUMBER NOT >
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE "SEQUENCE ALREADY CONSUMED"
                   TO WS-INTERFACE-REASON
               PERFORM 371-REJECT-INTERFACE
           ELSE
               COMPUTE WS-INTERFACE-EXPECTED =
                   SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB) + 1
               IF IFH-SEQUENCE-NUMBER > WS-INTERFACE-EXPECTED
                   DISPLAY "INTERFACE SEQUENCE GAP - "
                       IFH-PROGRAM-NAME " EXPECTED "
                       WS-INTERFACE-EXPECTED " RECEIVED "
                       IFH-SEQUENCE-NUMBER
               END-IF
               MOVE IFH-SEQUENCE-NUMBER
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
           END-IF.
