      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MAINTAIN-INTEGRITY-CASES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CASE-TRANSACTION-FILE
         ASSIGN TO WS-TRANSACTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL INTEGRITY-CASE-FILE
         ASSIGN TO WS-CASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTENANCE-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD CASE-TRANSACTION-FILE.
       01 CASE-TRANSACTION-RECORD.
           05 CTRANS-ACTION-CODE PIC X(1).
           05 CTRANS-CASE-NUMBER PIC X(6).
           05 CTRANS-STUDENT-NUMBER PIC 9(9).
           05 CTRANS-COURSE-NUMBER PIC X(7).
           05 CTRANS-SECTION-NUMBER PIC X(3).
           05 CTRANS-TERM-CODE PIC X(6).
           05 CTRANS-OFFENCE-TYPE PIC X(2).
               88 VALID-OFFENCE-TYPE
                   VALUE "PL" "CH" "FA" "CO" "IM" "OT".
           05 CTRANS-HEARING-DATE PIC 9(8).
           05 CTRANS-DECISION PIC X(1).
               88 VALID-DECISION VALUE "P" "A" "D".
               88 DECISION-PENDING VALUE "P".
               88 DECISION-APPROVED VALUE "A".
           05 CTRANS-SANCTION PIC X(1).
               88 VALID-SANCTION VALUE "W" "Z" "F".
               88 SANCTION-ZERO-ASSESSMENT VALUE "Z".
           05 CTRANS-ASSESSMENT PIC 9(1).

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
           05 CASE-SANCTION-IN-FILE PIC X(1).
           05 CASE-ASSESSMENT-IN-FILE PIC 9(1).
           05 CASE-GENERATED-DATE-IN-FILE PIC 9(8).

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-NUMBER-IN-FILE PIC X(7).
           05 COURSE-NAME-IN-FILE PIC X(10).
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD MAINTENANCE-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-TRANSACTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASETRAN.TXT".
           05 WS-CASE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEMAST.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-INTEGRITY".
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
           05 CASE-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 CASE-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 CASE-TABLE-WS.
           05 NUM-OF-CASES PIC 9(4) VALUE ZERO.
           05 CASE-SUB PIC 9(4).
           05 MATCHED-CASE-SUB PIC 9(4) VALUE ZERO.
           05 CASE-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CASES.
               10 CASE-NUMBER-WS PIC X(6).
               10 CASE-STUDENT-NUMBER-WS PIC 9(9).
               10 CASE-COURSE-NUMBER-WS PIC X(7).
               10 CASE-SECTION-NUMBER-WS PIC X(3).
               10 CASE-TERM-CODE-WS PIC X(6).
               10 CASE-OFFENCE-TYPE-WS PIC X(2).
               10 CASE-HEARING-DATE-WS PIC 9(8).
               10 CASE-DECISION-WS PIC X(1).
               10 CASE-SANCTION-WS PIC X(1).
               10 CASE-ASSESSMENT-WS PIC 9(1).
               10 CASE-GENERATED-DATE-WS PIC 9(8).

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(3).
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
           05 DEMO-SUB PIC 9(4).
           05 DEMO-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMO-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).

       01 REGISTER-HEADER.
           05 FILLER PIC X(43)
                   VALUE "INTEGRITY CASE MAINTENANCE - CONFIDENTIAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-ACTION-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-CASE-NUMBER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SANCTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DISPOSITION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-REASON PIC X(27).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MAINTAIN-INTEGRITY-CASES.
           PERFORM 201-INITIATE-MAINTENANCE-JOB.
           PERFORM 202-PROCESS-TRANSACTION UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-MAINTENANCE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-MAINTENANCE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-OPEN-MAINTENANCE-FILES.
           PERFORM 310-LOAD-CASE-TABLE UNTIL CASE-EOF-FLAG = "Y".
           CLOSE INTEGRITY-CASE-FILE.
           PERFORM 311-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           PERFORM 312-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           PERFORM 313-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 314-WRITE-REGISTER-HEADER.
           PERFORM 302-READ-TRANSACTION-RECORD.

       202-PROCESS-TRANSACTION.
           PERFORM 303-APPLY-TRANSACTION.
           PERFORM 302-READ-TRANSACTION-RECORD.

       203-TERMINATE-MAINTENANCE-JOB.
           IF CASE-OVERFLOW-FLAG = "Y"
               DISPLAY "INTEGRITY CASE TABLE OVERFLOW - FILE NOT "
                   "REWRITTEN"
           ELSE
               PERFORM 315-REWRITE-CASE-FILE
           END-IF.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "INTEGRITY CASE MAINTENANCE COMPLETE".
           DISPLAY "  ADDED  : " ADD-COUNT.
           DISPLAY "  CHANGED: " CHANGE-COUNT.
           DISPLAY "  DELETED: " DELETE-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           CLOSE CASE-TRANSACTION-FILE MAINTENANCE-REGISTER
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-TRANS-READ = ZERO OR CASE-OVERFLOW-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-OPEN-MAINTENANCE-FILES.
           OPEN INPUT CASE-TRANSACTION-FILE INTEGRITY-CASE-FILE
                      COURSE-FILE DEMOGRAPHIC-FILE
                      TERM-CALENDAR-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

       302-READ-TRANSACTION-RECORD.
           READ CASE-TRANSACTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-TRANS-READ
           END-READ.

       303-APPLY-TRANSACTION.
           PERFORM 316-FIND-CASE-IN-TABLE.
           EVALUATE CTRANS-ACTION-CODE
               WHEN "A"
                   PERFORM 317-EDIT-CASE-FIELDS
                   IF REG-REASON = SPACES
                       PERFORM 304-ADD-CASE-RECORD
                   ELSE
                       PERFORM 307-REJECT-TRANSACTION
                   END-IF
               WHEN "C"
                   PERFORM 317-EDIT-CASE-FIELDS
                   IF REG-REASON = SPACES
                       PERFORM 305-CHANGE-CASE-RECORD
                   ELSE
                       PERFORM 307-REJECT-TRANSACTION
                   END-IF
               WHEN "D"
                   PERFORM 306-DELETE-CASE-RECORD
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
           END-EVALUATE.

       304-ADD-CASE-RECORD.
           IF FOUND-FLAG = "Y"
               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               IF NUM-OF-CASES = 2000
                   MOVE "CASE TABLE FULL" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   ADD 1 TO NUM-OF-CASES
                   MOVE NUM-OF-CASES TO MATCHED-CASE-SUB
                   MOVE CTRANS-CASE-NUMBER
                       TO CASE-NUMBER-WS(NUM-OF-CASES)
                   MOVE ZERO TO CASE-GENERATED-DATE-WS(NUM-OF-CASES)
                   PERFORM 318-STORE-CASE-FIELDS
                   ADD 1 TO ADD-COUNT
                   PERFORM 319-WRITE-APPLIED-REGISTER
               END-IF
           END-IF.

       305-CHANGE-CASE-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               IF CASE-GENERATED-DATE-WS(MATCHED-CASE-SUB) > ZERO
                   MOVE "SANCTION ALREADY GENERATED" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   PERFORM 318-STORE-CASE-FIELDS
                   ADD 1 TO CHANGE-COUNT
                   PERFORM 319-WRITE-APPLIED-REGISTER
               END-IF
           END-IF.

       306-DELETE-CASE-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               IF CASE-GENERATED-DATE-WS(MATCHED-CASE-SUB) > ZERO
                   MOVE "SANCTION ALREADY GENERATED" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   MOVE CASE-STUDENT-NUMBER-WS(MATCHED-CASE-SUB)
                       TO CTRANS-STUDENT-NUMBER
                   MOVE CASE-COURSE-NUMBER-WS(MATCHED-CASE-SUB)
                       TO CTRANS-COURSE-NUMBER
                   MOVE CASE-TERM-CODE-WS(MATCHED-CASE-SUB)
                       TO CTRANS-TERM-CODE
                   MOVE CASE-DECISION-WS(MATCHED-CASE-SUB)
                       TO CTRANS-DECISION
                   MOVE CASE-SANCTION-WS(MATCHED-CASE-SUB)
                       TO CTRANS-SANCTION
                   PERFORM 320-REMOVE-CASE-ENTRY
                   ADD 1 TO DELETE-COUNT
                   PERFORM 319-WRITE-APPLIED-REGISTER
               END-IF
           END-IF.

       307-REJECT-TRANSACTION.
           MOVE CTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE CTRANS-CASE-NUMBER TO REG-CASE-NUMBER.
           MOVE CTRANS-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE CTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE CTRANS-TERM-CODE TO REG-TERM-CODE.
           MOVE CTRANS-DECISION TO REG-DECISION.
           MOVE CTRANS-SANCTION TO REG-SANCTION.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-TRANSACTION-FILE-NAME FROM SYSIN
               ACCEPT WS-CASE-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-TRANSACTION-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-TRANS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-CASE-TABLE.
           READ INTEGRITY-CASE-FILE
               AT END MOVE "Y" TO CASE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-CASES < 2000
                       ADD 1 TO NUM-OF-CASES
                       MOVE INTEGRITY-CASE-RECORD
                           TO CASE-ENTRY-TABLE(NUM-OF-CASES)
                   ELSE
                       MOVE "Y" TO CASE-OVERFLOW-FLAG
                   END-IF
           END-READ.

       311-LOAD-COURSE-TABLE.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-COURSES > ZERO
                       AND COURSE-NUMBER-IN-FILE =
                           COURSE-NUMBER-WS(NUM-OF-COURSES)
                       CONTINUE
                   ELSE
                       IF NUM-OF-COURSES < 500
                           ADD 1 TO NUM-OF-COURSES
                           MOVE COURSE-NUMBER-IN-FILE
                               TO COURSE-NUMBER-WS(NUM-OF-COURSES)
                       END-IF
                   END-IF
           END-READ.

       312-LOAD-DEMOGRAPHIC-TABLE.
           READ DEMOGRAPHIC-FILE
               AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                   IF NUM-OF-DEMO-STUDENTS < 2000
                       ADD 1 TO NUM-OF-DEMO-STUDENTS
                       MOVE DEMO-STUDENT-NUMBER-IN-FILE
                           TO DEMO-STUDENT-NUMBER-WS
                               (NUM-OF-DEMO-STUDENTS)
                   END-IF
           END-READ.

       313-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       314-WRITE-REGISTER-HEADER.
           ACCEPT REG-HDR-DATE FROM DATE YYYYMMDD.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.

       315-REWRITE-CASE-FILE.
           OPEN OUTPUT INTEGRITY-CASE-FILE.
           PERFORM 321-WRITE-CASE-RECORD
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES.
           CLOSE INTEGRITY-CASE-FILE.

       316-FIND-CASE-IN-TABLE.
           MOVE "N" TO FOUND-FLAG.
           MOVE ZERO TO MATCHED-CASE-SUB.
           MOVE SPACES TO REG-REASON.
           PERFORM 322-MATCH-CASE-ENTRY
               VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > NUM-OF-CASES
                      OR FOUND-FLAG = "Y".

       317-EDIT-CASE-FIELDS.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE "N" TO TERM-FOUND-FLAG.
           IF CTRANS-STUDENT-NUMBER NUMERIC
               PERFORM 323-MATCH-DEMOGRAPHIC-ENTRY
                   VARYING DEMO-SUB FROM 1 BY 1
                       UNTIL DEMO-SUB > NUM-OF-DEMO-STUDENTS
                          OR DEMO-FOUND-FLAG = "Y"
           END-IF.
           PERFORM 324-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES
                      OR COURSE-FOUND-FLAG = "Y".
           PERFORM 325-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR TERM-FOUND-FLAG = "Y".
           MOVE SPACES TO REG-REASON.
           IF CTRANS-CASE-NUMBER = SPACES
               MOVE "MISSING CASE NUMBER" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND DEMO-FOUND-FLAG NOT = "Y"
               MOVE "NOT ON DEMOGRAPHIC MASTER" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND COURSE-FOUND-FLAG NOT = "Y"
               MOVE "COURSE NOT FOUND" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND CTRANS-SECTION-NUMBER = SPACES
               MOVE "MISSING SECTION" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND TERM-FOUND-FLAG NOT = "Y"
               MOVE "TERM NOT ON CALENDAR" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND NOT VALID-OFFENCE-TYPE
               MOVE "INVALID OFFENCE TYPE" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND CTRANS-HEARING-DATE NOT NUMERIC
               MOVE "INVALID HEARING DATE" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND NOT VALID-DECISION
               MOVE "INVALID DECISION" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND NOT DECISION-PENDING
                   AND CTRANS-HEARING-DATE = ZERO
               MOVE "HEARING DATE REQUIRED" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND DECISION-APPROVED
                   AND NOT VALID-SANCTION
               MOVE "INVALID SANCTION" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND NOT DECISION-APPROVED
                   AND CTRANS-SANCTION NOT = SPACE
               MOVE "SANCTION WITHOUT APPROVAL" TO REG-REASON
           END-IF.
           IF REG-REASON = SPACES AND SANCTION-ZERO-ASSESSMENT
                   AND (CTRANS-ASSESSMENT NOT NUMERIC
                        OR CTRANS-ASSESSMENT < 1
                        OR CTRANS-ASSESSMENT > 4)
               MOVE "ASSESSMENT MUST BE 1-4" TO REG-REASON
           END-IF.

       318-STORE-CASE-FIELDS.
           MOVE CTRANS-STUDENT-NUMBER
               TO CASE-STUDENT-NUMBER-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-COURSE-NUMBER
               TO CASE-COURSE-NUMBER-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-SECTION-NUMBER
               TO CASE-SECTION-NUMBER-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-TERM-CODE
               TO CASE-TERM-CODE-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-OFFENCE-TYPE
               TO CASE-OFFENCE-TYPE-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-HEARING-DATE
               TO CASE-HEARING-DATE-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-DECISION
               TO CASE-DECISION-WS(MATCHED-CASE-SUB).
           MOVE CTRANS-SANCTION
               TO CASE-SANCTION-WS(MATCHED-CASE-SUB).
           IF SANCTION-ZERO-ASSESSMENT
               MOVE CTRANS-ASSESSMENT
                   TO CASE-ASSESSMENT-WS(MATCHED-CASE-SUB)
           ELSE
               MOVE ZERO TO CASE-ASSESSMENT-WS(MATCHED-CASE-SUB)
           END-IF.

       319-WRITE-APPLIED-REGISTER.
           MOVE CTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE CTRANS-CASE-NUMBER TO REG-CASE-NUMBER.
           MOVE CTRANS-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE CTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE CTRANS-TERM-CODE TO REG-TERM-CODE.
           MOVE CTRANS-DECISION TO REG-DECISION.
           MOVE CTRANS-SANCTION TO REG-SANCTION.
           MOVE "APPLIED" TO REG-DISPOSITION.
           MOVE SPACES TO REG-REASON.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       320-REMOVE-CASE-ENTRY.
           PERFORM 326-SHIFT-CASE-ENTRY
               VARYING CASE-SUB FROM MATCHED-CASE-SUB BY 1
                   UNTIL CASE-SUB NOT < NUM-OF-CASES.
           SUBTRACT 1 FROM NUM-OF-CASES.

       321-WRITE-CASE-RECORD.
           MOVE CASE-ENTRY-TABLE(CASE-SUB) TO INTEGRITY-CASE-RECORD.
           WRITE INTEGRITY-CASE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       322-MATCH-CASE-ENTRY.
           IF CTRANS-CASE-NUMBER = CASE-NUMBER-WS(CASE-SUB)
               MOVE "Y" TO FOUND-FLAG
               MOVE CASE-SUB TO MATCHED-CASE-SUB
           END-IF.

       323-MATCH-DEMOGRAPHIC-ENTRY.
           IF CTRANS-STUDENT-NUMBER = DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE "Y" TO DEMO-FOUND-FLAG
           END-IF.

       324-MATCH-COURSE-ENTRY.
           IF CTRANS-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               MOVE "Y" TO COURSE-FOUND-FLAG
           END-IF.

       325-MATCH-TERM-ENTRY.
           IF CTRANS-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
           END-IF.

       326-SHIFT-CASE-ENTRY.
           MOVE CASE-ENTRY-TABLE(CASE-SUB + 1)
               TO CASE-ENTRY-TABLE(CASE-SUB).
