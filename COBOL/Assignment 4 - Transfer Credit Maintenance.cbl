      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MAINTAIN-TRANSFER-CREDIT.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSFER-TRANSACTION-FILE
         ASSIGN TO WS-TRANSACTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
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
       FD TRANSFER-TRANSACTION-FILE.
       01 TRANSFER-TRANSACTION-RECORD.
           05 XTRANS-ACTION-CODE PIC X(1).
           05 XTRANS-STUDENT-NUMBER PIC 9(9).
           05 XTRANS-COURSE-NUMBER PIC X(7).
           05 XTRANS-INSTITUTION PIC X(20).
           05 XTRANS-CREDITS PIC 9(2).
           05 XTRANS-TERM-CODE PIC X(6).
           05 XTRANS-APPROVAL-CODE PIC X(4).

       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 XFER-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 XFER-COURSE-NUMBER-IN-FILE PIC X(7).
           05 XFER-INSTITUTION-IN-FILE PIC X(20).
           05 XFER-CREDITS-IN-FILE PIC 9(2).
           05 XFER-TERM-CODE-IN-FILE PIC X(6).
           05 XFER-APPROVAL-CODE-IN-FILE PIC X(4).

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
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERTRAN.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-XFER-CREDIT".
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
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 MATCHED-TRANSFER-SUB PIC 9(4) VALUE ZERO.
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-INSTITUTION-WS PIC X(20).
               10 XFER-CREDITS-WS PIC 9(2).
               10 XFER-TERM-CODE-WS PIC X(6).
               10 XFER-APPROVAL-CODE-WS PIC X(4).

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
           05 FILLER PIC X(36)
                   VALUE "TRANSFER CREDIT MAINTENANCE REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-ACTION-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-INSTITUTION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-CREDITS PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-DISPOSITION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-REASON PIC X(27).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MAINTAIN-TRANSFER-CREDIT.
           PERFORM 201-INITIATE-MAINTENANCE-JOB.
           PERFORM 202-PROCESS-TRANSACTION UNTIL EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-MAINTENANCE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-MAINTENANCE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-OPEN-MAINTENANCE-FILES.
           PERFORM 310-LOAD-TRANSFER-TABLE
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.
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
           IF TRANSFER-OVERFLOW-FLAG = "Y"
               DISPLAY "TRANSFER CREDIT TABLE OVERFLOW - FILE NOT "
                   "REWRITTEN"
           ELSE
               PERFORM 315-REWRITE-TRANSFER-FILE
           END-IF.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "TRANSFER CREDIT MAINTENANCE COMPLETE".
           DISPLAY "  ADDED  : " ADD-COUNT.
           DISPLAY "  CHANGED: " CHANGE-COUNT.
           DISPLAY "  DELETED: " DELETE-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           CLOSE TRANSFER-TRANSACTION-FILE MAINTENANCE-REGISTER
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-TRANS-READ = ZERO OR TRANSFER-OVERFLOW-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-OPEN-MAINTENANCE-FILES.
           OPEN INPUT TRANSFER-TRANSACTION-FILE TRANSFER-CREDIT-FILE
                      COURSE-FILE DEMOGRAPHIC-FILE
                      TERM-CALENDAR-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

       302-READ-TRANSACTION-RECORD.
           READ TRANSFER-TRANSACTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-TRANS-READ
           END-READ.

       303-APPLY-TRANSACTION.
           PERFORM 316-FIND-TRANSFER-IN-TABLE.
           EVALUATE XTRANS-ACTION-CODE
               WHEN "A"
                   PERFORM 317-EDIT-TRANSFER-FIELDS
                   IF REG-REASON = SPACES
                       PERFORM 304-ADD-TRANSFER-RECORD
                   ELSE
                       PERFORM 307-REJECT-TRANSACTION
                   END-IF
               WHEN "C"
                   PERFORM 317-EDIT-TRANSFER-FIELDS
                   IF REG-REASON = SPACES
                       PERFORM 305-CHANGE-TRANSFER-RECORD
                   ELSE
                       PERFORM 307-REJECT-TRANSACTION
                   END-IF
               WHEN "D"
                   PERFORM 306-DELETE-TRANSFER-RECORD
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
           END-EVALUATE.

       304-ADD-TRANSFER-RECORD.
           IF FOUND-FLAG = "Y"
               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               IF NUM-OF-TRANSFERS = 2000
                   MOVE "TRANSFER TABLE FULL" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   ADD 1 TO NUM-OF-TRANSFERS
                   MOVE NUM-OF-TRANSFERS TO MATCHED-TRANSFER-SUB
                   MOVE XTRANS-STUDENT-NUMBER
                       TO XFER-STUDENT-NUMBER-WS(NUM-OF-TRANSFERS)
                   MOVE XTRANS-COURSE-NUMBER
                       TO XFER-COURSE-NUMBER-WS(NUM-OF-TRANSFERS)
                   PERFORM 318-STORE-TRANSFER-FIELDS
                   ADD 1 TO ADD-COUNT
                   PERFORM 319-WRITE-APPLIED-REGISTER
               END-IF
           END-IF.

       305-CHANGE-TRANSFER-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 318-STORE-TRANSFER-FIELDS
               ADD 1 TO CHANGE-COUNT
               PERFORM 319-WRITE-APPLIED-REGISTER
           END-IF.

       306-DELETE-TRANSFER-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               MOVE XFER-INSTITUTION-WS(MATCHED-TRANSFER-SUB)
                   TO XTRANS-INSTITUTION
               MOVE XFER-CREDITS-WS(MATCHED-TRANSFER-SUB)
                   TO XTRANS-CREDITS
               PERFORM 320-REMOVE-TRANSFER-ENTRY
               ADD 1 TO DELETE-COUNT
               PERFORM 319-WRITE-APPLIED-REGISTER
           END-IF.

       307-REJECT-TRANSACTION.
           MOVE XTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE XTRANS-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE XTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE XTRANS-INSTITUTION TO REG-INSTITUTION.
           MOVE XTRANS-CREDITS TO REG-CREDITS.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-TRANSACTION-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
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

       310-LOAD-TRANSFER-TABLE.
           READ TRANSFER-CREDIT-FILE
               AT END MOVE "Y" TO TRANSFER-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TRANSFERS < 2000
                       ADD 1 TO NUM-OF-TRANSFERS
                       MOVE TRANSFER-CREDIT-RECORD
                           TO TRANSFER-ENTRY-TABLE(NUM-OF-TRANSFERS)
                   ELSE
                       MOVE "Y" TO TRANSFER-OVERFLOW-FLAG
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

       315-REWRITE-TRANSFER-FILE.
           OPEN OUTPUT TRANSFER-CREDIT-FILE.
           PERFORM 321-WRITE-TRANSFER-RECORD
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS.
           CLOSE TRANSFER-CREDIT-FILE.

       316-FIND-TRANSFER-IN-TABLE.
           MOVE "N" TO FOUND-FLAG.
           MOVE ZERO TO MATCHED-TRANSFER-SUB.
           MOVE SPACES TO REG-REASON.
           PERFORM 322-MATCH-TRANSFER-ENTRY
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS
                      OR FOUND-FLAG = "Y".

       317-EDIT-TRANSFER-FIELDS.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE "N" TO TERM-FOUND-FLAG.
           IF XTRANS-STUDENT-NUMBER NUMERIC
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
           IF DEMO-FOUND-FLAG NOT = "Y"
               MOVE "NOT ON DEMOGRAPHIC MASTER" TO REG-REASON
           ELSE
               IF COURSE-FOUND-FLAG NOT = "Y"
                   MOVE "EQUIVALENT COURSE NOT FOUND" TO REG-REASON
               ELSE
                   IF XTRANS-INSTITUTION = SPACES
                       MOVE "SOURCE INSTITUTION MISSING" TO REG-REASON
                   ELSE
                       IF XTRANS-CREDITS NOT NUMERIC
                           MOVE "NON-NUMERIC CREDITS" TO REG-REASON
                       ELSE
                           IF XTRANS-CREDITS = ZERO
                               MOVE "NO CREDITS GRANTED" TO REG-REASON
                           ELSE
                               IF TERM-FOUND-FLAG NOT = "Y"
                                   MOVE "INVALID TERM AWARDED"
                                       TO REG-REASON
                               ELSE
                                   IF XTRANS-APPROVAL-CODE = SPACES
                                       MOVE "APPROVAL CODE MISSING"
                                           TO REG-REASON
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       318-STORE-TRANSFER-FIELDS.
           MOVE XTRANS-INSTITUTION
               TO XFER-INSTITUTION-WS(MATCHED-TRANSFER-SUB).
           MOVE XTRANS-CREDITS
               TO XFER-CREDITS-WS(MATCHED-TRANSFER-SUB).
           MOVE XTRANS-TERM-CODE
               TO XFER-TERM-CODE-WS(MATCHED-TRANSFER-SUB).
           MOVE XTRANS-APPROVAL-CODE
               TO XFER-APPROVAL-CODE-WS(MATCHED-TRANSFER-SUB).

       319-WRITE-APPLIED-REGISTER.
           MOVE XTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE XTRANS-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE XTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE XTRANS-INSTITUTION TO REG-INSTITUTION.
           MOVE XTRANS-CREDITS TO REG-CREDITS.
           MOVE "APPLIED" TO REG-DISPOSITION.
           MOVE SPACES TO REG-REASON.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       320-REMOVE-TRANSFER-ENTRY.
           PERFORM 326-SHIFT-TRANSFER-ENTRY
               VARYING TRANSFER-SUB FROM MATCHED-TRANSFER-SUB BY 1
                   UNTIL TRANSFER-SUB NOT < NUM-OF-TRANSFERS.
           SUBTRACT 1 FROM NUM-OF-TRANSFERS.

       321-WRITE-TRANSFER-RECORD.
           MOVE TRANSFER-ENTRY-TABLE(TRANSFER-SUB)
               TO TRANSFER-CREDIT-RECORD.
           WRITE TRANSFER-CREDIT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       322-MATCH-TRANSFER-ENTRY.
           IF XTRANS-STUDENT-NUMBER =
                   XFER-STUDENT-NUMBER-WS(TRANSFER-SUB)
                   AND XTRANS-COURSE-NUMBER =
                       XFER-COURSE-NUMBER-WS(TRANSFER-SUB)
               MOVE "Y" TO FOUND-FLAG
               MOVE TRANSFER-SUB TO MATCHED-TRANSFER-SUB
           END-IF.

       323-MATCH-DEMOGRAPHIC-ENTRY.
           IF XTRANS-STUDENT-NUMBER = DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE "Y" TO DEMO-FOUND-FLAG
           END-IF.

       324-MATCH-COURSE-ENTRY.
           IF XTRANS-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               MOVE "Y" TO COURSE-FOUND-FLAG
           END-IF.

       325-MATCH-TERM-ENTRY.
           IF XTRANS-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
           END-IF.

       326-SHIFT-TRANSFER-ENTRY.
           MOVE TRANSFER-ENTRY-TABLE(TRANSFER-SUB + 1)
               TO TRANSFER-ENTRY-TABLE(TRANSFER-SUB).
