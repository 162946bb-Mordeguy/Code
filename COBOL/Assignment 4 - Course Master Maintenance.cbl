           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTENANCE-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 CTRANS-COURSE-CAPACITY PIC 9(3).
           05 CTRANS-COURSE-CREDITS PIC 9(2).
           05 CTRANS-COURSE-FEE PIC 9(5)V99.
           05 CTRANS-EFFECTIVE-TERM PIC X(6).

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD MAINTENANCE-REGISTER.
       01 REGISTER-RECORD PIC X(80).
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 IN-USE-FLAG PIC X(1) VALUE "N".
           05 USED-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 SAME-VERSION-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 MATCHED-COURSE-SUB PIC 9(4) VALUE ZERO.
           05 NUM-OF-USED-COURSES PIC 9(3) VALUE ZERO.
           05 USED-SUB PIC 9(3).
           05 WS-CHECK-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 INSERT-SUB PIC 9(4) VALUE ZERO.
           05 VERSION-SUB PIC 9(4) VALUE ZERO.
           05 WS-NEW-EFFECTIVE-START PIC 9(8) VALUE ZERO.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-FEE-WS PIC 9(5)V99.
               10 COURSE-EFFECTIVE-TERM-WS PIC X(6).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).
               10 COURSE-VERSION-DATE-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 USED-COURSES-WS.
           05 USED-COURSE-TABLE OCCURS 1 TO 500 TIMES
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-COURSE-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-EFFECTIVE-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-DISPOSITION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-REASON PIC X(25).
           PERFORM 301-OPEN-MAINTENANCE-FILES.
           PERFORM 310-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           PERFORM 327-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 311-LOAD-USED-COURSE-TABLE
               UNTIL INDEX-EOF-FLAG = "Y".
           CLOSE STUDENT-FILE-INDEX.

       301-OPEN-MAINTENANCE-FILES.
           OPEN INPUT COURSE-TRANSACTION-FILE COURSE-FILE
                      STUDENT-FILE-INDEX TERM-CALENDAR-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 328-FIND-EFFECTIVE-START
               IF TERM-FOUND-FLAG NOT = "Y"
                   MOVE "EFFECTIVE TERM UNKNOWN" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   IF NUM-OF-COURSES = 999
                       MOVE "COURSE TABLE FULL" TO REG-REASON
                       PERFORM 307-REJECT-TRANSACTION
                   ELSE
                       ADD 1 TO NUM-OF-COURSES
                       MOVE NUM-OF-COURSES TO VERSION-SUB
                       PERFORM 330-STORE-COURSE-VERSION
                       ADD 1 TO ADD-COUNT
                       PERFORM 315-WRITE-APPLIED-REGISTER
                   END-IF
               END-IF
           END-IF
           END-IF
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF CTRANS-EFFECTIVE-TERM = SPACES
               MOVE "EFFECTIVE TERM REQUIRED" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 328-FIND-EFFECTIVE-START
               IF TERM-FOUND-FLAG NOT = "Y"
                   MOVE "EFFECTIVE TERM UNKNOWN" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   PERFORM 323-LOCATE-VERSION-SLOT
                   IF SAME-VERSION-FLAG NOT = "Y"
                           AND NUM-OF-COURSES = 999
                       MOVE "COURSE TABLE FULL" TO REG-REASON
                       PERFORM 307-REJECT-TRANSACTION
                   ELSE
                       IF SAME-VERSION-FLAG NOT = "Y"
                           ADD 1 TO NUM-OF-COURSES
                           PERFORM 325-SHIFT-COURSE-UP
                               VARYING COURSE-SUB
                                   FROM NUM-OF-COURSES BY -1
                                   UNTIL COURSE-SUB NOT > INSERT-SUB
                           MOVE INSERT-SUB TO VERSION-SUB
                       END-IF
                       PERFORM 330-STORE-COURSE-VERSION
                       ADD 1 TO CHANGE-COUNT
                       PERFORM 315-WRITE-APPLIED-REGISTER
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
                   MOVE "IN-USE TABLE OVERFLOW" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   PERFORM 326-REMOVE-COURSE-VERSION
                       UNTIL FOUND-FLAG NOT = "Y"
                   ADD 1 TO DELETE-COUNT
                   PERFORM 315-WRITE-APPLIED-REGISTER
               END-IF
           MOVE CTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE CTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE CTRANS-COURSE-NAME TO REG-COURSE-NAME.
           MOVE CTRANS-EFFECTIVE-TERM TO REG-EFFECTIVE-TERM.
           MOVE "REJECTED" TO REG-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
               NOT AT END
                 ADD 1 TO NUM-OF-COURSES
                 MOVE COURSE-RECORD-IN TO COURSE-TABLE(NUM-OF-COURSES)
                 IF COURSE-EFFECTIVE-START-IN-FILE NOT NUMERIC
                     MOVE ZERO
                         TO COURSE-EFFECTIVE-START-WS(NUM-OF-COURSES)
                 END-IF
                 IF COURSE-VERSION-DATE-IN-FILE NOT NUMERIC
                     MOVE ZERO
                         TO COURSE-VERSION-DATE-WS(NUM-OF-COURSES)
                 END-IF
           END-READ.

       311-LOAD-USED-COURSE-TABLE.
           MOVE CTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE CTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE CTRANS-COURSE-NAME TO REG-COURSE-NAME.
           MOVE CTRANS-EFFECTIVE-TERM TO REG-EFFECTIVE-TERM.
           IF CTRANS-ACTION-CODE = "C" AND SAME-VERSION-FLAG = "Y"
               MOVE "REPLACED" TO REG-DISPOSITION
           ELSE
               MOVE "APPLIED" TO REG-DISPOSITION
           END-IF.
           MOVE SPACES TO REG-REASON.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

           MOVE COURSE-CREDITS-WS(COURSE-SUB)
               TO COURSE-CREDITS-IN-FILE.
           MOVE COURSE-FEE-WS(COURSE-SUB) TO COURSE-FEE-IN-FILE.
           MOVE COURSE-EFFECTIVE-TERM-WS(COURSE-SUB)
               TO COURSE-EFFECTIVE-TERM-IN-FILE.
           MOVE COURSE-EFFECTIVE-START-WS(COURSE-SUB)
               TO COURSE-EFFECTIVE-START-IN-FILE.
           MOVE COURSE-VERSION-DATE-WS(COURSE-SUB)
               TO COURSE-VERSION-DATE-IN-FILE.
           WRITE COURSE-RECORD-IN.
           ADD 1 TO WS-RECORDS-WRITTEN.

       322-SHIFT-COURSE-ENTRY.
           MOVE COURSE-TABLE(COURSE-SUB + 1)
               TO COURSE-TABLE(COURSE-SUB).

       323-LOCATE-VERSION-SLOT.
           MOVE "N" TO SAME-VERSION-FLAG.
           MOVE MATCHED-COURSE-SUB TO INSERT-SUB.
           PERFORM 324-CHECK-VERSION-ENTRY
               VARYING COURSE-SUB FROM MATCHED-COURSE-SUB BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       324-CHECK-VERSION-ENTRY.
           IF CTRANS-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               IF CTRANS-EFFECTIVE-TERM =
                       COURSE-EFFECTIVE-TERM-WS(COURSE-SUB)
                   MOVE "Y" TO SAME-VERSION-FLAG
                   MOVE COURSE-SUB TO VERSION-SUB
               END-IF
               IF COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                       NOT > WS-NEW-EFFECTIVE-START
                   COMPUTE INSERT-SUB = COURSE-SUB + 1
               END-IF
           END-IF.

       325-SHIFT-COURSE-UP.
           MOVE COURSE-TABLE(COURSE-SUB - 1)
               TO COURSE-TABLE(COURSE-SUB).

       326-REMOVE-COURSE-VERSION.
           PERFORM 317-REMOVE-COURSE-ENTRY.
           PERFORM 314-FIND-COURSE-IN-TABLE.

       327-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       328-FIND-EFFECTIVE-START.
           MOVE ZERO TO WS-NEW-EFFECTIVE-START.
           IF CTRANS-EFFECTIVE-TERM = SPACES
               MOVE "Y" TO TERM-FOUND-FLAG
           ELSE
               MOVE "N" TO TERM-FOUND-FLAG
               PERFORM 329-MATCH-TERM-ENTRY
                   VARYING TERM-SUB FROM 1 BY 1
                       UNTIL TERM-SUB > NUM-OF-TERMS
                          OR TERM-FOUND-FLAG = "Y"
           END-IF.

       329-MATCH-TERM-ENTRY.
           IF CTRANS-EFFECTIVE-TERM = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
               MOVE TERM-START-WS(TERM-SUB) TO WS-NEW-EFFECTIVE-START
           END-IF.

       330-STORE-COURSE-VERSION.
           MOVE CTRANS-COURSE-NUMBER TO COURSE-NUMBER-WS(VERSION-SUB).
           MOVE CTRANS-COURSE-NAME TO COURSE-NAME-WS(VERSION-SUB).
           MOVE CTRANS-COURSE-CAPACITY
               TO COURSE-CAPACITY-WS(VERSION-SUB).
           MOVE CTRANS-COURSE-CREDITS
               TO COURSE-CREDITS-WS(VERSION-SUB).
           MOVE CTRANS-COURSE-FEE TO COURSE-FEE-WS(VERSION-SUB).
           MOVE CTRANS-EFFECTIVE-TERM
               TO COURSE-EFFECTIVE-TERM-WS(VERSION-SUB).
           MOVE WS-NEW-EFFECTIVE-START
               TO COURSE-EFFECTIVE-START-WS(VERSION-SUB).
           MOVE WS-RUN-DATE TO COURSE-VERSION-DATE-WS(VERSION-SUB).
