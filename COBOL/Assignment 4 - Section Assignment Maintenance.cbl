         ASSIGN TO WS-INSTRUCTOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MEETING-FILE
         ASSIGN TO WS-MEETING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAINTENANCE-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD-IN.
           05 INST-NAME-IN-FILE PIC X(20).
           05 INST-DEPARTMENT-IN-FILE PIC X(10).

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

       FD MAINTENANCE-REGISTER.
       01 REGISTER-RECORD PIC X(80).

                   VALUE "C:\Users\Nay-thwan\Desktop\SECREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-MEETING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MEETPATT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-FOUND-FLAG PIC X(1) VALUE "N".
           05 MEETING-EOF-FLAG PIC X(1) VALUE "N".
           05 CONFLICT-FLAG PIC X(1) VALUE "N".
           05 DAY-OVERLAP-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
               10 INST-NAME-WS PIC X(20).
               10 INST-DEPARTMENT-WS PIC X(10).

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


       01 REGISTER-HEADER.
           05 FILLER PIC X(39)
                   VALUE "SECTION ASSIGNMENT MAINTENANCE REGISTER".
           PERFORM 312-LOAD-INSTRUCTOR-TABLE
               UNTIL INSTRUCTOR-EOF-FLAG = "Y".
           CLOSE INSTRUCTOR-FILE.
           PERFORM 325-LOAD-MEETING-TABLE
               UNTIL MEETING-EOF-FLAG = "Y".
           CLOSE MEETING-FILE.
           PERFORM 313-WRITE-REGISTER-HEADER.
           PERFORM 302-READ-TRANSACTION-RECORD.


       301-OPEN-MAINTENANCE-FILES.
           OPEN INPUT ASSIGNMENT-TRANSACTION-FILE ASSIGNMENT-FILE
                      COURSE-FILE INSTRUCTOR-FILE MEETING-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

       304-ADD-ASSIGNMENT-RECORD.
           PERFORM 316-VALIDATE-COURSE-NUMBER.
           PERFORM 317-VALIDATE-INSTRUCTOR-ID.
           PERFORM 326-CHECK-INSTRUCTOR-CONFLICT.
           IF COURSE-FOUND-FLAG NOT = "Y"
               MOVE "INVALID COURSE NUMBER" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           IF FOUND-FLAG = "Y"
               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF CONFLICT-FLAG = "Y"
               MOVE "INSTRUCTOR DOUBLE-BOOKED" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               IF NUM-OF-ASSIGNMENTS = 999
                   MOVE "ASSIGNMENT TABLE FULL" TO REG-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       305-CHANGE-ASSIGNMENT-RECORD.
           PERFORM 317-VALIDATE-INSTRUCTOR-ID.
           PERFORM 326-CHECK-INSTRUCTOR-CONFLICT.
           IF INSTRUCTOR-FOUND-FLAG NOT = "Y"
               MOVE "INVALID INSTRUCTOR ID" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
           IF CONFLICT-FLAG = "Y"
               MOVE "INSTRUCTOR DOUBLE-BOOKED" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               MOVE ATRANS-INSTRUCTOR-ID
                   TO ASGN-INSTRUCTOR-WS(MATCHED-ASSIGNMENT-SUB)
               ADD 1 TO CHANGE-COUNT
               PERFORM 318-WRITE-APPLIED-REGISTER
           END-IF
           END-IF
           END-IF.

       306-DELETE-ASSIGNMENT-RECORD.
               ACCEPT WS-INSTRUCTOR-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-MEETING-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           READ COURSE-FILE
             AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                 IF NUM-OF-COURSES > ZERO
                     AND COURSE-NUMBER-IN-FILE =
                         COURSE-NUMBER-WS(NUM-OF-COURSES)
                     CONTINUE
                 ELSE
                     ADD 1 TO NUM-OF-COURSES
                     MOVE COURSE-RECORD-IN
                         TO COURSE-TABLE(NUM-OF-COURSES)
                 END-IF
           END-READ.

       312-LOAD-INSTRUCTOR-TABLE.
       324-SHIFT-ASSIGNMENT-ENTRY.
           MOVE ASSIGNMENT-TABLE(ASSIGNMENT-SUB + 1)
               TO ASSIGNMENT-TABLE(ASSIGNMENT-SUB).

       325-LOAD-MEETING-TABLE.
           READ MEETING-FILE
             AT END MOVE "Y" TO MEETING-EOF-FLAG
               NOT AT END
                 IF NUM-OF-MEETINGS < 2000
                     ADD 1 TO NUM-OF-MEETINGS
                     MOVE MEETING-RECORD-IN
                         TO MEETING-ENTRY-TABLE(NUM-OF-MEETINGS)
                 END-IF
           END-READ.

       326-CHECK-INSTRUCTOR-CONFLICT.
           MOVE "N" TO CONFLICT-FLAG.
           PERFORM 327-COMPARE-INSTRUCTOR-SECTION
               VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > NUM-OF-ASSIGNMENTS
                      OR CONFLICT-FLAG = "Y".

       327-COMPARE-INSTRUCTOR-SECTION.
           IF ASGN-INSTRUCTOR-WS(ASSIGNMENT-SUB) = ATRANS-INSTRUCTOR-ID
                   AND ASGN-TERM-WS(ASSIGNMENT-SUB) = ATRANS-TERM-CODE
                   AND (ASGN-COURSE-WS(ASSIGNMENT-SUB) NOT =
                           ATRANS-COURSE-NUMBER
                     OR ASGN-SECTION-WS(ASSIGNMENT-SUB) NOT =
                           ATRANS-SECTION-NUMBER)
               PERFORM 328-COMPARE-SECTION-MEETING
                   VARYING MEET-SUB FROM 1 BY 1
                       UNTIL MEET-SUB > NUM-OF-MEETINGS
                          OR CONFLICT-FLAG = "Y"
           END-IF.

       328-COMPARE-SECTION-MEETING.
           IF MEET-COURSE-WS(MEET-SUB) = ATRANS-COURSE-NUMBER
                   AND MEET-SECTION-WS(MEET-SUB) = ATRANS-SECTION-NUMBER
                   AND MEET-TERM-WS(MEET-SUB) = ATRANS-TERM-CODE
               PERFORM 329-COMPARE-OTHER-MEETING
                   VARYING MEET-SUB-2 FROM 1 BY 1
                       UNTIL MEET-SUB-2 > NUM-OF-MEETINGS
                          OR CONFLICT-FLAG = "Y"
           END-IF.

       329-COMPARE-OTHER-MEETING.
           IF MEET-COURSE-WS(MEET-SUB-2) =
                   ASGN-COURSE-WS(ASSIGNMENT-SUB)
                   AND MEET-SECTION-WS(MEET-SUB-2) =
                       ASGN-SECTION-WS(ASSIGNMENT-SUB)
                   AND MEET-TERM-WS(MEET-SUB-2) = ATRANS-TERM-CODE
               MOVE "N" TO DAY-OVERLAP-FLAG
               PERFORM 330-MATCH-MEETING-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                       UNTIL DAY-SUB > 7 OR DAY-OVERLAP-FLAG = "Y"
               IF DAY-OVERLAP-FLAG = "Y"
                       AND MEET-START-WS(MEET-SUB) <
                           MEET-END-WS(MEET-SUB-2)
                       AND MEET-START-WS(MEET-SUB-2) <
                           MEET-END-WS(MEET-SUB)
                   MOVE "Y" TO CONFLICT-FLAG
               END-IF
           END-IF.

       330-MATCH-MEETING-DAY.
           IF MEET-DAY-WS(MEET-SUB, DAY-SUB) NOT = SPACE
                   AND MEET-DAY-WS(MEET-SUB-2, DAY-SUB) NOT = SPACE
               MOVE "Y" TO DAY-OVERLAP-FLAG
           END-IF.
