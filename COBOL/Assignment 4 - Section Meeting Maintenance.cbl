      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MAINTAIN-SECTION-MEETINGS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MEETING-TRANSACTION-FILE
         ASSIGN TO WS-TRANSACTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MEETING-FILE
         ASSIGN TO WS-MEETING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ROOM-FILE
         ASSIGN TO WS-ROOM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSIGNMENT-FILE
         ASSIGN TO WS-ASSIGNMENT-FILE-NAME
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
       FD MEETING-TRANSACTION-FILE.
       01 MEETING-TRANSACTION-RECORD.
           05 MTRANS-ACTION-CODE PIC X(1).
           05 MTRANS-COURSE-NUMBER PIC X(7).
           05 MTRANS-SECTION-NUMBER PIC X(3).
           05 MTRANS-TERM-CODE PIC X(6).
           05 MTRANS-SEQUENCE PIC 9(1).
           05 MTRANS-DAYS.
               10 MTRANS-DAY PIC X(1) OCCURS 7 TIMES.
           05 MTRANS-START-TIME PIC 9(4).
           05 MTRANS-START-PARTS REDEFINES MTRANS-START-TIME.
               10 MTRANS-START-HH PIC 9(2).
               10 MTRANS-START-MM PIC 9(2).
           05 MTRANS-END-TIME PIC 9(4).
           05 MTRANS-END-PARTS REDEFINES MTRANS-END-TIME.
               10 MTRANS-END-HH PIC 9(2).
               10 MTRANS-END-MM PIC 9(2).
           05 MTRANS-ROOM-ID PIC X(6).

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD ROOM-FILE.
       01 ROOM-RECORD-IN.
           05 ROOM-ID-IN-FILE PIC X(6).
           05 ROOM-DESCRIPTION-IN-FILE PIC X(20).
           05 ROOM-SEATS-IN-FILE PIC 9(3).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD-IN.
           05 ASGN-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASGN-SECTION-NUMBER-IN-FILE PIC X(3).
           05 ASGN-TERM-CODE-IN-FILE PIC X(6).
           05 ASGN-INSTRUCTOR-ID-IN-FILE PIC X(5).

       FD MAINTENANCE-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-TRANSACTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MTGTRANS.TXT".
           05 WS-MEETING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MEETPATT.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-ROOM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ROOMFILE.TXT".
           05 WS-ASSIGNMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SECASSGN.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MTGREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-SECTION-MTG".
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
           05 MEETING-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 ROOM-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-FOUND-FLAG PIC X(1) VALUE "N".
           05 ROOM-FOUND-FLAG PIC X(1) VALUE "N".
           05 DAYS-VALID-FLAG PIC X(1) VALUE "Y".
           05 DAY-OVERLAP-FLAG PIC X(1) VALUE "N".
           05 CONFLICT-FLAG PIC X(1) VALUE "N".
           05 MEETING-VALID-FLAG PIC X(1) VALUE "Y".
           05 MEETING-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-TRANS-READ PIC 9(7) VALUE ZERO.
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT PIC 9(5) VALUE ZERO.
           05 DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 NUM-OF-ROOMS PIC 9(3) VALUE ZERO.
           05 ROOM-SUB PIC 9(3).
           05 NUM-OF-ASSIGNMENTS PIC 9(3) VALUE ZERO.
           05 ASSIGNMENT-SUB PIC 9(3).
           05 DAY-SUB PIC 9(1).
           05 MATCHED-COURSE-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 MATCHED-ROOM-SEATS PIC 9(3) VALUE ZERO.
           05 WS-SECTION-INSTRUCTOR PIC X(5) VALUE SPACES.
           05 WS-OTHER-COURSE PIC X(7) VALUE SPACES.
           05 WS-OTHER-SECTION PIC X(3) VALUE SPACES.
           05 WS-CONFLICT-COURSE PIC X(7) VALUE SPACES.
           05 WS-CONFLICT-SECTION PIC X(3) VALUE SPACES.

       01 DAY-LETTER-LIST PIC X(7) VALUE "MTWRFSU".
       01 DAY-LETTER-TABLE REDEFINES DAY-LETTER-LIST.
           05 DAY-LETTER PIC X(1) OCCURS 7 TIMES.

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERMS-WS.
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 ROOMS-WS.
           05 ROOM-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-ROOMS.
               10 ROOM-ID-WS PIC X(6).
               10 ROOM-SEATS-WS PIC 9(3).

       01 ASSIGNMENTS-WS.
           05 ASSIGNMENT-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-ASSIGNMENTS.
               10 ASGN-COURSE-WS PIC X(7).
               10 ASGN-SECTION-WS PIC X(3).
               10 ASGN-TERM-WS PIC X(6).
               10 ASGN-INSTRUCTOR-WS PIC X(5).

       01 MEETING-TABLE-WS.
           05 NUM-OF-MEETINGS PIC 9(4) VALUE ZERO.
           05 MEET-SUB PIC 9(4).
           05 MATCHED-MEETING-SUB PIC 9(4) VALUE ZERO.
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
           05 FILLER PIC X(38)
                   VALUE "SECTION MEETING MAINTENANCE REGISTER  ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-ACTION-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SEQUENCE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-ROOM-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-DISPOSITION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-REASON PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-CONFLICT-COURSE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-CONFLICT-SECTION PIC X(3).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MAINTAIN-SECTION-MEETINGS.
           PERFORM 201-INITIATE-MAINTENANCE-JOB.
           PERFORM 202-PROCESS-TRANSACTION
               UNTIL EOF-FLAG = "Y" OR MEETING-OVERFLOW-FLAG = "Y".
           PERFORM 203-TERMINATE-MAINTENANCE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-MAINTENANCE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-OPEN-MAINTENANCE-FILES.
           PERFORM 310-LOAD-MEETING-TABLE
               UNTIL MEETING-EOF-FLAG = "Y".
           CLOSE MEETING-FILE.
           PERFORM 311-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           PERFORM 312-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 313-LOAD-ROOM-TABLE UNTIL ROOM-EOF-FLAG = "Y".
           CLOSE ROOM-FILE.
           PERFORM 314-LOAD-ASSIGNMENT-TABLE
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
           CLOSE ASSIGNMENT-FILE.
           PERFORM 315-WRITE-REGISTER-HEADER.
           PERFORM 302-READ-TRANSACTION-RECORD.

       202-PROCESS-TRANSACTION.
           PERFORM 303-APPLY-TRANSACTION.
           PERFORM 302-READ-TRANSACTION-RECORD.

       203-TERMINATE-MAINTENANCE-JOB.
           IF MEETING-OVERFLOW-FLAG = "Y"
               DISPLAY "MEETING TABLE OVERFLOW - NO TRANSACTIONS "
                   "APPLIED, FILE NOT REWRITTEN"
           ELSE
               PERFORM 316-REWRITE-MEETING-FILE
           END-IF.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "SECTION MEETING MAINTENANCE COMPLETE".
           DISPLAY "  ADDED  : " ADD-COUNT.
           DISPLAY "  CHANGED: " CHANGE-COUNT.
           DISPLAY "  DELETED: " DELETE-COUNT.
           DISPLAY "  REJECTED: " REJECT-COUNT.
           CLOSE MEETING-TRANSACTION-FILE MAINTENANCE-REGISTER
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-TRANS-READ = ZERO OR MEETING-OVERFLOW-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-OPEN-MAINTENANCE-FILES.
           OPEN INPUT MEETING-TRANSACTION-FILE MEETING-FILE
                      COURSE-FILE TERM-CALENDAR-FILE ROOM-FILE
                      ASSIGNMENT-FILE.
           OPEN OUTPUT MAINTENANCE-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.

       302-READ-TRANSACTION-RECORD.
           READ MEETING-TRANSACTION-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-TRANS-READ
           END-READ.

       303-APPLY-TRANSACTION.
           MOVE SPACES TO WS-CONFLICT-COURSE WS-CONFLICT-SECTION.
           PERFORM 317-FIND-MEETING-IN-TABLE.
           EVALUATE MTRANS-ACTION-CODE
               WHEN "A"
                   PERFORM 304-ADD-MEETING-RECORD
               WHEN "C"
                   PERFORM 305-CHANGE-MEETING-RECORD
               WHEN "D"
                   PERFORM 306-DELETE-MEETING-RECORD
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO REG-REASON
                   PERFORM 307-REJECT-TRANSACTION
           END-EVALUATE.

       304-ADD-MEETING-RECORD.
           IF FOUND-FLAG = "Y"
               MOVE "ALREADY ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 318-VALIDATE-MEETING-FIELDS
               IF MEETING-VALID-FLAG NOT = "Y"
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   IF NUM-OF-MEETINGS = 2000
                       MOVE "MEETING TABLE FULL" TO REG-REASON
                       PERFORM 307-REJECT-TRANSACTION
                   ELSE
                       ADD 1 TO NUM-OF-MEETINGS
                       MOVE NUM-OF-MEETINGS TO MATCHED-MEETING-SUB
                       PERFORM 335-MOVE-TRANSACTION-FIELDS
                       ADD 1 TO ADD-COUNT
                       PERFORM 321-WRITE-APPLIED-REGISTER
                   END-IF
               END-IF
           END-IF.

       305-CHANGE-MEETING-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 318-VALIDATE-MEETING-FIELDS
               IF MEETING-VALID-FLAG NOT = "Y"
                   PERFORM 307-REJECT-TRANSACTION
               ELSE
                   PERFORM 335-MOVE-TRANSACTION-FIELDS
                   ADD 1 TO CHANGE-COUNT
                   PERFORM 321-WRITE-APPLIED-REGISTER
               END-IF
           END-IF.

       306-DELETE-MEETING-RECORD.
           IF FOUND-FLAG NOT = "Y"
               MOVE "NOT ON FILE" TO REG-REASON
               PERFORM 307-REJECT-TRANSACTION
           ELSE
               PERFORM 322-REMOVE-MEETING-ENTRY
               ADD 1 TO DELETE-COUNT
               PERFORM 321-WRITE-APPLIED-REGISTER
           END-IF.

       307-REJECT-TRANSACTION.
           MOVE MTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE MTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE MTRANS-SECTION-NUMBER TO REG-SECTION-NUMBER.
           MOVE MTRANS-TERM-CODE TO REG-TERM-CODE.
           MOVE MTRANS-SEQUENCE TO REG-SEQUENCE.
           MOVE MTRANS-ROOM-ID TO REG-ROOM-ID.
           MOVE "REJECTED" TO REG-DISPOSITION.
           MOVE WS-CONFLICT-COURSE TO REG-CONFLICT-COURSE.
           MOVE WS-CONFLICT-SECTION TO REG-CONFLICT-SECTION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           ADD 1 TO REJECT-COUNT.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-TRANSACTION-FILE-NAME FROM SYSIN
               ACCEPT WS-MEETING-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-ROOM-FILE-NAME FROM SYSIN
               ACCEPT WS-ASSIGNMENT-FILE-NAME FROM SYSIN
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

       310-LOAD-MEETING-TABLE.
           READ MEETING-FILE
               AT END MOVE "Y" TO MEETING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-MEETINGS < 2000
                       ADD 1 TO NUM-OF-MEETINGS
                       MOVE MEETING-RECORD-IN
                           TO MEETING-ENTRY-TABLE(NUM-OF-MEETINGS)
                   ELSE
                       MOVE "Y" TO MEETING-OVERFLOW-FLAG
                   END-IF
           END-READ.

       311-LOAD-COURSE-TABLE.
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

       312-LOAD-TERM-TABLE.
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

       313-LOAD-ROOM-TABLE.
           READ ROOM-FILE
             AT END MOVE "Y" TO ROOM-EOF-FLAG
               NOT AT END
                 IF NUM-OF-ROOMS < 500
                     ADD 1 TO NUM-OF-ROOMS
                     MOVE ROOM-ID-IN-FILE TO ROOM-ID-WS(NUM-OF-ROOMS)
                     MOVE ROOM-SEATS-IN-FILE
                         TO ROOM-SEATS-WS(NUM-OF-ROOMS)
                 END-IF
           END-READ.

       314-LOAD-ASSIGNMENT-TABLE.
           READ ASSIGNMENT-FILE
             AT END MOVE "Y" TO ASSIGNMENT-EOF-FLAG
               NOT AT END
                 IF NUM-OF-ASSIGNMENTS < 999
                     ADD 1 TO NUM-OF-ASSIGNMENTS
                     MOVE ASSIGNMENT-RECORD-IN
                         TO ASSIGNMENT-TABLE(NUM-OF-ASSIGNMENTS)
                 END-IF
           END-READ.

       315-WRITE-REGISTER-HEADER.
           ACCEPT REG-HDR-DATE FROM DATE YYYYMMDD.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.

       316-REWRITE-MEETING-FILE.
           OPEN OUTPUT MEETING-FILE.
           PERFORM 323-WRITE-MEETING-RECORD
               VARYING MEET-SUB FROM 1 BY 1
                   UNTIL MEET-SUB > NUM-OF-MEETINGS.
           CLOSE MEETING-FILE.

       317-FIND-MEETING-IN-TABLE.
           MOVE "N" TO FOUND-FLAG.
           MOVE ZERO TO MATCHED-MEETING-SUB.
           PERFORM 324-MATCH-MEETING-ENTRY
               VARYING MEET-SUB FROM 1 BY 1
                   UNTIL MEET-SUB > NUM-OF-MEETINGS
                      OR FOUND-FLAG = "Y".

       318-VALIDATE-MEETING-FIELDS.
           MOVE "Y" TO MEETING-VALID-FLAG.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO MATCHED-COURSE-CAPACITY.
           PERFORM 337-FIND-COURSE-AS-OF-START.
           PERFORM 325-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.
           MOVE "N" TO TERM-FOUND-FLAG.
           PERFORM 326-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR TERM-FOUND-FLAG = "Y".
           MOVE "N" TO ROOM-FOUND-FLAG.
           MOVE ZERO TO MATCHED-ROOM-SEATS.
           PERFORM 327-MATCH-ROOM-ENTRY
               VARYING ROOM-SUB FROM 1 BY 1
                   UNTIL ROOM-SUB > NUM-OF-ROOMS
                      OR ROOM-FOUND-FLAG = "Y".
           MOVE "Y" TO DAYS-VALID-FLAG.
           IF MTRANS-DAYS = SPACES
               MOVE "N" TO DAYS-VALID-FLAG
           ELSE
               PERFORM 328-VALIDATE-MEETING-DAY
                   VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
           END-IF.
           IF COURSE-FOUND-FLAG NOT = "Y"
               MOVE "INVALID COURSE NUMBER" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y" AND TERM-FOUND-FLAG NOT = "Y"
               MOVE "INVALID TERM CODE" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y" AND MTRANS-SEQUENCE NOT NUMERIC
               MOVE "INVALID MEETING SEQUENCE" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y" AND DAYS-VALID-FLAG NOT = "Y"
               MOVE "INVALID MEETING DAYS" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y"
               IF MTRANS-START-TIME NOT NUMERIC
                       OR MTRANS-END-TIME NOT NUMERIC
                       OR MTRANS-START-HH > 23 OR MTRANS-START-MM > 59
                       OR MTRANS-END-HH > 23 OR MTRANS-END-MM > 59
                       OR MTRANS-START-TIME NOT < MTRANS-END-TIME
                   MOVE "INVALID MEETING TIMES" TO REG-REASON
                   MOVE "N" TO MEETING-VALID-FLAG
               END-IF
           END-IF.
           IF MEETING-VALID-FLAG = "Y" AND ROOM-FOUND-FLAG NOT = "Y"
               MOVE "INVALID ROOM" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y"
                   AND MATCHED-COURSE-CAPACITY > MATCHED-ROOM-SEATS
               MOVE "CAPACITY EXCEEDS SEATS" TO REG-REASON
               MOVE "N" TO MEETING-VALID-FLAG
           END-IF.
           IF MEETING-VALID-FLAG = "Y"
               PERFORM 319-CHECK-ROOM-CONFLICT
               IF CONFLICT-FLAG = "Y"
                   MOVE "ROOM DOUBLE-BOOKED" TO REG-REASON
                   MOVE "N" TO MEETING-VALID-FLAG
               END-IF
           END-IF.
           IF MEETING-VALID-FLAG = "Y"
               PERFORM 320-CHECK-INSTRUCTOR-CONFLICT
               IF CONFLICT-FLAG = "Y"
                   MOVE "INSTRUCTOR DOUBLE-BOOKED" TO REG-REASON
                   MOVE "N" TO MEETING-VALID-FLAG
               END-IF
           END-IF.

       319-CHECK-ROOM-CONFLICT.
           MOVE "N" TO CONFLICT-FLAG.
           PERFORM 329-COMPARE-ROOM-ENTRY
               VARYING MEET-SUB FROM 1 BY 1
                   UNTIL MEET-SUB > NUM-OF-MEETINGS
                      OR CONFLICT-FLAG = "Y".

       320-CHECK-INSTRUCTOR-CONFLICT.
           MOVE "N" TO CONFLICT-FLAG.
           MOVE SPACES TO WS-SECTION-INSTRUCTOR.
           PERFORM 330-FIND-SECTION-INSTRUCTOR
               VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > NUM-OF-ASSIGNMENTS
                      OR WS-SECTION-INSTRUCTOR NOT = SPACES.
           IF WS-SECTION-INSTRUCTOR NOT = SPACES
               PERFORM 331-COMPARE-INSTRUCTOR-SECTION
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > NUM-OF-ASSIGNMENTS
                          OR CONFLICT-FLAG = "Y"
           END-IF.

       321-WRITE-APPLIED-REGISTER.
           MOVE MTRANS-ACTION-CODE TO REG-ACTION-CODE.
           MOVE MTRANS-COURSE-NUMBER TO REG-COURSE-NUMBER.
           MOVE MTRANS-SECTION-NUMBER TO REG-SECTION-NUMBER.
           MOVE MTRANS-TERM-CODE TO REG-TERM-CODE.
           MOVE MTRANS-SEQUENCE TO REG-SEQUENCE.
           MOVE MTRANS-ROOM-ID TO REG-ROOM-ID.
           MOVE "APPLIED" TO REG-DISPOSITION.
           MOVE SPACES TO REG-REASON.
           MOVE SPACES TO REG-CONFLICT-COURSE REG-CONFLICT-SECTION.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       322-REMOVE-MEETING-ENTRY.
           PERFORM 334-SHIFT-MEETING-ENTRY
               VARYING MEET-SUB FROM MATCHED-MEETING-SUB BY 1
                   UNTIL MEET-SUB NOT < NUM-OF-MEETINGS.
           SUBTRACT 1 FROM NUM-OF-MEETINGS.

       323-WRITE-MEETING-RECORD.
           MOVE MEET-COURSE-WS(MEET-SUB)
               TO MEET-COURSE-NUMBER-IN-FILE.
           MOVE MEET-SECTION-WS(MEET-SUB)
               TO MEET-SECTION-NUMBER-IN-FILE.
           MOVE MEET-TERM-WS(MEET-SUB) TO MEET-TERM-CODE-IN-FILE.
           MOVE MEET-SEQ-WS(MEET-SUB) TO MEET-SEQUENCE-IN-FILE.
           MOVE MEET-DAYS-WS(MEET-SUB) TO MEET-DAYS-IN-FILE.
           MOVE MEET-START-WS(MEET-SUB) TO MEET-START-TIME-IN-FILE.
           MOVE MEET-END-WS(MEET-SUB) TO MEET-END-TIME-IN-FILE.
           MOVE MEET-ROOM-WS(MEET-SUB) TO MEET-ROOM-IN-FILE.
           WRITE MEETING-RECORD-IN.
           ADD 1 TO WS-RECORDS-WRITTEN.

       324-MATCH-MEETING-ENTRY.
           IF MTRANS-COURSE-NUMBER = MEET-COURSE-WS(MEET-SUB)
                   AND MTRANS-SECTION-NUMBER = MEET-SECTION-WS(MEET-SUB)
                   AND MTRANS-TERM-CODE = MEET-TERM-WS(MEET-SUB)
                   AND MTRANS-SEQUENCE = MEET-SEQ-WS(MEET-SUB)
               MOVE "Y" TO FOUND-FLAG
               MOVE MEET-SUB TO MATCHED-MEETING-SUB
           END-IF.

       325-MATCH-COURSE-ENTRY.
           IF MTRANS-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO MATCHED-COURSE-CAPACITY
           END-IF.

       326-MATCH-TERM-ENTRY.
           IF MTRANS-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-FLAG
           END-IF.

       327-MATCH-ROOM-ENTRY.
           IF MTRANS-ROOM-ID = ROOM-ID-WS(ROOM-SUB)
               MOVE "Y" TO ROOM-FOUND-FLAG
               MOVE ROOM-SEATS-WS(ROOM-SUB) TO MATCHED-ROOM-SEATS
           END-IF.

       328-VALIDATE-MEETING-DAY.
           IF MTRANS-DAY(DAY-SUB) NOT = SPACE
                   AND MTRANS-DAY(DAY-SUB) NOT = DAY-LETTER(DAY-SUB)
               MOVE "N" TO DAYS-VALID-FLAG
           END-IF.

       329-COMPARE-ROOM-ENTRY.
           IF MEET-SUB NOT = MATCHED-MEETING-SUB
                   AND MTRANS-TERM-CODE = MEET-TERM-WS(MEET-SUB)
                   AND MTRANS-ROOM-ID = MEET-ROOM-WS(MEET-SUB)
               PERFORM 332-CHECK-MEETING-OVERLAP
           END-IF.

       330-FIND-SECTION-INSTRUCTOR.
           IF MTRANS-COURSE-NUMBER = ASGN-COURSE-WS(ASSIGNMENT-SUB)
                   AND MTRANS-SECTION-NUMBER =
                       ASGN-SECTION-WS(ASSIGNMENT-SUB)
                   AND MTRANS-TERM-CODE = ASGN-TERM-WS(ASSIGNMENT-SUB)
               MOVE ASGN-INSTRUCTOR-WS(ASSIGNMENT-SUB)
                   TO WS-SECTION-INSTRUCTOR
           END-IF.

       331-COMPARE-INSTRUCTOR-SECTION.
           IF WS-SECTION-INSTRUCTOR = ASGN-INSTRUCTOR-WS(ASSIGNMENT-SUB)
                   AND MTRANS-TERM-CODE = ASGN-TERM-WS(ASSIGNMENT-SUB)
                   AND (MTRANS-COURSE-NUMBER NOT =
                           ASGN-COURSE-WS(ASSIGNMENT-SUB)
                     OR MTRANS-SECTION-NUMBER NOT =
                           ASGN-SECTION-WS(ASSIGNMENT-SUB))
               MOVE ASGN-COURSE-WS(ASSIGNMENT-SUB) TO WS-OTHER-COURSE
               MOVE ASGN-SECTION-WS(ASSIGNMENT-SUB) TO WS-OTHER-SECTION
               PERFORM 333-COMPARE-OTHER-SECTION-MEETING
                   VARYING MEET-SUB FROM 1 BY 1
                       UNTIL MEET-SUB > NUM-OF-MEETINGS
                          OR CONFLICT-FLAG = "Y"
           END-IF.

       332-CHECK-MEETING-OVERLAP.
           MOVE "N" TO DAY-OVERLAP-FLAG.
           PERFORM 336-MATCH-MEETING-DAY
               VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7 OR DAY-OVERLAP-FLAG = "Y".
           IF DAY-OVERLAP-FLAG = "Y"
                   AND MTRANS-START-TIME < MEET-END-WS(MEET-SUB)
                   AND MEET-START-WS(MEET-SUB) < MTRANS-END-TIME
               MOVE "Y" TO CONFLICT-FLAG
               MOVE MEET-COURSE-WS(MEET-SUB) TO WS-CONFLICT-COURSE
               MOVE MEET-SECTION-WS(MEET-SUB) TO WS-CONFLICT-SECTION
           END-IF.

       333-COMPARE-OTHER-SECTION-MEETING.
           IF WS-OTHER-COURSE = MEET-COURSE-WS(MEET-SUB)
                   AND WS-OTHER-SECTION = MEET-SECTION-WS(MEET-SUB)
                   AND MTRANS-TERM-CODE = MEET-TERM-WS(MEET-SUB)
               PERFORM 332-CHECK-MEETING-OVERLAP
           END-IF.

       334-SHIFT-MEETING-ENTRY.
           MOVE MEETING-ENTRY-TABLE(MEET-SUB + 1)
               TO MEETING-ENTRY-TABLE(MEET-SUB).

       335-MOVE-TRANSACTION-FIELDS.
           MOVE MTRANS-COURSE-NUMBER
               TO MEET-COURSE-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-SECTION-NUMBER
               TO MEET-SECTION-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-TERM-CODE TO MEET-TERM-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-SEQUENCE TO MEET-SEQ-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-DAYS TO MEET-DAYS-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-START-TIME
               TO MEET-START-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-END-TIME TO MEET-END-WS(MATCHED-MEETING-SUB).
           MOVE MTRANS-ROOM-ID TO MEET-ROOM-WS(MATCHED-MEETING-SUB).

       336-MATCH-MEETING-DAY.
           IF MTRANS-DAY(DAY-SUB) NOT = SPACE
                   AND MEET-DAY-WS(MEET-SUB, DAY-SUB) NOT = SPACE
               MOVE "Y" TO DAY-OVERLAP-FLAG
           END-IF.

       337-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 338-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       338-MATCH-AS-OF-TERM.
           IF MTRANS-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.
