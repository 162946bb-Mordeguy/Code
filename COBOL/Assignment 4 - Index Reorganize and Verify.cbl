           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD UNLOAD-FILE.
       01 UNLOAD-RECORD.
           05 UNL-FINAL-GRADE PIC X(1).
           05 UNL-FINALIZED-STATUS PIC X(1).
           05 UNL-ENROLLMENT-STATUS PIC X(1).
           05 UNL-GRADING-BASIS PIC X(1).

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

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 WS-MATCHED-COURSE-NAME PIC X(10) VALUE SPACES.
           05 WS-COURSE-AS-OF-TERM PIC X(6) VALUE SPACES.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-COURSES < 999
                       ADD 1 TO NUM-OF-COURSES
                       MOVE COURSE-NUMBER-IN-FILE
                           TO COURSE-NUMBER-WS(NUM-OF-COURSES)
                       MOVE COURSE-NAME-IN-FILE
                           TO COURSE-NAME-WS(NUM-OF-COURSES)
                       IF COURSE-EFFECTIVE-START-IN-FILE NUMERIC
                           MOVE COURSE-EFFECTIVE-START-IN-FILE
                               TO COURSE-EFFECTIVE-START-WS
                                   (NUM-OF-COURSES)
                       ELSE
                           MOVE ZERO TO COURSE-EFFECTIVE-START-WS
                               (NUM-OF-COURSES)
                       END-IF
                   END-IF
           END-READ.

       311-CHECK-COURSE-NAME.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE SPACES TO WS-MATCHED-COURSE-NAME.
           MOVE TERM-CODE-INDEX TO WS-COURSE-AS-OF-TERM.
           PERFORM 326-FIND-COURSE-AS-OF-START.
           PERFORM 316-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.
           IF COURSE-FOUND-FLAG NOT = "Y"
               MOVE "COURSE NOT ON CRSFILE" TO DSC-REASON
               PERFORM 310-WRITE-DISCREPANCY-RECORD
       315-CORRECT-COURSE-NAME.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE SPACES TO WS-MATCHED-COURSE-NAME.
           MOVE UNL-TERM-CODE TO WS-COURSE-AS-OF-TERM.
           PERFORM 326-FIND-COURSE-AS-OF-START.
           PERFORM 320-MATCH-UNLOAD-COURSE
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.
           IF COURSE-FOUND-FLAG = "Y"
                   AND UNL-COURSE-NAME NOT = WS-MATCHED-COURSE-NAME
               MOVE WS-MATCHED-COURSE-NAME TO UNL-COURSE-NAME

       316-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-NAME-WS(COURSE-SUB)
                   TO WS-MATCHED-COURSE-NAME

       320-MATCH-UNLOAD-COURSE.
           IF UNL-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-NAME-WS(COURSE-SUB)
                   TO WS-MATCHED-COURSE-NAME
           IF WS-LOCK-LEAP-SW = "Y" AND WS-LSER-MONTH > 2
               ADD 1 TO WS-LOCK-DAY-SERIAL
           END-IF.

       326-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 327-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       327-MATCH-AS-OF-TERM.
           IF WS-COURSE-AS-OF-TERM = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.
