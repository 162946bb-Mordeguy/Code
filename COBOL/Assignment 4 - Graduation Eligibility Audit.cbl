         ASSIGN TO WS-ELIGIBILITY-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD PROGRAM-REQUIREMENTS-FILE.
       01 PROGRAM-REQUIREMENT-RECORD.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD ELIGIBILITY-REPORT.
       01 ELIGIBILITY-REPORT-RECORD PIC X(80).

       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD TRANSFER-CREDIT-FILE.
       01 TRANSFER-CREDIT-RECORD.
           05 XFER-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 XFER-COURSE-NUMBER-IN-FILE PIC X(7).
           05 XFER-INSTITUTION-IN-FILE PIC X(20).
           05 XFER-CREDITS-IN-FILE PIC 9(2).
           05 XFER-TERM-CODE-IN-FILE PIC X(6).
           05 XFER-APPROVAL-CODE-IN-FILE PIC X(4).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-PASS-MARK PIC 9(3) VALUE 050.
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-GRAD-ELIG".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 PASSED-FOUND-FLAG PIC X(1) VALUE "N".
           05 ELIGIBLE-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 WS-MATCHED-CREDITS PIC 9(2) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-CREDITS-WS PIC 9(2).

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

       01 STUDENT-AUDIT-WS.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-MIN-COURSES PIC 9(3) VALUE ZERO.
           05 WS-MIN-AVRG PIC 9(3) VALUE ZERO.
           05 WS-OUTSTANDING-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TRANSFER-COURSES PIC 9(3) VALUE ZERO.
           05 WS-TRANSFER-CREDITS PIC 9(3) VALUE ZERO.
           05 WS-NOTE-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-NOTE-SOURCE PIC X(1) VALUE SPACE.
           05 NUM-OF-PASSED-COURSES PIC 9(3) VALUE ZERO.
           05 PASSED-SUB PIC 9(3).
           05 MATCHED-PASSED-SUB PIC 9(3) VALUE ZERO.
           05 PASSED-COURSE-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON NUM-OF-PASSED-COURSES.
               10 PASSED-COURSE-WS PIC X(7).
               10 PASSED-SOURCE-WS PIC X(1).
                   88 PASSED-BY-TRANSFER VALUE "T".

       01 REPORT-HEADER.
           05 FILLER PIC X(36)
           05 FILLER PIC X(11) VALUE "  MINIMUM: ".
           05 TTL-MIN-AVRG PIC ZZ9.

       01 TRANSFER-LINE-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "TRANSFER CREDIT COURSES: ".
           05 TRF-COURSES PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  CREDITS: ".
           05 TRF-CREDITS PIC ZZ9.
           05 FILLER PIC X(24) VALUE "  (NOT IN CUM AVERAGE)".

       01 ELIGIBLE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "*** ELIGIBLE ***".
           CLOSE PROGRAM-REQUIREMENTS-FILE.
           PERFORM 302-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 326-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 317-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 323-LOAD-TRANSFER-CREDITS.
           ACCEPT ELH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-PASS-MARK TO ELH-PASS-MARK.
           WRITE ELIGIBILITY-REPORT-RECORD FROM REPORT-HEADER.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-COURSES < 999
                       ADD 1 TO NUM-OF-COURSES
                       MOVE COURSE-NUMBER-IN-FILE
                           TO COURSE-NUMBER-WS(NUM-OF-COURSES)
                       IF COURSE-EFFECTIVE-START-IN-FILE NUMERIC
                           MOVE COURSE-EFFECTIVE-START-IN-FILE
                               TO COURSE-EFFECTIVE-START-WS
                                   (NUM-OF-COURSES)
                       ELSE
                           MOVE ZERO TO COURSE-EFFECTIVE-START-WS
                               (NUM-OF-COURSES)
                       END-IF
                       IF COURSE-CREDITS-IN-FILE NUMERIC
                           MOVE COURSE-CREDITS-IN-FILE
                               TO COURSE-CREDITS-WS(NUM-OF-COURSES)
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE ZERO TO WS-MIN-COURSES.
           MOVE ZERO TO WS-MIN-AVRG.
           MOVE ZERO TO WS-TRANSFER-COURSES.
           MOVE ZERO TO WS-TRANSFER-CREDITS.
           PERFORM 325-APPLY-TRANSFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS.
           PERFORM 310-AUDIT-ONE-REQUIREMENT
               VARYING REQUIREMENT-SUB FROM 1 BY 1
                   UNTIL REQUIREMENT-SUB > NUM-OF-REQUIREMENTS.
           MOVE WS-MIN-AVRG TO TTL-MIN-AVRG.
           WRITE ELIGIBILITY-REPORT-RECORD
               FROM TOTALS-LINE-STRUCTURE.
           IF WS-TRANSFER-COURSES > ZERO
               MOVE WS-TRANSFER-COURSES TO TRF-COURSES
               MOVE WS-TRANSFER-CREDITS TO TRF-CREDITS
               WRITE ELIGIBILITY-REPORT-RECORD
                   FROM TRANSFER-LINE-STRUCTURE
           END-IF.
           IF ELIGIBLE-FLAG = "Y"
               WRITE ELIGIBILITY-REPORT-RECORD FROM ELIGIBLE-LINE
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF.

       306-ACCUMULATE-STUDENT-RECORD.
           IF ENROLLMENT-INCOMPLETE OR AUDIT-BASIS
               CONTINUE
           ELSE
           IF MARK-1-INDEX NUMERIC AND MARK-2-INDEX NUMERIC
                   AND MARK-3-INDEX NUMERIC AND MARK-4-INDEX NUMERIC
               MOVE COURSE-NUMBER-INDEX TO WS-SCHEME-COURSE
               MOVE TERM-CODE-INDEX TO WS-SCHEME-TERM
               PERFORM 320-SELECT-ASSESSMENT-SCHEME
               COMPUTE WS-RECORD-AVRG =
                   (MARK-1-INDEX * WS-MARK-WEIGHT(1)
                   + MARK-2-INDEX * WS-MARK-WEIGHT(2)
                   + MARK-3-INDEX * WS-MARK-WEIGHT(3)
                   + MARK-4-INDEX * WS-MARK-WEIGHT(4)) / 100
               IF GRADED-BASIS
                   PERFORM 311-FIND-COURSE-CREDITS
                   COMPUTE WS-CUM-WEIGHTED-TOTAL =
                       WS-CUM-WEIGHTED-TOTAL
                       + WS-RECORD-AVRG * WS-MATCHED-CREDITS
                   ADD WS-MATCHED-CREDITS TO WS-CUM-CREDIT-TOTAL
               END-IF
               IF PASS-FAIL-BASIS AND RECORD-FINALIZED
                   IF FINAL-GRADE-INDEX = "P"
                       MOVE COURSE-NUMBER-INDEX
                           TO WS-NOTE-COURSE-NUMBER
                       MOVE SPACE TO WS-NOTE-SOURCE
                       PERFORM 312-NOTE-PASSED-COURSE
                   END-IF
               ELSE
                   IF WS-RECORD-AVRG NOT < WS-PASS-MARK
                       MOVE COURSE-NUMBER-INDEX TO WS-NOTE-COURSE-NUMBER
                       MOVE SPACE TO WS-NOTE-SOURCE
                       PERFORM 312-NOTE-PASSED-COURSE
                   END-IF
               END-IF
           END-IF
           END-IF.
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-ELIGIBILITY-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER PASSING MARK (000-100): ".
           ACCEPT WS-PASS-MARK FROM SYSIN.
       311-FIND-COURSE-CREDITS.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE 01 TO WS-MATCHED-CREDITS.
           PERFORM 327-FIND-COURSE-AS-OF-START.
           PERFORM 314-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       312-NOTE-PASSED-COURSE.
           MOVE "N" TO PASSED-FOUND-FLAG.
           IF PASSED-FOUND-FLAG NOT = "Y"
               IF NUM-OF-PASSED-COURSES < 200
                   ADD 1 TO NUM-OF-PASSED-COURSES
                   MOVE WS-NOTE-COURSE-NUMBER
                       TO PASSED-COURSE-WS(NUM-OF-PASSED-COURSES)
                   MOVE WS-NOTE-SOURCE
                       TO PASSED-SOURCE-WS(NUM-OF-PASSED-COURSES)
               END-IF
           END-IF.

           MOVE PRGR-COURSE-WS(REQUIREMENT-SUB)
               TO RQL-COURSE-NUMBER.
           IF PASSED-FOUND-FLAG = "Y"
               IF PASSED-BY-TRANSFER(MATCHED-PASSED-SUB)
                   MOVE "MET (XFER)" TO RQL-DISPOSITION
               ELSE
                   MOVE "MET" TO RQL-DISPOSITION
               END-IF
           ELSE
               MOVE "OUTSTANDING" TO RQL-DISPOSITION
               MOVE "N" TO ELIGIBLE-FLAG

       314-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE 01 TO WS-MATCHED-CREDITS
               IF COURSE-CREDITS-WS(COURSE-SUB) > ZERO
                   MOVE COURSE-CREDITS-WS(COURSE-SUB)
                       TO WS-MATCHED-CREDITS
           END-IF.

       315-MATCH-PASSED-COURSE.
           IF WS-NOTE-COURSE-NUMBER = PASSED-COURSE-WS(PASSED-SUB)
               MOVE "Y" TO PASSED-FOUND-FLAG
           END-IF.

           IF PRGR-COURSE-WS(REQUIREMENT-SUB) =
                   PASSED-COURSE-WS(PASSED-SUB)
               MOVE "Y" TO PASSED-FOUND-FLAG
               MOVE PASSED-SUB TO MATCHED-PASSED-SUB
           END-IF.

       317-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 318-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       318-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 319-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 322-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       319-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       320-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 321-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       321-MATCH-ASSESSMENT-SCHEME.
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

       322-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       323-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 324-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.

       324-LOAD-TRANSFER-ENTRY.
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
                       MOVE XFER-CREDITS-IN-FILE
                           TO XFER-CREDITS-WS(NUM-OF-TRANSFERS)
                   END-IF
           END-READ.

       325-APPLY-TRANSFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) =
                   WS-PREV-STUDENT-NUMBER
               MOVE XFER-COURSE-NUMBER-WS(TRANSFER-SUB)
                   TO WS-NOTE-COURSE-NUMBER
               MOVE "T" TO WS-NOTE-SOURCE
               PERFORM 312-NOTE-PASSED-COURSE
               IF PASSED-FOUND-FLAG NOT = "Y"
                   ADD 1 TO WS-TRANSFER-COURSES
                   ADD XFER-CREDITS-WS(TRANSFER-SUB)
                       TO WS-TRANSFER-CREDITS
               END-IF
           END-IF.

       326-LOAD-TERM-TABLE.
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

       327-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 328-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       328-MATCH-AS-OF-TERM.
           IF TERM-CODE-INDEX = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.
