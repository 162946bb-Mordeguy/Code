         ASSIGN TO WS-SCALE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL COURSE-THRESHOLD-FILE
         ASSIGN TO WS-THRESHOLD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JOURNAL-FILE
         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 SCALE-PROGRAM-IN PIC X(3).
           05 SCALE-CUTOFFS-IN PIC X(20).

       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD COURSE-THRESHOLD-FILE.
       01 COURSE-THRESHOLD-RECORD.
           05 THRESHOLD-COURSE-NUMBER PIC X(7).
           05 THRESHOLD-PASS-MARK PIC 9(3).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD FINALIZATION-REGISTER.
       01 REGISTER-RECORD PIC X(80).
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-FINALIZE-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-THRESHOLD-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSTHRSH.TXT".

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

       01 FLAGS.
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
               10 SCALE-PROGRAM-NUMBER-WS PIC X(3).
               10 SCALE-CUTOFFS-WS PIC X(20).

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

       01 THRESHOLD-TABLE-WS.
           05 NUM-OF-THRESHOLDS PIC 9(3) VALUE ZERO.
           05 THRESHOLD-SUB PIC 9(3).
           05 THRESHOLD-EOF-FLAG PIC X(1) VALUE "N".
           05 THRESHOLD-FOUND-FLAG PIC X(1) VALUE "N".
           05 THRESHOLD-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-THRESHOLDS.
               10 THRESHOLD-COURSE-NUMBER-WS PIC X(7).
               10 THRESHOLD-PASS-MARK-WS PIC 9(3).

       01 DEFAULT-PASS-MARK PIC 9(3) VALUE 050.
       01 WS-PASS-MARK PIC 9(3) VALUE ZERO.

       01 FINAL-GRADE-WS.
           05 WS-RECORD-AVRG PIC 9(3) VALUE ZERO.
           05 WS-FINAL-GRADE PIC X(1) VALUE SPACE.
           05 REG-AVRG PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  GRADE: ".
           05 REG-FINAL-GRADE PIC X(1).
           05 FILLER PIC X(9) VALUE "  BASIS: ".
           05 REG-GRADING-BASIS PIC X(1).

       01 REGISTER-TRAILER.
           05 FILLER PIC X(19) VALUE "RECORDS FINALIZED: ".
           PERFORM 301-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 302-LOAD-GRADING-SCALES.
           PERFORM 318-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 324-LOAD-PASS-MARKS.
           PERFORM 303-VERIFY-TERM-CLOSED.
           OPEN I-O STUDENT-FILE-INDEX.
           OPEN EXTEND JOURNAL-FILE.
           END-IF.

       304-STAMP-FINAL-GRADE.
           IF AUDIT-BASIS
               MOVE ZERO TO WS-RECORD-AVRG
               MOVE SPACES TO WS-FINAL-GRADE
               PERFORM 327-WRITE-FINAL-GRADE
           ELSE
               IF MARK-1-INDEX NUMERIC AND MARK-2-INDEX NUMERIC
                       AND MARK-3-INDEX NUMERIC AND MARK-4-INDEX NUMERIC
                   MOVE COURSE-NUMBER-INDEX TO WS-SCHEME-COURSE
                   MOVE TERM-CODE-INDEX TO WS-SCHEME-TERM
                   PERFORM 321-SELECT-ASSESSMENT-SCHEME
                   COMPUTE WS-RECORD-AVRG =
                       (MARK-1-INDEX * WS-MARK-WEIGHT(1)
                       + MARK-2-INDEX * WS-MARK-WEIGHT(2)
                       + MARK-3-INDEX * WS-MARK-WEIGHT(3)
                       + MARK-4-INDEX * WS-MARK-WEIGHT(4)) / 100
                   IF PASS-FAIL-BASIS
                       PERFORM 326-DETERMINE-PASS-FAIL
                   ELSE
                       PERFORM 305-SELECT-GRADING-SCALE
                       MOVE SPACES TO WS-FINAL-GRADE
                       PERFORM 306-DETERMINE-LETTER-GRADE
                           VARYING GRADE-SUB FROM 1 BY 1
                               UNTIL GRADE-SUB > 5
                                  OR WS-FINAL-GRADE NOT = SPACES
                   END-IF
                   PERFORM 327-WRITE-FINAL-GRADE
               END-IF
           END-IF.

       305-SELECT-GRADING-SCALE.
           MOVE STUDENT-NAME-INDEX TO REG-STUDENT-NAME.
           MOVE WS-RECORD-AVRG TO REG-AVRG.
           MOVE WS-FINAL-GRADE TO REG-FINAL-GRADE.
           MOVE GRADING-BASIS-INDEX TO REG-GRADING-BASIS.
           IF GRADED-BASIS
               MOVE "G" TO REG-GRADING-BASIS
           END-IF.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.

       308-ACCEPT-RUN-PARAMETERS.
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-THRESHOLD-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.
           IF WS-LOCK-LEAP-SW = "Y" AND WS-LSER-MONTH > 2
               ADD 1 TO WS-LOCK-DAY-SERIAL
           END-IF.

       318-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 319-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       319-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 320-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 323-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       320-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       321-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 322-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       322-MATCH-ASSESSMENT-SCHEME.
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

       323-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       324-LOAD-PASS-MARKS.
           OPEN INPUT COURSE-THRESHOLD-FILE.
           PERFORM 325-LOAD-PASS-MARK-ENTRY
               UNTIL THRESHOLD-EOF-FLAG = "Y".
           CLOSE COURSE-THRESHOLD-FILE.

       325-LOAD-PASS-MARK-ENTRY.
           READ COURSE-THRESHOLD-FILE
               AT END MOVE "Y" TO THRESHOLD-EOF-FLAG
               NOT AT END
                   IF NUM-OF-THRESHOLDS < 500
                       ADD 1 TO NUM-OF-THRESHOLDS
                       MOVE COURSE-THRESHOLD-RECORD
                           TO THRESHOLD-ENTRY(NUM-OF-THRESHOLDS)
                   END-IF
           END-READ.

       326-DETERMINE-PASS-FAIL.
           MOVE DEFAULT-PASS-MARK TO WS-PASS-MARK.
           MOVE "N" TO THRESHOLD-FOUND-FLAG.
           PERFORM 328-MATCH-PASS-MARK
               VARYING THRESHOLD-SUB FROM 1 BY 1
                   UNTIL THRESHOLD-SUB > NUM-OF-THRESHOLDS
                      OR THRESHOLD-FOUND-FLAG = "Y".
           IF WS-RECORD-AVRG >= WS-PASS-MARK
               MOVE "P" TO WS-FINAL-GRADE
           ELSE
               MOVE "F" TO WS-FINAL-GRADE
           END-IF.

       327-WRITE-FINAL-GRADE.
           MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE.
           MOVE WS-FINAL-GRADE TO FINAL-GRADE-INDEX.
           MOVE "F" TO FINALIZED-STATUS-INDEX.
           REWRITE STUDENT-REPORT-INDEX.
           ADD 1 TO FINALIZE-COUNT.
           MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE.
           MOVE "C" TO JRNL-ACTION-CODE.
           MOVE SPACE TO JRNL-OVERRIDE-SW.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.
           PERFORM 307-WRITE-REGISTER-RECORD.

       328-MATCH-PASS-MARK.
           IF COURSE-NUMBER-INDEX =
                   THRESHOLD-COURSE-NUMBER-WS(THRESHOLD-SUB)
               MOVE "Y" TO THRESHOLD-FOUND-FLAG
               MOVE THRESHOLD-PASS-MARK-WS(THRESHOLD-SUB)
                   TO WS-PASS-MARK
           END-IF.
