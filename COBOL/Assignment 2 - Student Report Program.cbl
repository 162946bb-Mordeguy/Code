           ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
           ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLICE-STATUS-FILE
           ASSIGN TO WS-SLICE-STATUS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLICE-EXTRACT-FILE
           ASSIGN TO WS-SLICE-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       data division.
           file section.
                   05  RAW-MARK-2          PIC 9(3).
                   05  RAW-MARK-3          PIC 9(3).
                   05  RAW-MARK-4          PIC 9(3).
                   05  RAW-GRADING-BASIS   PIC X(1).

           SD  SORT-WORK-FILE.
               01  SORT-RECORD.
                   05  SORT-MARK-2         PIC 9(3).
                   05  SORT-MARK-3         PIC 9(3).
                   05  SORT-MARK-4         PIC 9(3).
                   05  SORT-GRADING-BASIS  PIC X(1).

           FD  STUDENT-FILE.
               01  STUDENT-RECORD.
                   05  MARK-2          PIC 9(3).
                   05  MARK-3          PIC 9(3).
                   05  MARK-4          PIC 9(3).
                   05  GRADING-BASIS   PIC X(1).
                       88  GRADED-BASIS    VALUE "G" SPACE.

             FD    STUDENT-REPORT.
                   01 REPORT-RECORD PIC x(80).
                       05 COURSE-CAPACITY-IN-FILE PIC 9(3).
                       05 COURSE-CREDITS-IN-FILE PIC 9(2).
                       05 COURSE-FEE-IN-FILE  PIC 9(5)V99.
                       05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
                       05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
                       05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

             FD    TERM-CALENDAR-FILE.
                   01 TERM-CALENDAR-RECORD.
             FD    AUDIT-LOG-FILE.
                   01 AUDIT-LOG-RECORD PIC X(160).

             FD    ASSESSMENT-SCHEME-FILE.
                   01 ASSESSMENT-SCHEME-RECORD.
                       05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
                       05 ASMT-TERM-CODE-IN-FILE PIC X(6).
                       05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
                           10 ASMT-WEIGHT-IN-FILE PIC 9(3).
                           10 ASMT-DESC-IN-FILE   PIC X(15).

             FD    SLICE-STATUS-FILE.
                   01 SLICE-STATUS-RECORD.
                       05 SLST-PROGRAM-NAME        PIC X(20).
                       05 SLST-SLICE-NUMBER        PIC 9(2).
                       05 SLST-LOW-STUDENT         PIC 9(9).
                       05 SLST-HIGH-STUDENT        PIC 9(9).
                       05 SLST-STATUS              PIC X(1).
                       05 SLST-CYCLE-DATE          PIC 9(8).
                       05 SLST-RUN-DATE            PIC 9(8).
                       05 SLST-RUN-TIME            PIC 9(8).
                       05 SLST-RECORDS-READ        PIC 9(7).
                       05 SLST-RECORDS-WRITTEN     PIC 9(7).
                       05 SLST-RECORDS-EXCEPTIONED PIC 9(7).
                       05 SLST-RECORDS-WAITLISTED  PIC 9(7).
                       05 SLST-DUPLICATE-COUNT     PIC 9(5).
                       05 SLST-STUDENT-COUNT       PIC 9(5).
                       05 SLST-CLASS-TOTAL         PIC 9(9).
                       05 SLST-HIGH-AVRG           PIC 9(3).
                       05 SLST-LOW-AVRG            PIC 9(3).
                       05 FILLER                   PIC X(2).

             FD    SLICE-EXTRACT-FILE.
                   01 SLICE-EXTRACT-RECORD.
                       05 SLX-PROGRAM-NUMBER     PIC X(3).
                       05 SLX-STUDENT-NUMBER     PIC X(9).
                       05 SLX-COURSE-NUMBER      PIC X(7).
                       05 SLX-TERM-CODE          PIC X(6).
                       05 SLX-STUDENT-NAME       PIC X(20).
                       05 SLX-AVRG               PIC 9(3).
                       05 SLX-GRADE              PIC X(1).
                       05 SLX-GRADING-BASIS      PIC X(1).
                       05 SLX-CREDITS            PIC 9(2).


       working-storage section.
       
                       VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.txt".
               05  WS-PARM-SW              PIC X(1) VALUE "N".
                   88  RUN-PARAMETERS-SUPPLIED VALUE "Y".
               05  WS-SCHEME-FILE-NAME     PIC X(80)
                       VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.txt".
               05  WS-SLICE-NUMBER         PIC 9(2) VALUE ZERO.
                   88  PARTITIONED-RUN VALUES 01 THRU 99.
               05  WS-SLICE-LOW-STUDENT    PIC 9(9) VALUE ZERO.
               05  WS-SLICE-HIGH-STUDENT   PIC 9(9) VALUE 999999999.
               05  WS-SLICE-STATUS-FILE-NAME  PIC X(80)
                       VALUE "C:\Users\Nay-thwan\Desktop\RPTSLST.txt".
               05  WS-SLICE-EXTRACT-FILE-NAME PIC X(80)
                       VALUE "C:\Users\Nay-thwan\Desktop\RPTSLEX.txt".

           01  AUDIT-COUNTERS.
               05  WS-RAW-RECORDS-READ     PIC 9(7) VALUE ZERO.

           01  SLICE-CONTROL-WS.
               05  SLICE-SELECT-SW         PIC X(1) VALUE "Y".
                   88  RECORD-IN-SLICE         VALUE "Y".
               05  WS-SLICE-RUN-STATUS     PIC X(1) VALUE SPACE.
               05  WS-RAW-STUDENT-NUMBER   PIC X(9) VALUE SPACES.
               05  WS-RAW-STUDENT-NUMBER-N REDEFINES
                       WS-RAW-STUDENT-NUMBER PIC 9(9).

           01  AUDIT-LOG-RECORD-STRUCTURE.
               05  AUDIT-PROGRAM-NAME      PIC X(20) VALUE "ASSIGN2".
               05  FILLER                  PIC X(2) VALUE SPACES.
                   10  GRADE-CUTOFF-LTR  PIC X(1).
           01  GRADE-SUB   PIC 9(1).

           01  DEFAULT-MARK-WEIGHTS PIC X(12) VALUE "025025025025".

           01  MARK-WEIGHT-TABLE VALUE "025025025025".
               05  WS-MARK-WEIGHT  PIC 9(3) OCCURS 4 TIMES.

           01  SCHEME-TABLE-WS.
               05  NUM-OF-SCHEMES      PIC 9(3) VALUE ZERO.
               05  SCHEME-SUB          PIC 9(3).
               05  SLOT-SUB            PIC 9(1).
               05  SCHEME-FOUND-FLAG   PIC X(1) VALUE "N".
               05  SCHEME-EOF-FLAG     PIC X(1) VALUE "N".
               05  SCHEME-VALID-SW     PIC X(1) VALUE "Y".
               05  WS-SCHEME-WEIGHT-TOTAL PIC 9(4) VALUE ZERO.
               05  WS-SCHEME-COURSE    PIC X(7) VALUE SPACES.
               05  WS-SCHEME-TERM      PIC X(6) VALUE SPACES.
               05  SCHEME-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                       DEPENDING ON NUM-OF-SCHEMES.
                   10  SCHEME-COURSE-WS    PIC X(7).
                   10  SCHEME-TERM-WS      PIC X(6).
                   10  SCHEME-WEIGHTS-WS.
                       15  SCHEME-WEIGHT-WS PIC 9(3) OCCURS 4 TIMES.

           01  COURSE-TABLE-WS.
               05  NUM-OF-COURSES      PIC 9(3) VALUE ZERO.
               05  COURSE-SUB          PIC 9(4).
               05  COURSE-FOUND-FLAG   PIC X(1) VALUE "N".
               05  COURSE-EOF-FLAG     PIC X(1) VALUE "N".
               05  WS-MATCHED-CREDITS  PIC 9(2) VALUE ZERO.
               05  WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
               05  COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                       DEPENDING ON NUM-OF-COURSES.
                   10  COURSE-NUMBER-WS    PIC X(7).
                   10  COURSE-CREDITS-WS   PIC 9(2).
                   10  COURSE-EFFECTIVE-START-WS PIC 9(8).

           01  SCALE-TABLE-WS.
               05  NUM-OF-SCALES       PIC 9(3) VALUE ZERO.
               05  TERM-FOUND-FLAG     PIC X(1) VALUE "N".
               05  TERM-EOF-FLAG       PIC X(1) VALUE "N".
               05  WS-CHECK-TERM-CODE  PIC X(6) VALUE SPACES.
               05  WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
               05  TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                       DEPENDING ON NUM-OF-TERMS.
                   10  TERM-CODE-WS    PIC X(6).
      * 200 LEVEL ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~|
      
           204-SET-RETURN-CODE.
               IF FILTER-REJECTED-SW = "Y"
                       OR (WS-RAW-RECORDS-READ = ZERO
                           AND NOT PARTITIONED-RUN)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPTION-COUNT > WS-EXCEPTION-TOLERANCE
                           OR WS-RAW-RECORDS-READ = ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE

           201-INITIALIZE-STUDENT-REPORT-PRGRM.
               PERFORM 300-ACCEPT-RUN-PARAMETERS.
               IF PARTITIONED-RUN
                   MOVE "S" TO WS-SLICE-RUN-STATUS
                   PERFORM 343-WRITE-SLICE-STATUS
               END-IF.
               PERFORM 329-LOAD-GRADING-SCALES.
               PERFORM 332-LOAD-COURSE-TABLE.
               PERFORM 337-LOAD-ASSESSMENT-SCHEMES.
               PERFORM 318-LOAD-TERM-TABLE.
               PERFORM 320-VALIDATE-TERM-FILTER.
               PERFORM 309-LOAD-RESTART-CONTROL.
           203-TERMINATE-STUDENT-REPORT-PRGRM.
               PERFORM 306-WRITE-TRAILER-RECORD.
               PERFORM 317-WRITE-AUDIT-LOG.
               IF PARTITIONED-RUN
                   IF FILTER-REJECTED-SW = "Y"
                       MOVE "F" TO WS-SLICE-RUN-STATUS
                   ELSE
                       MOVE "C" TO WS-SLICE-RUN-STATUS
                   END-IF
                   PERFORM 343-WRITE-SLICE-STATUS
                   CLOSE SLICE-EXTRACT-FILE
               END-IF.
               MOVE ZERO TO WS-LAST-RECORD-PROCESSED.
               MOVE ZERO TO WS-STUDENT-COUNT.
               MOVE ZERO TO WS-CLASS-TOTAL.
                   ACCEPT WS-SCALE-FILE-NAME FROM SYSIN
                   ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
                   ACCEPT WS-EXCEPTION-TOLERANCE FROM SYSIN
                   ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
                   ACCEPT WS-SLICE-NUMBER FROM SYSIN
                   ACCEPT WS-SLICE-LOW-STUDENT FROM SYSIN
                   ACCEPT WS-SLICE-HIGH-STUDENT FROM SYSIN
                   ACCEPT WS-SLICE-STATUS-FILE-NAME FROM SYSIN
                   ACCEPT WS-SLICE-EXTRACT-FILE-NAME FROM SYSIN
               END-IF.

           301-OPEN-PROGRAM-FILES.
                   OPEN OUTPUT EXCEPTION-RECYCLE-FILE
                   OPEN OUTPUT DUPLICATES-REPORT
               END-IF.
               IF PARTITIONED-RUN
                   IF RESTART-POINT-LOADED
                       OPEN EXTEND SLICE-EXTRACT-FILE
                   ELSE
                       OPEN OUTPUT SLICE-EXTRACT-FILE
                   END-IF
               END-IF.
               OPEN EXTEND GPA-HISTORY-FILE.
               OPEN EXTEND AUDIT-LOG-FILE.



           304-CALCULATE-AVERAGE.
              MOVE COURSE-NUMBER TO WS-SCHEME-COURSE.
              MOVE TERM-CODE TO WS-SCHEME-TERM.
              PERFORM 340-SELECT-ASSESSMENT-SCHEME.
              COMPUTE STU-AVRG = (MARK-1 * WS-MARK-WEIGHT(1)
                               + MARK-2 * WS-MARK-WEIGHT(2)
                               + MARK-3 * WS-MARK-WEIGHT(3)
                               + MARK-4 * WS-MARK-WEIGHT(4)) / 100.
              PERFORM 328-SELECT-GRADING-SCALE.
              MOVE SPACES TO STU-GRADE.
              PERFORM 304-DETERMINE-LETTER-GRADE
               MOVE PROGRAM-NUMBER TO STU-PRGRM.
               MOVE OUTPUT-RECORD-STRUCTURE TO WS-PRINT-LINE.
               PERFORM 303-WRITE-REPORT-LINE.
               IF PARTITIONED-RUN
                   PERFORM 344-WRITE-SLICE-EXTRACT
               ELSE
                   IF GRADED-BASIS
                       PERFORM 316-WRITE-GPA-HISTORY
                   END-IF
               END-IF.

           307-EDIT-STUDENT-MARKS.
               MOVE "Y" TO VALID-RECORD-SW.
               READ RAW-STUDENT-FILE
                   AT END MOVE "Y" TO RAW-EOF-FLAG
                   NOT AT END
                       PERFORM 345-CHECK-SLICE-RANGE
                       IF RECORD-IN-SLICE
                           ADD 1 TO WS-RAW-RECORDS-READ
                           MOVE RAW-STUDENT-RECORD TO SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
               END-READ.

           315-CHECK-TERM-FILTER.
           322-MATCH-TERM-ENTRY.
               IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
                   MOVE "Y" TO TERM-FOUND-FLAG
                   MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
               END-IF.

           317-WRITE-AUDIT-LOG.
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
                                   TO COURSE-CREDITS-WS
           335-FIND-COURSE-CREDITS.
               MOVE "N" TO COURSE-FOUND-FLAG.
               MOVE 01 TO WS-MATCHED-CREDITS.
               MOVE TERM-CODE TO WS-CHECK-TERM-CODE.
               PERFORM 321-FIND-TERM-ENTRY.
               IF TERM-FOUND-FLAG = "Y"
                   MOVE WS-FOUND-TERM-START TO WS-COURSE-AS-OF-START
               ELSE
                   ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD
               END-IF.
               PERFORM 336-MATCH-COURSE-ENTRY
                   VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > NUM-OF-COURSES.

           336-MATCH-COURSE-ENTRY.
               IF COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
                   AND (COURSE-FOUND-FLAG NOT = "Y"
                     OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                         NOT > WS-COURSE-AS-OF-START)
                   MOVE "Y" TO COURSE-FOUND-FLAG
                   MOVE 01 TO WS-MATCHED-CREDITS
                   IF COURSE-CREDITS-WS(COURSE-SUB) > ZERO
                       MOVE COURSE-CREDITS-WS(COURSE-SUB)
                           TO WS-MATCHED-CREDITS
                   END-IF
               END-IF.

           337-LOAD-ASSESSMENT-SCHEMES.
               OPEN INPUT ASSESSMENT-SCHEME-FILE.
               PERFORM 338-LOAD-ASSESSMENT-SCHEME-ENTRY
                   UNTIL SCHEME-EOF-FLAG = "Y".
               CLOSE ASSESSMENT-SCHEME-FILE.

           338-LOAD-ASSESSMENT-SCHEME-ENTRY.
               READ ASSESSMENT-SCHEME-FILE
                   AT END MOVE "Y" TO SCHEME-EOF-FLAG
                   NOT AT END
                       MOVE "Y" TO SCHEME-VALID-SW
                       MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                       PERFORM 339-ADD-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                       IF SCHEME-VALID-SW = "Y"
                               AND WS-SCHEME-WEIGHT-TOTAL = 100
                               AND NUM-OF-SCHEMES < 500
                           ADD 1 TO NUM-OF-SCHEMES
                           MOVE ASMT-COURSE-NUMBER-IN-FILE
                               TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                           MOVE ASMT-TERM-CODE-IN-FILE
                               TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                           PERFORM 342-STORE-SCHEME-WEIGHT
                               VARYING SLOT-SUB FROM 1 BY 1
                                   UNTIL SLOT-SUB > 4
                       END-IF
               END-READ.

           339-ADD-SCHEME-WEIGHT.
               IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
                   ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                       TO WS-SCHEME-WEIGHT-TOTAL
               ELSE
                   MOVE "N" TO SCHEME-VALID-SW
               END-IF.

           340-SELECT-ASSESSMENT-SCHEME.
               MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
               MOVE "N" TO SCHEME-FOUND-FLAG.
               PERFORM 341-MATCH-ASSESSMENT-SCHEME
                   VARYING SCHEME-SUB FROM 1 BY 1
                       UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                          OR SCHEME-FOUND-FLAG = "Y".

           341-MATCH-ASSESSMENT-SCHEME.
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

           342-STORE-SCHEME-WEIGHT.
               MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

           306-WRITE-TRAILER-RECORD.
               MOVE WS-STUDENT-COUNT TO TRLR-STUDENT-COUNT.
               IF WS-STUDENT-COUNT = ZERO
               END-IF.
               MOVE OUTPUT-RECORD-TRAILER TO WS-PRINT-LINE.
               PERFORM 303-WRITE-REPORT-LINE.

           343-WRITE-SLICE-STATUS.
               MOVE SPACES TO SLICE-STATUS-RECORD.
               MOVE "ASSIGN2" TO SLST-PROGRAM-NAME.
               MOVE WS-SLICE-RUN-STATUS TO SLST-STATUS.
               MOVE WS-SLICE-NUMBER TO SLST-SLICE-NUMBER.
               MOVE WS-SLICE-LOW-STUDENT TO SLST-LOW-STUDENT.
               MOVE WS-SLICE-HIGH-STUDENT TO SLST-HIGH-STUDENT.
               MOVE ZERO TO SLST-CYCLE-DATE.
               ACCEPT SLST-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT SLST-RUN-TIME FROM TIME.
               MOVE WS-RAW-RECORDS-READ TO SLST-RECORDS-READ.
               MOVE WS-STUDENT-COUNT TO SLST-RECORDS-WRITTEN.
               MOVE WS-EXCEPTION-COUNT TO SLST-RECORDS-EXCEPTIONED.
               MOVE ZERO TO SLST-RECORDS-WAITLISTED.
               MOVE WS-DUPLICATE-COUNT TO SLST-DUPLICATE-COUNT.
               MOVE WS-STUDENT-COUNT TO SLST-STUDENT-COUNT.
               MOVE WS-CLASS-TOTAL TO SLST-CLASS-TOTAL.
               MOVE WS-HIGH-AVRG TO SLST-HIGH-AVRG.
               MOVE WS-LOW-AVRG TO SLST-LOW-AVRG.
               OPEN OUTPUT SLICE-STATUS-FILE.
               WRITE SLICE-STATUS-RECORD.
               CLOSE SLICE-STATUS-FILE.

           344-WRITE-SLICE-EXTRACT.
               MOVE PROGRAM-NUMBER TO SLX-PROGRAM-NUMBER.
               MOVE STUDENT-NUMBER TO SLX-STUDENT-NUMBER.
               MOVE COURSE-NUMBER TO SLX-COURSE-NUMBER.
               MOVE TERM-CODE TO SLX-TERM-CODE.
               MOVE STUDENT-NAME TO SLX-STUDENT-NAME.
               MOVE STU-AVRG TO SLX-AVRG.
               MOVE STU-GRADE TO SLX-GRADE.
               MOVE GRADING-BASIS TO SLX-GRADING-BASIS.
               PERFORM 335-FIND-COURSE-CREDITS.
               MOVE WS-MATCHED-CREDITS TO SLX-CREDITS.
               WRITE SLICE-EXTRACT-RECORD.

           345-CHECK-SLICE-RANGE.
               MOVE "Y" TO SLICE-SELECT-SW.
               IF PARTITIONED-RUN
                   MOVE "N" TO SLICE-SELECT-SW
                   MOVE RAW-STUDENT-NUMBER TO WS-RAW-STUDENT-NUMBER
                   IF WS-RAW-STUDENT-NUMBER-N NUMERIC
                       IF WS-RAW-STUDENT-NUMBER-N NOT <
                               WS-SLICE-LOW-STUDENT
                           AND WS-RAW-STUDENT-NUMBER-N NOT >
                               WS-SLICE-HIGH-STUDENT
                           MOVE "Y" TO SLICE-SELECT-SW
                       END-IF
                   ELSE
                       IF WS-SLICE-LOW-STUDENT = ZERO
                           MOVE "Y" TO SLICE-SELECT-SW
                       END-IF
                   END-IF
               END-IF.
      * ~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~|

       end program assign2.
