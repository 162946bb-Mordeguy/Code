         ASSIGN TO WS-DISTRIBUTION-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISTRIBUTION-FILE
         ASSIGN TO WS-DISTRIBUTION-FILE-NAME
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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
       FD DISTRIBUTION-REPORT.
       01 DISTRIBUTION-REPORT-RECORD PIC X(80).

       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD PIC X(110).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-DISTRIBUTION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\GRDDDIST.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-GRADE-DIST".
               10 GRADE-CUTOFF-LTR PIC X(1).
       01 GRADE-SUB PIC 9(1).

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

       01 SCALE-TABLE-WS.
           05 NUM-OF-SCALES PIC 9(3) VALUE ZERO.
           05 SCALE-SUB PIC 9(3).
               10 SECTION-MARK PIC 9(3).
               10 SECTION-MARK-PROGRAM PIC X(3).

       01 DISTRIBUTION-LINE-STRUCTURE.
           05 DST-REPORT-ID PIC X(8) VALUE "GRADDIST".
           05 DST-LINE-TYPE PIC X(1) VALUE "D".
           05 DST-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 DST-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 DST-TERM-CODE PIC X(6) VALUE SPACES.
           05 DST-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 DST-PRINT-LINE PIC X(80) VALUE SPACES.

       01 REPORT-HEADER.
           05 FILLER PIC X(34)
                   VALUE "GRADE DISTRIBUTION BY SECTION     ".
       201-INITIATE-DISTRIBUTION-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 324-LOAD-GRADING-SCALES.
           PERFORM 328-LOAD-ASSESSMENT-SCHEMES.
           OPEN OUTPUT DISTRIBUTION-REPORT DISTRIBUTION-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           WRITE DISTRIBUTION-REPORT-RECORD FROM REPORT-HEADER.
           MOVE "H" TO DST-LINE-TYPE.
           MOVE REPORT-HEADER TO DST-PRINT-LINE.
           PERFORM 334-WRITE-DISTRIBUTION-LINE.

       203-TERMINATE-DISTRIBUTION-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "GRADE DISTRIBUTION REPORT COMPLETE".
           DISPLAY "  SECTIONS REPORTED: " WS-SECTIONS-REPORTED.
           CLOSE DISTRIBUTION-REPORT DISTRIBUTION-FILE AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF ENROLLMENT-INCOMPLETE OR NOT GRADED-BASIS
                       CONTINUE
                   ELSE
                       MOVE COURSE-NUMBER-INDEX TO SORT-COURSE-NUMBER
                           TO SORT-SECTION-NUMBER
                       MOVE PROGRAM-NUMBER-INDEX
                           TO SORT-PROGRAM-NUMBER
                       MOVE COURSE-NUMBER-INDEX TO WS-SCHEME-COURSE
                       MOVE TERM-CODE-INDEX TO WS-SCHEME-TERM
                       PERFORM 331-SELECT-ASSESSMENT-SCHEME
                       COMPUTE SORT-AVRG =
                           (MARK-1-INDEX * WS-MARK-WEIGHT(1)
                            + MARK-2-INDEX * WS-MARK-WEIGHT(2)
                            + MARK-3-INDEX * WS-MARK-WEIGHT(3)
                            + MARK-4-INDEX * WS-MARK-WEIGHT(4)) / 100
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
               ACCEPT WS-DISTRIBUTION-REPORT-NAME FROM SYSIN
               ACCEPT WS-SCALE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-DISTRIBUTION-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
       314-WRITE-SECTION-RECORDS.
           MOVE WS-PREV-COURSE-NUMBER TO SCR-COURSE-NUMBER.
           MOVE WS-PREV-SECTION-NUMBER TO SCR-SECTION-NUMBER.
           MOVE WS-PREV-COURSE-NUMBER TO DST-COURSE-NUMBER.
           MOVE WS-PREV-SECTION-NUMBER TO DST-SECTION-NUMBER.
           MOVE NUM-OF-SECTION-MARKS TO SCR-STUDENT-COUNT.
           MOVE GRADE-LETTER-COUNT(1) TO SCR-A-COUNT.
           MOVE GRADE-LETTER-COUNT(2) TO SCR-B-COUNT.
           MOVE GRADE-LETTER-COUNT(5) TO SCR-F-COUNT.
           WRITE DISTRIBUTION-REPORT-RECORD
               FROM SECTION-COUNT-RECORD.
           MOVE SECTION-COUNT-RECORD TO DST-PRINT-LINE.
           PERFORM 334-WRITE-DISTRIBUTION-LINE.
           MOVE WS-SECTION-MEAN TO SSR-MEAN.
           MOVE WS-SECTION-MEDIAN TO SSR-MEDIAN.
           MOVE WS-STDDEV TO SSR-STDDEV.
           WRITE DISTRIBUTION-REPORT-RECORD
               FROM SECTION-STATS-RECORD.
           MOVE SECTION-STATS-RECORD TO DST-PRINT-LINE.
           PERFORM 334-WRITE-DISTRIBUTION-LINE.

       315-CLEAR-GRADE-COUNT.
           MOVE ZERO TO GRADE-LETTER-COUNT(GRADE-SUB).
               MOVE SCALE-CUTOFFS-WS(SCALE-SUB)
                   TO GRADE-CUTOFF-TABLE
           END-IF.

       328-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 329-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       329-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 330-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 333-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       330-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       331-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 332-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       332-MATCH-ASSESSMENT-SCHEME.
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

       333-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       334-WRITE-DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-RECORD FROM DISTRIBUTION-LINE-STRUCTURE.
           MOVE "D" TO DST-LINE-TYPE.
