         ASSIGN TO WS-BALANCING-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD MINISTRY-EXTRACT-FILE.
       01 MINISTRY-EXTRACT-RECORD PIC X(60).

       FD BALANCING-REPORT.
       01 BALANCING-REPORT-RECORD PIC X(80).

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

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       FD SEQUENCE-CONTROL-FILE.
       01 SEQUENCE-CONTROL-RECORD.
           05 SEQ-SOURCE-PROGRAM PIC X(20).
           05 SEQ-LAST-ISSUED PIC 9(6).
           05 SEQ-ISSUED-DATE PIC 9(8).
           05 SEQ-LAST-CONSUMED PIC 9(6).
           05 SEQ-CONSUMED-DATE PIC 9(8).
           05 SEQ-CONSUMER-PROGRAM PIC X(20).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-EXTRACT-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "EXTRACT-MINISTRY-ENR".

       01 FLAGS.
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 NUM-OF-ROLLUPS PIC 9(3) VALUE ZERO.
           05 ROLLUP-SUB PIC 9(3).
           05 MATCHED-ROLLUP-SUB PIC 9(3) VALUE ZERO.
           05 WS-ROLL-GRADING-BASIS PIC X(1) VALUE SPACE.
           05 ROLLUP-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-ROLLUPS.
               10 ROLL-PROGRAM-NUMBER-WS PIC X(3).
               10 ROLL-COURSE-NUMBER-WS PIC X(7).
               10 ROLL-GRADING-BASIS-WS PIC X(1).
               10 ROLL-HEADCOUNT-WS PIC 9(5).

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

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
           05 SEQUENCE-ENTRY-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON NUM-OF-SEQUENCES.
               10 SEQ-SOURCE-PROGRAM-WS PIC X(20).
               10 SEQ-LAST-ISSUED-WS PIC 9(6).
               10 SEQ-ISSUED-DATE-WS PIC 9(8).
               10 SEQ-LAST-CONSUMED-WS PIC 9(6).
               10 SEQ-CONSUMED-DATE-WS PIC 9(8).
               10 SEQ-CONSUMER-PROGRAM-WS PIC X(20).

       01 MINISTRY-HEADER-STRUCTURE.
           05 MEH-RECORD-CODE PIC X(2) VALUE "MH".
           05 MEH-RUN-DATE PIC 9(8).
           05 MEH-RUN-TIME PIC 9(8).
           05 MEH-PROGRAM-NAME PIC X(20).
           05 MEH-TERM-CODE PIC X(6).
           05 MEH-SEQUENCE-NUMBER PIC 9(6).
           05 FILLER PIC X(10) VALUE SPACES.

       01 MINISTRY-DETAIL-STRUCTURE.
           05 MED-RECORD-CODE PIC X(2) VALUE "ME".
           05 MED-TERM-CODE PIC X(6).
           05 MED-PROGRAM-NUMBER PIC X(3).
           05 MED-COURSE-NUMBER PIC X(7).
           05 MED-HEADCOUNT PIC 9(5).
           05 MED-GRADING-BASIS PIC X(1).
           05 MED-CREDITS PIC 9(2).
           05 FILLER PIC X(14) VALUE SPACES.

       01 MINISTRY-TRAILER-STRUCTURE.
           05 MET-RECORD-CODE PIC X(2) VALUE "MT".
           05 MET-RECORD-COUNT PIC 9(7).
           05 MET-HASH-TOTAL PIC 9(11).
           05 MET-HEADCOUNT-TOTAL PIC 9(7).
           05 FILLER PIC X(13) VALUE SPACES.

       01 BALANCING-HEADER.
           05 FILLER PIC X(34)

       201-INITIATE-EXTRACT-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT COURSE-FILE.
           PERFORM 311-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 312-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 313-FIND-COURSE-AS-OF-START.
           OPEN INPUT STUDENT-FILE-INDEX.
           OPEN OUTPUT MINISTRY-EXTRACT-FILE BALANCING-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 317-WRITE-MINISTRY-HEADER.

       202-ROLL-UP-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
                   UNTIL ROLLUP-SUB > NUM-OF-ROLLUPS.
           MOVE WS-DETAIL-ROWS TO MET-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO MET-HASH-TOTAL.
           MOVE WS-TOTAL-HEADCOUNT TO MET-HEADCOUNT-TOTAL.
           WRITE MINISTRY-EXTRACT-RECORD
               FROM MINISTRY-TRAILER-STRUCTURE.
           PERFORM 303-WRITE-BALANCING-REPORT.
               BALANCING-REPORT AUDIT-LOG-FILE.

       301-COUNT-PROGRAM-COURSE.
           IF GRADED-BASIS
               MOVE "G" TO WS-ROLL-GRADING-BASIS
           ELSE
               MOVE GRADING-BASIS-INDEX TO WS-ROLL-GRADING-BASIS
           END-IF.
           MOVE ZERO TO MATCHED-ROLLUP-SUB.
           PERFORM 310-MATCH-ROLLUP-ENTRY
               VARYING ROLLUP-SUB FROM 1 BY 1
                       TO ROLL-PROGRAM-NUMBER-WS(NUM-OF-ROLLUPS)
                   MOVE COURSE-NUMBER-INDEX
                       TO ROLL-COURSE-NUMBER-WS(NUM-OF-ROLLUPS)
                   MOVE WS-ROLL-GRADING-BASIS
                       TO ROLL-GRADING-BASIS-WS(NUM-OF-ROLLUPS)
                   MOVE ZERO TO ROLL-HEADCOUNT-WS(NUM-OF-ROLLUPS)
                   MOVE NUM-OF-ROLLUPS TO MATCHED-ROLLUP-SUB
               END-IF
           MOVE ROLL-COURSE-NUMBER-WS(ROLLUP-SUB)
               TO MED-COURSE-NUMBER.
           MOVE ROLL-HEADCOUNT-WS(ROLLUP-SUB) TO MED-HEADCOUNT.
           MOVE ROLL-GRADING-BASIS-WS(ROLLUP-SUB)
               TO MED-GRADING-BASIS.
           PERFORM 315-FIND-COURSE-CREDITS.
           MOVE WS-MATCHED-CREDITS TO MED-CREDITS.
           WRITE MINISTRY-EXTRACT-RECORD
               FROM MINISTRY-DETAIL-STRUCTURE.
           ADD 1 TO WS-DETAIL-ROWS.
               ACCEPT WS-EXTRACT-FILE-NAME FROM SYSIN
               ACCEPT WS-BALANCING-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER EXTRACT TERM CODE: ".
           ACCEPT WS-EXTRACT-TERM-CODE FROM SYSIN.
                   ROLL-PROGRAM-NUMBER-WS(ROLLUP-SUB)
                   AND COURSE-NUMBER-INDEX =
                       ROLL-COURSE-NUMBER-WS(ROLLUP-SUB)
                   AND WS-ROLL-GRADING-BASIS =
                       ROLL-GRADING-BASIS-WS(ROLLUP-SUB)
               MOVE ROLLUP-SUB TO MATCHED-ROLLUP-SUB
           END-IF.

       311-LOAD-COURSE-TABLE.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-COURSES < 999
                       ADD 1 TO NUM-OF-COURSES
                       MOVE COURSE-NUMBER-IN-FILE
                           TO COURSE-NUMBER-WS(NUM-OF-COURSES)
                       IF COURSE-CREDITS-IN-FILE NUMERIC
                           MOVE COURSE-CREDITS-IN-FILE
                               TO COURSE-CREDITS-WS(NUM-OF-COURSES)
                       ELSE
                           MOVE ZERO
                               TO COURSE-CREDITS-WS(NUM-OF-COURSES)
                       END-IF
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

       313-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 314-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       314-MATCH-AS-OF-TERM.
           IF WS-EXTRACT-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       315-FIND-COURSE-CREDITS.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO WS-MATCHED-CREDITS.
           PERFORM 316-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       316-MATCH-COURSE-ENTRY.
           IF ROLL-COURSE-NUMBER-WS(ROLLUP-SUB) =
                   COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-CREDITS-WS(COURSE-SUB) TO WS-MATCHED-CREDITS
           END-IF.

       317-WRITE-MINISTRY-HEADER.
           PERFORM 318-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT MEH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MEH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO MEH-PROGRAM-NAME.
           MOVE WS-EXTRACT-TERM-CODE TO MEH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO MEH-SEQUENCE-NUMBER.
           WRITE MINISTRY-EXTRACT-RECORD
               FROM MINISTRY-HEADER-STRUCTURE.

       318-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 319-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 320-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.
           IF MATCHED-SEQUENCE-SUB = ZERO
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE AUDIT-PROGRAM-NAME
                   TO SEQ-SOURCE-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO TO SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-LAST-CONSUMED-WS(MATCHED-SEQUENCE-SUB)
               MOVE ZERO
                   TO SEQ-CONSUMED-DATE-WS(MATCHED-SEQUENCE-SUB)
               MOVE SPACES
                   TO SEQ-CONSUMER-PROGRAM-WS(MATCHED-SEQUENCE-SUB)
           END-IF.
           ADD 1 TO SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB).
           ACCEPT SEQ-ISSUED-DATE-WS(MATCHED-SEQUENCE-SUB)
               FROM DATE YYYYMMDD.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           PERFORM 321-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       319-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       320-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = AUDIT-PROGRAM-NAME
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       321-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.
