         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FEE-FILE
         ASSIGN TO WS-AUDIT-FEE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BILLING-DETAIL-FILE
         ASSIGN TO WS-BILLING-DETAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
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

       FD COURSE-FILE.
       01 COURSE-RECORD-IN.
           05 COURSE-CAPACITY-IN-FILE PIC 9(3).
           05 COURSE-CREDITS-IN-FILE PIC 9(2).
           05 COURSE-FEE-IN-FILE PIC 9(5)V99.
           05 COURSE-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 COURSE-EFFECTIVE-START-IN-FILE PIC 9(8).
           05 COURSE-VERSION-DATE-IN-FILE PIC 9(8).

       FD AUDIT-FEE-FILE.
       01 AUDIT-FEE-RECORD.
           05 AFEE-COURSE-NUMBER PIC X(7).
           05 AFEE-AUDIT-FEE PIC 9(5)V99.

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD BILLING-DETAIL-FILE.
       01 BILLING-DETAIL-RECORD.
           05 BILL-TERM-CODE PIC X(6).
           05 BILL-FEE PIC 9(5)V99.
           05 BILL-TYPE PIC X(2).
           05 BILL-GRADING-BASIS PIC X(1).
       01 BILLING-CONTROL-RECORD PIC X(60).

       FD BILLING-SUMMARY-FILE.
       01 BILLING-SUMMARY-RECORD PIC X(80).
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
           05 WS-BILLING-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-AUDIT-FEE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSAUDFE.TXT".
           05 WS-AUDIT-FEE-PCT PIC 9(3) VALUE 050.
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "EXTRACT-TUITION-BILL".
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-EOF-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-FOUND-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-BILLED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PASS-FAIL-COUNT PIC 9(7) VALUE ZERO.
           05 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 WS-MATCHED-FEE PIC 9(5)V99 VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-FEE-WS PIC 9(5)V99.
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 AUDIT-FEE-TABLE-WS.
           05 NUM-OF-AUDIT-FEES PIC 9(3) VALUE ZERO.
           05 AUDIT-FEE-SUB PIC 9(3).
           05 AUDIT-FEE-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-AUDIT-FEES.
               10 AFEE-COURSE-NUMBER-WS PIC X(7).
               10 AFEE-AUDIT-FEE-WS PIC 9(5)V99.

       01 STUDENT-TOTAL-WS.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-STUDENT-OWED PIC 9(7)V99 VALUE ZERO.
           05 WS-BATCH-TOTAL PIC 9(9)V99 VALUE ZERO.

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

       01 INTERFACE-HEADER-STRUCTURE.
           05 IFH-RECORD-CODE PIC X(1) VALUE "H".
           05 IFH-RUN-DATE PIC 9(8).
           05 IFH-RUN-TIME PIC 9(8).
           05 IFH-PROGRAM-NAME PIC X(20).
           05 IFH-TERM-CODE PIC X(6).
           05 IFH-SEQUENCE-NUMBER PIC 9(6).
           05 FILLER PIC X(11) VALUE SPACES.

       01 INTERFACE-TRAILER-STRUCTURE.
           05 IFT-RECORD-CODE PIC X(1) VALUE "T".
           05 IFT-RECORD-COUNT PIC 9(7).
           05 IFT-STUDENT-HASH PIC 9(15).
           05 IFT-AMOUNT-HASH PIC 9(9)V99.
           05 FILLER PIC X(26) VALUE SPACES.

       01 INTERFACE-TOTALS-WS.
           05 WS-INTERFACE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-INTERFACE-STUDENT-HASH PIC 9(15) VALUE ZERO.
           05 WS-INTERFACE-AMOUNT-HASH PIC 9(9)V99 VALUE ZERO.

       01 SUMMARY-HEADER.
           05 FILLER PIC X(31)
                   VALUE "TUITION BILLING SUMMARY  TERM  ".
           05 FILLER PIC X(15) VALUE "  BATCH TOTAL: ".
           05 SMT-BATCH-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       01 SUMMARY-BASIS-TRAILER.
           05 FILLER PIC X(19) VALUE "PASS/FAIL BILLED:  ".
           05 SMB-PASS-FAIL PIC ZZZZZZ9.
           05 FILLER PIC X(21) VALUE "  AUDIT BILLED:      ".
           05 SMB-AUDIT PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE "  AUDIT FEE %: ".
           05 SMB-AUDIT-FEE-PCT PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           OPEN INPUT STUDENT-FILE-INDEX COURSE-FILE.
           PERFORM 301-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT AUDIT-FEE-FILE.
           PERFORM 311-LOAD-AUDIT-FEE-TABLE
               UNTIL AUDIT-FEE-EOF-FLAG = "Y".
           CLOSE AUDIT-FEE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 313-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 314-FIND-COURSE-AS-OF-START.
           OPEN OUTPUT BILLING-DETAIL-FILE BILLING-SUMMARY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 316-WRITE-INTERFACE-HEADER.
           MOVE WS-BILLING-TERM-CODE TO SMH-TERM-CODE.
           ACCEPT SMH-RUN-DATE FROM DATE YYYYMMDD.
           WRITE BILLING-SUMMARY-RECORD FROM SUMMARY-HEADER.
           MOVE WS-BILLED-COUNT TO SMT-ENROLLMENTS.
           MOVE WS-BATCH-TOTAL TO SMT-BATCH-TOTAL.
           WRITE BILLING-SUMMARY-RECORD FROM SUMMARY-TRAILER.
           MOVE WS-PASS-FAIL-COUNT TO SMB-PASS-FAIL.
           MOVE WS-AUDIT-COUNT TO SMB-AUDIT.
           MOVE WS-AUDIT-FEE-PCT TO SMB-AUDIT-FEE-PCT.
           WRITE BILLING-SUMMARY-RECORD FROM SUMMARY-BASIS-TRAILER.
           PERFORM 317-WRITE-INTERFACE-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "TUITION BILLING EXTRACT COMPLETE".
           DISPLAY "  STUDENTS BILLED: " WS-STUDENT-COUNT.
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
                       IF COURSE-FEE-IN-FILE NUMERIC
                           MOVE COURSE-FEE-IN-FILE
                               TO COURSE-FEE-WS(NUM-OF-COURSES)
               END-IF
           END-IF.
           PERFORM 305-FIND-COURSE-FEE.
           IF AUDIT-BASIS
               PERFORM 306-FIND-AUDIT-FEE
               MOVE "A" TO BILL-GRADING-BASIS
               ADD 1 TO WS-AUDIT-COUNT
           ELSE
               IF PASS-FAIL-BASIS
                   MOVE "P" TO BILL-GRADING-BASIS
                   ADD 1 TO WS-PASS-FAIL-COUNT
               ELSE
                   MOVE "G" TO BILL-GRADING-BASIS
               END-IF
           END-IF.
           MOVE STUDENT-NUMBER-INDEX TO BILL-STUDENT-NUMBER.
           MOVE COURSE-NUMBER-INDEX TO BILL-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO BILL-SECTION-NUMBER.
           MOVE "DR" TO BILL-TYPE.
           WRITE BILLING-DETAIL-RECORD.
           ADD 1 TO WS-BILLED-COUNT.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD BILL-STUDENT-NUMBER TO WS-INTERFACE-STUDENT-HASH.
           ADD BILL-FEE TO WS-INTERFACE-AMOUNT-HASH.
           ADD WS-MATCHED-FEE TO WS-STUDENT-OWED.
           ADD WS-MATCHED-FEE TO WS-BATCH-TOTAL.

           MOVE ZERO TO WS-MATCHED-FEE.
           PERFORM 310-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       306-FIND-AUDIT-FEE.
           MOVE "N" TO AUDIT-FEE-FOUND-FLAG.
           PERFORM 312-MATCH-AUDIT-FEE-ENTRY
               VARYING AUDIT-FEE-SUB FROM 1 BY 1
                   UNTIL AUDIT-FEE-SUB > NUM-OF-AUDIT-FEES
                      OR AUDIT-FEE-FOUND-FLAG = "Y".
           IF AUDIT-FEE-FOUND-FLAG NOT = "Y"
               COMPUTE WS-MATCHED-FEE ROUNDED =
                   WS-MATCHED-FEE * WS-AUDIT-FEE-PCT / 100
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
               ACCEPT WS-BILLING-DETAIL-NAME FROM SYSIN
               ACCEPT WS-BILLING-SUMMARY-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-PCT FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER BILLING TERM CODE: ".
           ACCEPT WS-BILLING-TERM-CODE FROM SYSIN.

       310-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-FEE-WS(COURSE-SUB) TO WS-MATCHED-FEE
           END-IF.

       311-LOAD-AUDIT-FEE-TABLE.
           READ AUDIT-FEE-FILE
               AT END MOVE "Y" TO AUDIT-FEE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-AUDIT-FEES < 500
                           AND AFEE-AUDIT-FEE NUMERIC
                       ADD 1 TO NUM-OF-AUDIT-FEES
                       MOVE AFEE-COURSE-NUMBER
                           TO AFEE-COURSE-NUMBER-WS(NUM-OF-AUDIT-FEES)
                       MOVE AFEE-AUDIT-FEE
                           TO AFEE-AUDIT-FEE-WS(NUM-OF-AUDIT-FEES)
                   END-IF
           END-READ.

       312-MATCH-AUDIT-FEE-ENTRY.
           IF COURSE-NUMBER-INDEX =
                   AFEE-COURSE-NUMBER-WS(AUDIT-FEE-SUB)
               MOVE "Y" TO AUDIT-FEE-FOUND-FLAG
               MOVE AFEE-AUDIT-FEE-WS(AUDIT-FEE-SUB) TO WS-MATCHED-FEE
           END-IF.

       313-LOAD-TERM-TABLE.
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

       314-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 315-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       315-MATCH-AS-OF-TERM.
           IF WS-BILLING-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       316-WRITE-INTERFACE-HEADER.
           PERFORM 318-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE AUDIT-PROGRAM-NAME TO IFH-PROGRAM-NAME.
           MOVE WS-BILLING-TERM-CODE TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE BILLING-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       317-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE BILLING-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

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
