         ASSIGN TO WS-LOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SLICE-STATUS-FILE
         ASSIGN TO WS-SLICE-STATUS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SLICE-LOAD-FILE
         ASSIGN TO WS-SLICE-LOAD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD MASTER-STUDENT-FILE.
       01 MASTER-STUDENT-RECORD PIC X(60).
       01 MASTER-STUDENT-KEY-VIEW.
           05 FILLER PIC X(20).
           05 MASTER-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(31).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-MARK-2 PIC 9(3).
           05 SORT-MARK-3 PIC 9(3).
           05 SORT-MARK-4 PIC 9(3).
           05 SORT-GRADING-BASIS PIC X(1).

       FD SORTED-MASTER-FILE.
       01 STUDENT-RECORD-IN.
           05 MARK-2 PIC 9(3).
           05 MARK-3 PIC 9(3).
           05 MARK-4 PIC 9(3).
           05 GRADING-BASIS-IN PIC X(1).
               88 BASIS-IN-NOT-GIVEN VALUE SPACE.
               88 VALID-BASIS-IN VALUE "G" "P" "A" SPACE.
           
       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).

       FD PREREQUISITE-FILE.
       01 PREREQUISITE-RECORD-IN.
           05 LOCK-DATE PIC 9(8).
           05 LOCK-TIME PIC 9(8).

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

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       FD SLICE-STATUS-FILE.
       01 SLICE-STATUS-RECORD.
           05 SLST-PROGRAM-NAME PIC X(20).
           05 SLST-SLICE-NUMBER PIC 9(2).
           05 SLST-LOW-STUDENT PIC 9(9).
           05 SLST-HIGH-STUDENT PIC 9(9).
           05 SLST-STATUS PIC X(1).
           05 SLST-CYCLE-DATE PIC 9(8).
           05 SLST-RUN-DATE PIC 9(8).
           05 SLST-RUN-TIME PIC 9(8).
           05 SLST-RECORDS-READ PIC 9(7).
           05 SLST-RECORDS-WRITTEN PIC 9(7).
           05 SLST-RECORDS-EXCEPTIONED PIC 9(7).
           05 SLST-RECORDS-WAITLISTED PIC 9(7).
           05 SLST-DUPLICATE-COUNT PIC 9(5).
           05 SLST-STUDENT-COUNT PIC 9(5).
           05 SLST-CLASS-TOTAL PIC 9(9).
           05 SLST-HIGH-AVRG PIC 9(3).
           05 SLST-LOW-AVRG PIC 9(3).
           05 FILLER PIC X(2).

       FD SLICE-LOAD-FILE.
       01 SLICE-LOAD-RECORD PIC X(74).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-SLICE-NUMBER PIC 9(2) VALUE ZERO.
               88 PARTITIONED-RUN VALUES 01 THRU 99.
           05 WS-SLICE-LOW-STUDENT PIC 9(9) VALUE ZERO.
           05 WS-SLICE-HIGH-STUDENT PIC 9(9) VALUE 999999999.
           05 WS-SLICE-STATUS-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CNVSLST.TXT".
           05 WS-SLICE-LOAD-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CNVLOAD.TXT".

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
           05 FILLER PIC X(20) VALUE "RECORDS WAITLISTED: ".
           05 RECON-WAITLISTED PIC ZZZZZZ9.

       01 SLICE-RECON-HEADING.
           05 FILLER PIC X(6) VALUE "SLICE ".
           05 SRH-SLICE-NUMBER PIC 99.
           05 FILLER PIC X(18) VALUE " STUDENT NUMBERS ".
           05 SRH-LOW-STUDENT PIC 9(9).
           05 FILLER PIC X(4) VALUE " TO ".
           05 SRH-HIGH-STUDENT PIC 9(9).

       01 SLICE-CONTROL-WS.
           05 SLICE-MASTER-EOF-FLAG PIC X(1) VALUE "N".
           05 SLICE-SELECT-SW PIC X(1) VALUE "N".
               88 RECORD-IN-SLICE VALUE "Y".
           05 WS-SLICE-RUN-STATUS PIC X(1) VALUE SPACE.

       01 FLAGS.
           05 EOF-FLAG PIC X(1).
           05 FOUND-FLAG PIC X(1).

       01 VAR-RANGE.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 MATCHED-COURSE-NAME PIC X(10) VALUE SPACES.
           05 MATCHED-COURSE-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.

       01 COURSES-WS.
           05 COURSE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-NAME-WS PIC X(10).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 ENROLLMENT-COUNT-WS.
           05 NUM-OF-SECTIONS PIC 9(3) VALUE ZERO.
               10 PREQ-REQUIRED-WS PIC X(7).
               10 PREQ-MIN-MARK-WS PIC 9(3).

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-TERM-CODE-WS PIC X(6).

       01 STUDENT-GROUP-WS.
           05 NUM-OF-GROUP-RECORDS PIC 9(3) VALUE ZERO.
           05 GROUP-SUB PIC 9(3).
           05 GROUP-SUB-2 PIC 9(3).
           05 WS-GROUP-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-NEXT-STUDENT-RECORD PIC X(61) VALUE SPACES.
           05 GROUP-RECORD-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON NUM-OF-GROUP-RECORDS.
               10 GROUP-RECORD-WS.
                   15 GROUP-MARK-3 PIC 9(3).
                   15 GROUP-MARK-4 PIC 9(3).

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

       01 PREREQ-CHECK-WS.
           05 PREREQ-OK-FLAG PIC X(1) VALUE "Y".
           05 PREREQ-MET-FLAG PIC X(1) VALUE "N".
      ******************************************************************
       100-CREATE-STUDENT-REPORT.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           IF PARTITIONED-RUN
               PERFORM 355-RUN-CONVERSION-SLICE
           ELSE
               PERFORM 340-ACQUIRE-UPDATE-LOCK
               IF LOCK-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 334-REGISTER-CYCLE-START
                   IF CYCLE-REFUSED
                       PERFORM 342-RELEASE-UPDATE-LOCK
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 201-INITIATE-STUDENT-FILE-JOB
                       PERFORM 202-CREATE-STUDENT-RECORD
                           UNTIL EOF-FLAG = "Y"
                       PERFORM 203-TERMINATE-STUDENT-FILE-JOB
                       PERFORM 335-REGISTER-CYCLE-END
                       PERFORM 342-RELEASE-UPDATE-LOCK
                       PERFORM 204-SET-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-COURSE-NUMBER
                                SORT-TERM-CODE
               INPUT PROCEDURE 358-SELECT-SLICE-RECORDS
               GIVING SORTED-MASTER-FILE.
           PERFORM 301-OPEN-STUDENT-FILES.
           PERFORM 303-INITIATE-COURSE-TABLE.
               UNTIL DEMO-EOF-FLAG = "Y".
           PERFORM 330-LOAD-PREREQ-TABLE
               UNTIL PREREQ-EOF-FLAG = "Y".
           PERFORM 345-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 351-LOAD-TRANSFER-CREDITS.
           PERFORM 305-READ-STUDENT-RECORD.

       202-CREATE-STUDENT-RECORD.
           PERFORM 324-BUFFER-GROUP-RECORD
               UNTIL EOF-FLAG = "Y"
                  OR STUDENT-NUMBER NOT = WS-GROUP-STUDENT-NUMBER.
           MOVE STUDENT-RECORD-IN TO WS-NEXT-STUDENT-RECORD.
           PERFORM 325-PROCESS-GROUP-RECORD
               VARYING GROUP-SUB FROM 1 BY 1
                   UNTIL GROUP-SUB > NUM-OF-GROUP-RECORDS.
           MOVE WS-NEXT-STUDENT-RECORD TO STUDENT-RECORD-IN.

       203-TERMINATE-STUDENT-FILE-JOB.
           PERFORM 320-WRITE-OVER-CAPACITY-SUMMARY
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS.
           PERFORM 310-WRITE-RECONCILIATION-REPORT.
           PERFORM 313-WRITE-AUDIT-LOG.
           CLOSE SORTED-MASTER-FILE COURSE-FILE
               TERM-CALENDAR-FILE DEMOGRAPHIC-FILE
               PREREQUISITE-FILE EXCEPTION-FILE
               EXCEPTION-RECYCLE-FILE RECONCILIATION-FILE
               AUDIT-LOG-FILE.
           IF PARTITIONED-RUN
               CLOSE SLICE-LOAD-FILE
           ELSE
               CLOSE STUDENT-FILE-INDEX WAITLIST-FILE
           END-IF.

       204-SET-RETURN-CODE.
           IF RECON-MISMATCH-SW = "Y"
                   OR (WS-RECORDS-READ = ZERO AND NOT PARTITIONED-RUN)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECORDS-EXCEPTIONED > ZERO
                       OR WS-RECORDS-READ = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           OPEN INPUT SORTED-MASTER-FILE COURSE-FILE
                      TERM-CALENDAR-FILE DEMOGRAPHIC-FILE
                      PREREQUISITE-FILE
            OUTPUT  EXCEPTION-FILE
                    EXCEPTION-RECYCLE-FILE RECONCILIATION-FILE.
           IF PARTITIONED-RUN
               OPEN OUTPUT SLICE-LOAD-FILE
           ELSE
               OPEN OUTPUT STUDENT-FILE-INDEX
               OPEN EXTEND WAITLIST-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.

       303-INITIATE-COURSE-TABLE.
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

       305-READ-STUDENT-RECORD.
           READ SORTED-MASTER-FILE AT
                   MOVE "MARK OUT OF RANGE 0-100" TO EXC-REASON
               END-IF
           END-IF.
           IF RECORD-IS-VALID AND NOT VALID-BASIS-IN
               MOVE "N" TO VALID-RECORD-SW
               MOVE "INVALID GRADING BASIS" TO EXC-REASON
           END-IF.

       307-WRITE-EXCEPTION-RECORD.
           MOVE STUDENT-NAME-IN TO EXC-STUDENT-NAME.
               ACCEPT WS-CYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-SLICE-NUMBER FROM SYSIN
               ACCEPT WS-SLICE-LOW-STUDENT FROM SYSIN
               ACCEPT WS-SLICE-HIGH-STUDENT FROM SYSIN
               ACCEPT WS-SLICE-STATUS-FILE-NAME FROM SYSIN
               ACCEPT WS-SLICE-LOAD-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): ".
           ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN.
          MOVE SPACES TO FINAL-GRADE-INDEX.
          MOVE SPACES TO FINALIZED-STATUS-INDEX.
          MOVE SPACES TO ENROLLMENT-STATUS-INDEX.
          IF BASIS-IN-NOT-GIVEN
              MOVE "G" TO GRADING-BASIS-INDEX
          ELSE
              MOVE GRADING-BASIS-IN TO GRADING-BASIS-INDEX
          END-IF.
          IF PARTITIONED-RUN
              WRITE SLICE-LOAD-RECORD FROM STUDENT-REPORT-INDEX
              ADD 1 TO WS-RECORDS-INDEXED
          ELSE
              PERFORM 360-LOAD-STUDENT-INDEX
          END-IF.

       360-LOAD-STUDENT-INDEX.
          PERFORM 332-CHECK-SECTION-FULL.
          IF MATCHED-SECTION-SUB > ZERO
                  AND SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
           MOVE WS-RECORDS-INDEXED TO RECON-INDEXED.
           MOVE WS-RECORDS-EXCEPTIONED TO RECON-EXCEPTIONED.
           MOVE WS-RECORDS-WAITLISTED TO RECON-WAITLISTED.
           IF PARTITIONED-RUN
               MOVE WS-SLICE-NUMBER TO SRH-SLICE-NUMBER
               MOVE WS-SLICE-LOW-STUDENT TO SRH-LOW-STUDENT
               MOVE WS-SLICE-HIGH-STUDENT TO SRH-HIGH-STUDENT
               WRITE RECONCILIATION-RECORD FROM SLICE-RECON-HEADING
           END-IF.
           WRITE RECONCILIATION-RECORD
               FROM RECONCILIATION-RECORD-STRUCTURE.
           IF WS-RECORDS-READ NOT = WS-RECORDS-ACCOUNTED-FOR
       311-VALIDATE-COURSE-NUMBER.
           MOVE "N" TO FOUND-FLAG.
           MOVE SPACES TO MATCHED-COURSE-NAME.
           PERFORM 361-FIND-COURSE-AS-OF-START.
           PERFORM 312-FIND-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.
           IF FOUND-FLAG NOT = "Y"
               MOVE "N" TO VALID-RECORD-SW
               MOVE "INVALID COURSE NUMBER" TO EXC-REASON

       312-FIND-COURSE-ENTRY.
           IF COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               AND (FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO FOUND-FLAG
               MOVE COURSE-NAME-WS(COURSE-SUB) TO MATCHED-COURSE-NAME
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)

       327-CHECK-ONE-GROUP-PREREQ.
           IF PREQ-COURSE-WS(PREQ-SUB) = COURSE-NUMBER
               PERFORM 353-CHECK-GROUP-XFER-CREDIT
               PERFORM 328-SCAN-GROUP-FOR-PREREQ
                   VARYING GROUP-SUB-2 FROM 1 BY 1
                       UNTIL GROUP-SUB-2 > NUM-OF-GROUP-RECORDS
                       AND GROUP-MARK-2(GROUP-SUB-2) NUMERIC
                       AND GROUP-MARK-3(GROUP-SUB-2) NUMERIC
                       AND GROUP-MARK-4(GROUP-SUB-2) NUMERIC
                   MOVE GROUP-COURSE-NUMBER(GROUP-SUB-2)
                       TO WS-SCHEME-COURSE
                   MOVE GROUP-TERM-CODE(GROUP-SUB-2) TO WS-SCHEME-TERM
                   PERFORM 348-SELECT-ASSESSMENT-SCHEME
                   COMPUTE WS-PRIOR-AVRG =
                       (GROUP-MARK-1(GROUP-SUB-2) * WS-MARK-WEIGHT(1)
                       + GROUP-MARK-2(GROUP-SUB-2) * WS-MARK-WEIGHT(2)
                       + GROUP-MARK-3(GROUP-SUB-2) * WS-MARK-WEIGHT(3)
                       + GROUP-MARK-4(GROUP-SUB-2) * WS-MARK-WEIGHT(4))
                       / 100
                   IF WS-PRIOR-AVRG NOT < PREQ-MIN-MARK-WS(PREQ-SUB)
                       MOVE "Y" TO PREREQ-MET-FLAG
                   END-IF
           IF WS-LOCK-LEAP-SW = "Y" AND WS-LSER-MONTH > 2
               ADD 1 TO WS-LOCK-DAY-SERIAL
           END-IF.

       345-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 346-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       346-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 347-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 350-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       347-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       348-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 349-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       349-MATCH-ASSESSMENT-SCHEME.
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

       350-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       351-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 352-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.

       352-LOAD-TRANSFER-ENTRY.
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
                       MOVE XFER-TERM-CODE-IN-FILE
                           TO XFER-TERM-CODE-WS(NUM-OF-TRANSFERS)
                   END-IF
           END-READ.

       353-CHECK-GROUP-XFER-CREDIT.
           MOVE "N" TO PREREQ-MET-FLAG.
           PERFORM 354-MATCH-GROUP-XFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS
                      OR PREREQ-MET-FLAG = "Y".

       354-MATCH-GROUP-XFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) = STUDENT-NUMBER
                   AND XFER-COURSE-NUMBER-WS(TRANSFER-SUB) =
                       PREQ-REQUIRED-WS(PREQ-SUB)
               MOVE XFER-TERM-CODE-WS(TRANSFER-SUB)
                   TO WS-CHECK-PREREQ-TERM
               PERFORM 329-FIND-TERM-START-DATE
               IF WS-FOUND-TERM-START NOT > WS-CURRENT-TERM-START
                   MOVE "Y" TO PREREQ-MET-FLAG
               END-IF
           END-IF.

       355-RUN-CONVERSION-SLICE.
           PERFORM 356-CHECK-SLICE-CYCLE.
           IF CYCLE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-SLICE-RUN-STATUS
               PERFORM 357-WRITE-SLICE-STATUS
               PERFORM 201-INITIATE-STUDENT-FILE-JOB
               PERFORM 202-CREATE-STUDENT-RECORD
                   UNTIL EOF-FLAG = "Y"
               PERFORM 203-TERMINATE-STUDENT-FILE-JOB
               PERFORM 204-SET-RETURN-CODE
               IF RETURN-CODE = 8
                   MOVE "F" TO WS-SLICE-RUN-STATUS
               ELSE
                   MOVE "C" TO WS-SLICE-RUN-STATUS
               END-IF
               PERFORM 357-WRITE-SLICE-STATUS
               DISPLAY "CONVERSION SLICE " WS-SLICE-NUMBER
                   " ENDED STATUS " WS-SLICE-RUN-STATUS
           END-IF.

       356-CHECK-SLICE-CYCLE.
           PERFORM 336-LOAD-CYCLE-CONTROL.
           IF CYCLE-PRESENT-FLAG NOT = "Y"
               DISPLAY "RUN REFUSED - NO CYCLE CONTROL RECORD"
               MOVE "Y" TO CYCLE-DENIED-SW
           ELSE
               IF CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB) = "C"
                   DISPLAY "RUN REFUSED - STEP ALREADY COMPLETE FOR "
                       "CYCLE " WS-CYCLE-DATE
                   MOVE "Y" TO CYCLE-DENIED-SW
               ELSE
                   IF CYC-STEP-STATUS-WS(WS-CYCLE-STEP-SUB - 1) NOT =
                       "C"
                       DISPLAY "RUN REFUSED - PREDECESSOR STEP NOT "
                           "COMPLETE FOR CYCLE " WS-CYCLE-DATE
                       MOVE "Y" TO CYCLE-DENIED-SW
                   ELSE
                       IF WS-SLICE-LOW-STUDENT > WS-SLICE-HIGH-STUDENT
                           DISPLAY "RUN REFUSED - SLICE RANGE LOW "
                               "EXCEEDS HIGH"
                           MOVE "Y" TO CYCLE-DENIED-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       357-WRITE-SLICE-STATUS.
           MOVE SPACES TO SLICE-STATUS-RECORD.
           MOVE "CONVERT-INDEX-SEQ" TO SLST-PROGRAM-NAME.
           MOVE WS-SLICE-RUN-STATUS TO SLST-STATUS.
           MOVE WS-SLICE-NUMBER TO SLST-SLICE-NUMBER.
           MOVE WS-SLICE-LOW-STUDENT TO SLST-LOW-STUDENT.
           MOVE WS-SLICE-HIGH-STUDENT TO SLST-HIGH-STUDENT.
           MOVE WS-CYCLE-DATE TO SLST-CYCLE-DATE.
           ACCEPT SLST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SLST-RUN-TIME FROM TIME.
           MOVE WS-RECORDS-READ TO SLST-RECORDS-READ.
           MOVE WS-RECORDS-INDEXED TO SLST-RECORDS-WRITTEN.
           MOVE WS-RECORDS-EXCEPTIONED TO SLST-RECORDS-EXCEPTIONED.
           MOVE WS-RECORDS-WAITLISTED TO SLST-RECORDS-WAITLISTED.
           MOVE ZERO TO SLST-DUPLICATE-COUNT SLST-STUDENT-COUNT
               SLST-CLASS-TOTAL SLST-HIGH-AVRG SLST-LOW-AVRG.
           OPEN OUTPUT SLICE-STATUS-FILE.
           WRITE SLICE-STATUS-RECORD.
           CLOSE SLICE-STATUS-FILE.

       358-SELECT-SLICE-RECORDS.
           OPEN INPUT MASTER-STUDENT-FILE.
           PERFORM 359-SELECT-SLICE-RECORD
               UNTIL SLICE-MASTER-EOF-FLAG = "Y".
           CLOSE MASTER-STUDENT-FILE.

       359-SELECT-SLICE-RECORD.
           READ MASTER-STUDENT-FILE
               AT END MOVE "Y" TO SLICE-MASTER-EOF-FLAG
               NOT AT END
                   MOVE "N" TO SLICE-SELECT-SW
                   IF NOT PARTITIONED-RUN
                       MOVE "Y" TO SLICE-SELECT-SW
                   ELSE
                       IF MASTER-STUDENT-NUMBER NUMERIC
                           IF MASTER-STUDENT-NUMBER NOT <
                                   WS-SLICE-LOW-STUDENT
                               AND MASTER-STUDENT-NUMBER NOT >
                                   WS-SLICE-HIGH-STUDENT
                               MOVE "Y" TO SLICE-SELECT-SW
                           END-IF
                       ELSE
                           IF WS-SLICE-LOW-STUDENT = ZERO
                               MOVE "Y" TO SLICE-SELECT-SW
                           END-IF
                       END-IF
                   END-IF
                   IF RECORD-IN-SLICE
                       MOVE MASTER-STUDENT-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       361-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 362-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       362-MATCH-AS-OF-TERM.
           IF TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.
