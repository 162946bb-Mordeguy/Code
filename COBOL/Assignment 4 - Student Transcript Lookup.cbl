         ASSIGN TO WS-TERM-FILE-NAME
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

       SELECT OPTIONAL DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DISCLOSURE-LOG-FILE
         ASSIGN TO WS-DISCLOSURE-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEMOGRAPHIC-HISTORY-FILE
         ASSIGN TO WS-DEMO-HISTORY-NAME
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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

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

       FD DEMOGRAPHIC-FILE.
       01 DEMOGRAPHIC-RECORD-IN.
           05 DEMO-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 DEMO-STUDENT-NAME-IN-FILE PIC X(20).
           05 DEMO-ADDRESS-IN-FILE PIC X(30).
           05 DEMO-PHONE-IN-FILE PIC X(10).
           05 DEMO-EMAIL-IN-FILE PIC X(30).
           05 DEMO-ADMIT-TERM-IN-FILE PIC X(6).
           05 DEMO-PROGRAM-IN-FILE PIC X(3).
           05 DEMO-STATUS-IN-FILE PIC X(1).
           05 DEMO-CONFIDENTIAL-IN-FILE PIC X(1).
               88 DEMO-CONFIDENTIAL VALUE "Y".

       FD DISCLOSURE-LOG-FILE.
       01 DISCLOSURE-LOG-RECORD PIC X(100).

       FD DEMOGRAPHIC-HISTORY-FILE.
       01 DEMOGRAPHIC-HISTORY-RECORD.
           05 DHST-STUDENT-NUMBER PIC 9(9).
           05 DHST-FIELD-CODE PIC X(5).
           05 DHST-OLD-VALUE PIC X(30).
           05 DHST-NEW-VALUE PIC X(30).
           05 DHST-SOURCE PIC X(6).
           05 DHST-CHANGE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-DISCLOSURE-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISCLOG.TXT".
           05 WS-DEMO-HISTORY-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DEMOHIST.TXT".
           05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "LOOKUP-STUDENT-TRANS".
           05 WS-NAME-LENGTH PIC 9(2) VALUE ZERO.
           05 NAME-SUB PIC 9(2) VALUE ZERO.
           05 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
           05 WS-DISCLOSURE-REASON PIC X(30) VALUE SPACES.
           05 RELEASE-CONFIRM-SW PIC X(1) VALUE "Y".
               88 RELEASE-CONFIRMED VALUE "Y".

       01 COUNTERS.
           05 WS-REQUEST-COUNT PIC 9(7) VALUE ZERO.
           05 FOUND-COUNT PIC 9(5) VALUE ZERO.
           05 NOT-FOUND-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ENROLLMENT-COUNT PIC 9(5) VALUE ZERO.
           05 REFUSED-COUNT PIC 9(5) VALUE ZERO.
           05 DISCLOSURE-COUNT PIC 9(5) VALUE ZERO.

       01 BROWSE-FLAGS.
           05 BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 CONFIDENTIAL-FLAG PIC X(1) VALUE "N".
               88 STUDENT-CONFIDENTIAL VALUE "Y".

       01 CONFIDENTIAL-TABLE-WS.
           05 NUM-OF-CONFIDENTIAL PIC 9(4) VALUE ZERO.
           05 CONFIDENTIAL-SUB PIC 9(4).
           05 WS-CHECK-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 CONFIDENTIAL-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-CONFIDENTIAL.
               10 CONFIDENTIAL-STUDENT-WS PIC 9(9).

       01 DISCLOSURE-LOG-RECORD-STRUCTURE.
           05 DLOG-RUN-DATE PIC 9(8).
           05 DLOG-RUN-TIME PIC 9(8).
           05 DLOG-PROGRAM-NAME PIC X(20) VALUE "LOOKUP-STUDENT-TRANS".
           05 DLOG-OPERATOR-ID PIC X(8).
           05 DLOG-STUDENT-NUMBER PIC 9(9).
           05 DLOG-CONFIDENTIAL-SW PIC X(1).
           05 DLOG-DISPOSITION PIC X(1).
           05 DLOG-REASON PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-MATCHED-CREDITS PIC 9(2) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-CREDITS-WS PIC 9(2).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 CUMULATIVE-AVERAGE-WS.
           05 WS-RECORD-AVRG PIC 9(3) VALUE ZERO.
           05 WS-CUM-CREDIT-TOTAL PIC 9(5) VALUE ZERO.
           05 WS-CUM-AVRG PIC 9(3) VALUE ZERO.

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-TRANSFER-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TRANSFER-CREDIT-TOTAL PIC 9(3) VALUE ZERO.
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-INSTITUTION-WS PIC X(20).
               10 XFER-CREDITS-WS PIC 9(2).
               10 XFER-TERM-CODE-WS PIC X(6).
               10 XFER-APPROVAL-CODE-WS PIC X(4).

       01 ADDRESS-HISTORY-TABLE-WS.
           05 NUM-OF-ADDRESS-CHANGES PIC 9(4) VALUE ZERO.
           05 ADDRESS-CHANGE-SUB PIC 9(4).
           05 HISTORY-EOF-FLAG PIC X(1) VALUE "N".
           05 ADDRESS-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 WS-ADDRESS-CHANGE-COUNT PIC 9(3) VALUE ZERO.
           05 ADDRESS-CHANGE-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-ADDRESS-CHANGES.
               10 ACHG-STUDENT-NUMBER-WS PIC 9(9).
               10 ACHG-OLD-ADDRESS-WS PIC X(30).
               10 ACHG-NEW-ADDRESS-WS PIC X(30).
               10 ACHG-SOURCE-WS PIC X(6).
               10 ACHG-CHANGE-DATE-WS PIC 9(8).

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

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
               10 TSC-MARK-3 PIC 9(3).
               10 TSC-MARK-4 PIC 9(3).
               10 TSC-ENROLLMENT-STATUS PIC X(1).
               10 TSC-GRADING-BASIS PIC X(1).
               10 TSC-FINAL-GRADE PIC X(1).

      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 318-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 324-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 330-LOAD-TRANSFER-CREDITS.
           OPEN INPUT DEMOGRAPHIC-FILE.
           PERFORM 334-LOAD-CONFIDENTIAL-ENTRY
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           OPEN EXTEND AUDIT-LOG-FILE DISCLOSURE-LOG-FILE.
           PERFORM 302-ACCEPT-SEARCH-REQUEST.

       202-PROCESS-LOOKUP.
           DISPLAY "STUDENT TRANSCRIPT LOOKUP COMPLETE".
           DISPLAY "  FOUND    : " FOUND-COUNT.
           DISPLAY "  NOT FOUND: " NOT-FOUND-COUNT.
           DISPLAY "  CANCELLED: " REFUSED-COUNT.
           DISPLAY "  DISCLOSURES LOGGED: " DISCLOSURE-COUNT.
           CLOSE STUDENT-FILE-INDEX AUDIT-LOG-FILE DISCLOSURE-LOG-FILE.

       204-SET-RETURN-CODE.
           IF NOT-FOUND-COUNT > ZERO
           ACCEPT WS-SEARCH-TYPE FROM SYSIN.

       303-READ-STUDENT-RECORD.
           MOVE WS-LOOKUP-STUDENT-NUMBER TO WS-CHECK-STUDENT-NUMBER.
           PERFORM 335-CHECK-CONFIDENTIAL.
           DISPLAY "ENTER REASON FOR LOOKUP: ".
           ACCEPT WS-DISCLOSURE-REASON FROM SYSIN.
           MOVE "Y" TO RELEASE-CONFIRM-SW.
           IF STUDENT-CONFIDENTIAL
               DISPLAY "*** WARNING - STUDENT " WS-LOOKUP-STUDENT-NUMBER
                   " HAS A CONFIDENTIALITY BLOCK ***"
               DISPLAY "RELEASE ONLY AS PERMITTED BY PRIVACY POLICY"
               DISPLAY "ENTER Y TO DISPLAY RECORD, N TO CANCEL: "
               ACCEPT RELEASE-CONFIRM-SW FROM SYSIN
           END-IF.
           IF RELEASE-CONFIRMED
               PERFORM 333-DISPLAY-STUDENT-RECORD
               IF WS-ENROLLMENT-COUNT = ZERO
                       AND WS-TRANSFER-COUNT = ZERO
                       AND WS-ADDRESS-CHANGE-COUNT = ZERO
                   MOVE "N" TO DLOG-DISPOSITION
               ELSE
                   MOVE "D" TO DLOG-DISPOSITION
               END-IF
           ELSE
               DISPLAY "LOOKUP CANCELLED - NOTHING DISPLAYED"
               ADD 1 TO REFUSED-COUNT
               MOVE "R" TO DLOG-DISPOSITION
           END-IF.
           PERFORM 337-WRITE-DISCLOSURE-LOG.

       333-DISPLAY-STUDENT-RECORD.
           MOVE ZERO TO WS-ENROLLMENT-COUNT.
           MOVE ZERO TO WS-CUM-WEIGHTED-TOTAL.
           MOVE ZERO TO WS-CUM-CREDIT-TOTAL.
               END-IF
               ADD 1 TO FOUND-COUNT
           END-IF.
           MOVE ZERO TO WS-TRANSFER-COUNT.
           MOVE ZERO TO WS-TRANSFER-CREDIT-TOTAL.
           PERFORM 332-DISPLAY-TRANSFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS.
           IF WS-TRANSFER-COUNT > ZERO
               DISPLAY "TRANSFER CREDITS GRANTED: "
                   WS-TRANSFER-CREDIT-TOTAL
           END-IF.
           MOVE ZERO TO WS-ADDRESS-CHANGE-COUNT.
           PERFORM 338-LOAD-ADDRESS-HISTORY.
           PERFORM 340-DISPLAY-ADDRESS-CHANGE
               VARYING ADDRESS-CHANGE-SUB FROM 1 BY 1
                   UNTIL ADDRESS-CHANGE-SUB > NUM-OF-ADDRESS-CHANGES.
           IF ADDRESS-OVERFLOW-FLAG = "Y"
               DISPLAY "ADDRESS HISTORY TABLE FULL - LATER CHANGES "
                   "NOT SHOWN"
           END-IF.

       305-READ-ENROLLMENT-RECORD.
           READ STUDENT-FILE-INDEX NEXT RECORD
       304-DISPLAY-TRANSCRIPT.
           PERFORM 321-CHECK-SUPERSEDED-ATTEMPT.
           PERFORM 316-FIND-COURSE-CREDITS.
           MOVE TSC-COURSE-NUMBER(TSC-SUB) TO WS-SCHEME-COURSE.
           MOVE TSC-TERM-CODE(TSC-SUB) TO WS-SCHEME-TERM.
           PERFORM 327-SELECT-ASSESSMENT-SCHEME.
           DISPLAY "STUDENT NAME    : " WS-TRANSCRIPT-NAME.
           DISPLAY "STUDENT NUMBER  : " WS-LOOKUP-STUDENT-NUMBER.
           DISPLAY "PROGRAM NUMBER  : " WS-TRANSCRIPT-PROGRAM.
           DISPLAY "MARK 2          : " TSC-MARK-2(TSC-SUB).
           DISPLAY "MARK 3          : " TSC-MARK-3(TSC-SUB).
           DISPLAY "MARK 4          : " TSC-MARK-4(TSC-SUB).
           DISPLAY "MARK WEIGHTS    : " WS-MARK-WEIGHT(1) " "
               WS-MARK-WEIGHT(2) " " WS-MARK-WEIGHT(3) " "
               WS-MARK-WEIGHT(4).
           EVALUATE TSC-GRADING-BASIS(TSC-SUB)
               WHEN "P"
                   DISPLAY "GRADING BASIS   : PASS/FAIL  RESULT "
                       TSC-FINAL-GRADE(TSC-SUB)
               WHEN "A"
                   DISPLAY "GRADING BASIS   : AUDIT - NO CREDIT"
               WHEN OTHER
                   DISPLAY "GRADING BASIS   : GRADED"
           END-EVALUATE.
           IF SUPERSEDED-FLAG = "Y"
               DISPLAY "STATUS          : REPEATED/EXCLUDED"
           ELSE
               IF TSC-ENROLLMENT-STATUS(TSC-SUB) = "L"
                   DISPLAY "STATUS          : LAPSED TO FAIL"
               END-IF
               IF TSC-GRADING-BASIS(TSC-SUB) NOT = "P"
                       AND TSC-GRADING-BASIS(TSC-SUB) NOT = "A"
                       AND TSC-MARK-1(TSC-SUB) NUMERIC
                       AND TSC-MARK-2(TSC-SUB) NUMERIC
                       AND TSC-MARK-3(TSC-SUB) NUMERIC
                       AND TSC-MARK-4(TSC-SUB) NUMERIC
                   COMPUTE WS-RECORD-AVRG =
                       (TSC-MARK-1(TSC-SUB) * WS-MARK-WEIGHT(1)
                       + TSC-MARK-2(TSC-SUB) * WS-MARK-WEIGHT(2)
                       + TSC-MARK-3(TSC-SUB) * WS-MARK-WEIGHT(3)
                       + TSC-MARK-4(TSC-SUB) * WS-MARK-WEIGHT(4)) / 100
                   COMPUTE WS-CUM-WEIGHTED-TOTAL =
                       WS-CUM-WEIGHTED-TOTAL
                       + WS-RECORD-AVRG * WS-MATCHED-CREDITS
               NOT AT END
                   IF STUDENT-NAME-INDEX(1:WS-NAME-LENGTH) =
                           WS-LOOKUP-STUDENT-NAME(1:WS-NAME-LENGTH)
                       MOVE STUDENT-NUMBER-INDEX
                           TO WS-CHECK-STUDENT-NUMBER
                       PERFORM 335-CHECK-CONFIDENTIAL
                       IF STUDENT-CONFIDENTIAL
                           DISPLAY "  " STUDENT-NUMBER-INDEX " "
                               "*** CONFIDENTIAL ***"
                       ELSE
                           DISPLAY "  " STUDENT-NUMBER-INDEX " "
                               STUDENT-NAME-INDEX " "
                               COURSE-NUMBER-INDEX " " TERM-CODE-INDEX
                       END-IF
                       ADD 1 TO WS-MATCH-COUNT
                   ELSE
                       MOVE "Y" TO BROWSE-EOF-FLAG
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-DISCLOSURE-LOG-NAME FROM SYSIN
               ACCEPT WS-DEMO-HISTORY-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM SYSIN.

       315-LOAD-COURSE-TABLE.
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
       316-FIND-COURSE-CREDITS.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE 01 TO WS-MATCHED-CREDITS.
           IF TSC-TERM-START(TSC-SUB) > ZERO
               MOVE TSC-TERM-START(TSC-SUB) TO WS-COURSE-AS-OF-START
           ELSE
               ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD
           END-IF.
           PERFORM 317-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       317-MATCH-COURSE-ENTRY.
           IF TSC-COURSE-NUMBER(TSC-SUB) =
                   COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE 01 TO WS-MATCHED-CREDITS
               IF COURSE-CREDITS-WS(COURSE-SUB) > ZERO
                   MOVE COURSE-CREDITS-WS(COURSE-SUB)
                       TO WS-MATCHED-CREDITS
                   TO TSC-MARK-4(NUM-OF-TRANSCRIPT-ROWS)
               MOVE ENROLLMENT-STATUS-INDEX
                   TO TSC-ENROLLMENT-STATUS(NUM-OF-TRANSCRIPT-ROWS)
               MOVE GRADING-BASIS-INDEX
                   TO TSC-GRADING-BASIS(NUM-OF-TRANSCRIPT-ROWS)
               MOVE FINAL-GRADE-INDEX
                   TO TSC-FINAL-GRADE(NUM-OF-TRANSCRIPT-ROWS)
           END-IF.

       320-FIND-TERM-START.
           MOVE WS-REQUEST-COUNT TO AUDIT-RECORDS-READ.
           MOVE FOUND-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       324-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 325-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       325-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 326-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 329-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       326-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       327-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 328-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       328-MATCH-ASSESSMENT-SCHEME.
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

       329-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       330-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 331-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.

       331-LOAD-TRANSFER-ENTRY.
           READ TRANSFER-CREDIT-FILE
               AT END MOVE "Y" TO TRANSFER-EOF-FLAG
               NOT AT END
                   IF XFER-APPROVAL-CODE-IN-FILE NOT = SPACES
                           AND NUM-OF-TRANSFERS < 2000
                       ADD 1 TO NUM-OF-TRANSFERS
                       MOVE TRANSFER-CREDIT-RECORD
                           TO TRANSFER-ENTRY-TABLE(NUM-OF-TRANSFERS)
                   END-IF
           END-READ.

       332-DISPLAY-TRANSFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) =
                   WS-LOOKUP-STUDENT-NUMBER
               IF WS-TRANSFER-COUNT = ZERO
                   DISPLAY "TRANSFER CREDIT (NOT INCLUDED IN AVERAGE)"
               END-IF
               ADD 1 TO WS-TRANSFER-COUNT
               ADD XFER-CREDITS-WS(TRANSFER-SUB)
                   TO WS-TRANSFER-CREDIT-TOTAL
               DISPLAY "COURSE NUMBER   : "
                   XFER-COURSE-NUMBER-WS(TRANSFER-SUB)
               DISPLAY "INSTITUTION     : "
                   XFER-INSTITUTION-WS(TRANSFER-SUB)
               DISPLAY "CREDITS GRANTED : "
                   XFER-CREDITS-WS(TRANSFER-SUB)
               DISPLAY "TERM AWARDED    : "
                   XFER-TERM-CODE-WS(TRANSFER-SUB)
               DISPLAY "APPROVAL CODE   : "
                   XFER-APPROVAL-CODE-WS(TRANSFER-SUB)
           END-IF.

       334-LOAD-CONFIDENTIAL-ENTRY.
           READ DEMOGRAPHIC-FILE
               AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                   IF DEMO-CONFIDENTIAL AND NUM-OF-CONFIDENTIAL < 2000
                       ADD 1 TO NUM-OF-CONFIDENTIAL
                       MOVE DEMO-STUDENT-NUMBER-IN-FILE
                           TO CONFIDENTIAL-STUDENT-WS
                               (NUM-OF-CONFIDENTIAL)
                   END-IF
           END-READ.

       335-CHECK-CONFIDENTIAL.
           MOVE "N" TO CONFIDENTIAL-FLAG.
           PERFORM 336-MATCH-CONFIDENTIAL-ENTRY
               VARYING CONFIDENTIAL-SUB FROM 1 BY 1
                   UNTIL CONFIDENTIAL-SUB > NUM-OF-CONFIDENTIAL
                      OR STUDENT-CONFIDENTIAL.

       336-MATCH-CONFIDENTIAL-ENTRY.
           IF WS-CHECK-STUDENT-NUMBER =
                   CONFIDENTIAL-STUDENT-WS(CONFIDENTIAL-SUB)
               MOVE "Y" TO CONFIDENTIAL-FLAG
           END-IF.

       337-WRITE-DISCLOSURE-LOG.
           ACCEPT DLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DLOG-RUN-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO DLOG-OPERATOR-ID.
           MOVE WS-LOOKUP-STUDENT-NUMBER TO DLOG-STUDENT-NUMBER.
           MOVE WS-LOOKUP-STUDENT-NUMBER TO WS-CHECK-STUDENT-NUMBER.
           PERFORM 335-CHECK-CONFIDENTIAL.
           MOVE CONFIDENTIAL-FLAG TO DLOG-CONFIDENTIAL-SW.
           MOVE WS-DISCLOSURE-REASON TO DLOG-REASON.
           WRITE DISCLOSURE-LOG-RECORD
               FROM DISCLOSURE-LOG-RECORD-STRUCTURE.
           ADD 1 TO DISCLOSURE-COUNT.

       338-LOAD-ADDRESS-HISTORY.
           MOVE ZERO TO NUM-OF-ADDRESS-CHANGES.
           MOVE "N" TO HISTORY-EOF-FLAG.
           MOVE "N" TO ADDRESS-OVERFLOW-FLAG.
           OPEN INPUT DEMOGRAPHIC-HISTORY-FILE.
           PERFORM 339-LOAD-ADDRESS-CHANGE
               UNTIL HISTORY-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-HISTORY-FILE.

       339-LOAD-ADDRESS-CHANGE.
           READ DEMOGRAPHIC-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-EOF-FLAG
               NOT AT END
                   IF DHST-FIELD-CODE = "ADDR"
                           AND DHST-STUDENT-NUMBER =
                               WS-LOOKUP-STUDENT-NUMBER
                       IF NUM-OF-ADDRESS-CHANGES < 2000
                           ADD 1 TO NUM-OF-ADDRESS-CHANGES
                           MOVE DHST-STUDENT-NUMBER
                               TO ACHG-STUDENT-NUMBER-WS
                                   (NUM-OF-ADDRESS-CHANGES)
                           MOVE DHST-OLD-VALUE
                               TO ACHG-OLD-ADDRESS-WS
                                   (NUM-OF-ADDRESS-CHANGES)
                           MOVE DHST-NEW-VALUE
                               TO ACHG-NEW-ADDRESS-WS
                                   (NUM-OF-ADDRESS-CHANGES)
                           MOVE DHST-SOURCE
                               TO ACHG-SOURCE-WS
                                   (NUM-OF-ADDRESS-CHANGES)
                           MOVE DHST-CHANGE-DATE
                               TO ACHG-CHANGE-DATE-WS
                                   (NUM-OF-ADDRESS-CHANGES)
                       ELSE
                           MOVE "Y" TO ADDRESS-OVERFLOW-FLAG
                       END-IF
                   END-IF
           END-READ.

       340-DISPLAY-ADDRESS-CHANGE.
           IF ACHG-STUDENT-NUMBER-WS(ADDRESS-CHANGE-SUB) =
                   WS-LOOKUP-STUDENT-NUMBER
               IF WS-ADDRESS-CHANGE-COUNT = ZERO
                   DISPLAY "ADDRESS HISTORY (OLDEST CHANGE FIRST)"
               END-IF
               ADD 1 TO WS-ADDRESS-CHANGE-COUNT
               DISPLAY "CHANGED ON      : "
                   ACHG-CHANGE-DATE-WS(ADDRESS-CHANGE-SUB)
                   "  SOURCE " ACHG-SOURCE-WS(ADDRESS-CHANGE-SUB)
               DISPLAY "PREVIOUS ADDRESS: "
                   ACHG-OLD-ADDRESS-WS(ADDRESS-CHANGE-SUB)
               DISPLAY "NEW ADDRESS     : "
                   ACHG-NEW-ADDRESS-WS(ADDRESS-CHANGE-SUB)
           END-IF.
