      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-INTEGRITY-CASES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL INTEGRITY-CASE-FILE
         ASSIGN TO WS-CASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "ICRSORTW".

       SELECT CASE-REGISTER
         ASSIGN TO WS-CASE-REGISTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPEAT-OFFENCE-REPORT
         ASSIGN TO WS-REPEAT-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD INTEGRITY-CASE-FILE.
       01 INTEGRITY-CASE-RECORD.
           05 CASE-NUMBER-IN-FILE PIC X(6).
           05 CASE-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 CASE-COURSE-NUMBER-IN-FILE PIC X(7).
           05 CASE-SECTION-NUMBER-IN-FILE PIC X(3).
           05 CASE-TERM-CODE-IN-FILE PIC X(6).
           05 CASE-OFFENCE-TYPE-IN-FILE PIC X(2).
           05 CASE-HEARING-DATE-IN-FILE PIC 9(8).
           05 CASE-DECISION-IN-FILE PIC X(1).
               88 CASE-DECISION-APPROVED VALUE "A".
           05 CASE-SANCTION-IN-FILE PIC X(1).
           05 CASE-ASSESSMENT-IN-FILE PIC 9(1).
           05 CASE-GENERATED-DATE-IN-FILE PIC 9(8).

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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-TERM-CODE PIC X(6).
           05 SORT-CASE-NUMBER PIC X(6).
           05 SORT-COURSE-NUMBER PIC X(7).
           05 SORT-SECTION-NUMBER PIC X(3).
           05 SORT-OFFENCE-TYPE PIC X(2).
           05 SORT-HEARING-DATE PIC 9(8).
           05 SORT-DECISION PIC X(1).
               88 SORT-PENDING VALUE "P".
               88 SORT-UPHELD VALUE "A".
               88 SORT-DISMISSED VALUE "D".
           05 SORT-SANCTION PIC X(1).
               88 SORT-WARNING VALUE "W".
               88 SORT-ZERO-ASSESSMENT VALUE "Z".
               88 SORT-COURSE-FAILED VALUE "F".
           05 SORT-ASSESSMENT PIC 9(1).
           05 SORT-GENERATED-DATE PIC 9(8).

       FD CASE-REGISTER.
       01 CASE-REGISTER-RECORD PIC X(80).

       FD REPEAT-OFFENCE-REPORT.
       01 REPEAT-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-CASE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CASEMAST.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-CASE-REGISTER-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INTGCASE.TXT".
           05 WS-REPEAT-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INTGREPT.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-INTEGRITY".
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
           05 CASE-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-CASES-LISTED PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
           05 WS-UPHELD-COUNT PIC 9(7) VALUE ZERO.
           05 WS-DISMISSED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-WARNING-COUNT PIC 9(7) VALUE ZERO.
           05 WS-ZERO-COUNT PIC 9(7) VALUE ZERO.
           05 WS-FAIL-COUNT PIC 9(7) VALUE ZERO.
           05 WS-AWAITING-COUNT PIC 9(7) VALUE ZERO.
           05 WS-OFFENDERS-LISTED PIC 9(5) VALUE ZERO.
           05 WS-REPEAT-CASES-LISTED PIC 9(7) VALUE ZERO.
           05 WS-STUDENT-UPHELD PIC 9(5) VALUE ZERO.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
           05 DEMO-SUB PIC 9(4).
           05 DEMO-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMO-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).
               10 DEMO-STUDENT-NAME-WS PIC X(20).

       01 STUDENT-CASE-TABLE-WS.
           05 NUM-OF-STUDENT-CASES PIC 9(3) VALUE ZERO.
           05 STUDENT-CASE-SUB PIC 9(3).
           05 STUDENT-CASE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON NUM-OF-STUDENT-CASES.
               10 SCASE-CASE-NUMBER-WS PIC X(6).
               10 SCASE-COURSE-NUMBER-WS PIC X(7).
               10 SCASE-TERM-CODE-WS PIC X(6).
               10 SCASE-OFFENCE-TYPE-WS PIC X(2).
               10 SCASE-SANCTION-WS PIC X(1).
               10 SCASE-ASSESSMENT-WS PIC 9(1).

       01 DESCRIPTION-WS.
           05 WS-LOOKUP-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-STUDENT-NAME PIC X(20) VALUE SPACES.
           05 WS-OFFENCE-TYPE PIC X(2) VALUE SPACES.
           05 WS-OFFENCE-DESC PIC X(20) VALUE SPACES.
           05 WS-DECISION PIC X(1) VALUE SPACES.
           05 WS-DECISION-DESC PIC X(9) VALUE SPACES.
           05 WS-SANCTION PIC X(1) VALUE SPACES.
           05 WS-ASSESSMENT PIC 9(1) VALUE ZERO.
           05 WS-SANCTION-DESC PIC X(24) VALUE SPACES.

       01 CONFIDENTIAL-BANNER.
           05 FILLER PIC X(50)
                   VALUE "*** CONFIDENTIAL - INTEGRITY OFFICE ONLY ***".

       01 REGISTER-HEADER.
           05 FILLER PIC X(35) VALUE "ACADEMIC INTEGRITY CASE REGISTER".
           05 FILLER PIC X(8) VALUE "RUN DATE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-HDR-DATE PIC 9(8).

       01 REPEAT-HEADER.
           05 FILLER PIC X(35) VALUE "REPEAT OFFENCE REPORT".
           05 FILLER PIC X(8) VALUE "RUN DATE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-REPEAT-HDR-DATE PIC 9(8).

       01 COLUMN-HEADER-1.
           05 FILLER PIC X(7) VALUE "CASE".
           05 FILLER PIC X(10) VALUE "STUDENT".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "COURSE".
           05 FILLER PIC X(4) VALUE "SEC".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(8) VALUE "HEARING".

       01 COLUMN-HEADER-2.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "OFFENCE".
           05 FILLER PIC X(10) VALUE "DECISION".
           05 FILLER PIC X(25) VALUE "SANCTION".
           05 FILLER PIC X(9) VALUE "GENERATED".

       01 DETAIL-LINE-1.
           05 DTL-CASE-NUMBER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-HEARING-DATE PIC 9(8).

       01 DETAIL-LINE-2.
           05 FILLER PIC X(7) VALUE SPACES.
           05 DTL-OFFENCE-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-DECISION-DESC PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-SANCTION-DESC PIC X(24).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-GENERATED-DATE PIC X(8).

       01 OFFENDER-HEADER-STRUCTURE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 OHD-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OHD-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "UPHELD CASES: ".
           05 OHD-UPHELD-COUNT PIC ZZZZ9.

       01 OFFENDER-DETAIL-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ODT-CASE-NUMBER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ODT-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ODT-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ODT-OFFENCE-DESC PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ODT-SANCTION-DESC PIC X(24).

       01 TOTAL-LINE-STRUCTURE.
           05 TTL-LABEL PIC X(30).
           05 TTL-COUNT PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-INTEGRITY-CASES.
           PERFORM 201-INITIATE-INTEGRITY-JOB.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CASE-NUMBER
               INPUT PROCEDURE 301-SELECT-ALL-CASES
               OUTPUT PROCEDURE 302-PRINT-CASE-REGISTER.
           MOVE "N" TO SORT-EOF-FLAG.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-TERM-CODE
                                SORT-CASE-NUMBER
               INPUT PROCEDURE 303-SELECT-UPHELD-CASES
               OUTPUT PROCEDURE 304-PRINT-REPEAT-OFFENDERS.
           PERFORM 203-TERMINATE-INTEGRITY-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-INTEGRITY-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT DEMOGRAPHIC-FILE.
           PERFORM 310-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           OPEN OUTPUT CASE-REGISTER REPEAT-OFFENCE-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           MOVE RPT-HDR-DATE TO RPT-REPEAT-HDR-DATE.
           WRITE CASE-REGISTER-RECORD FROM CONFIDENTIAL-BANNER.
           WRITE CASE-REGISTER-RECORD FROM REGISTER-HEADER.
           MOVE SPACES TO CASE-REGISTER-RECORD.
           WRITE CASE-REGISTER-RECORD.
           WRITE CASE-REGISTER-RECORD FROM COLUMN-HEADER-1.
           WRITE CASE-REGISTER-RECORD FROM COLUMN-HEADER-2.
           WRITE REPEAT-REPORT-RECORD FROM CONFIDENTIAL-BANNER.
           WRITE REPEAT-REPORT-RECORD FROM REPEAT-HEADER.

       203-TERMINATE-INTEGRITY-JOB.
           PERFORM 311-PRINT-REGISTER-TOTALS.
           PERFORM 312-PRINT-REPEAT-TOTALS.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "INTEGRITY CASE REGISTER COMPLETE".
           DISPLAY "  CASES LISTED    : " WS-CASES-LISTED.
           DISPLAY "  REPEAT OFFENDERS: " WS-OFFENDERS-LISTED.
           CLOSE CASE-REGISTER REPEAT-OFFENCE-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       301-SELECT-ALL-CASES.
           OPEN INPUT INTEGRITY-CASE-FILE.
           MOVE "N" TO CASE-EOF-FLAG.
           PERFORM 305-RELEASE-CASE-RECORD
               UNTIL CASE-EOF-FLAG = "Y".
           CLOSE INTEGRITY-CASE-FILE.

       302-PRINT-CASE-REGISTER.
           PERFORM 306-RETURN-REGISTER-RECORD
               UNTIL SORT-EOF-FLAG = "Y".

       303-SELECT-UPHELD-CASES.
           OPEN INPUT INTEGRITY-CASE-FILE.
           MOVE "N" TO CASE-EOF-FLAG.
           PERFORM 307-RELEASE-UPHELD-RECORD
               UNTIL CASE-EOF-FLAG = "Y".
           CLOSE INTEGRITY-CASE-FILE.

       304-PRINT-REPEAT-OFFENDERS.
           MOVE ZERO TO NUM-OF-STUDENT-CASES.
           MOVE ZERO TO WS-STUDENT-UPHELD.
           PERFORM 313-RETURN-UPHELD-RECORD
               UNTIL SORT-EOF-FLAG = "Y".
           PERFORM 315-PRINT-OFFENDER-CASES.

       305-RELEASE-CASE-RECORD.
           READ INTEGRITY-CASE-FILE
               AT END MOVE "Y" TO CASE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 318-BUILD-SORT-RECORD
                   RELEASE SORT-RECORD
           END-READ.

       306-RETURN-REGISTER-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 314-PRINT-CASE-ENTRY
           END-RETURN.

       307-RELEASE-UPHELD-RECORD.
           READ INTEGRITY-CASE-FILE
               AT END MOVE "Y" TO CASE-EOF-FLAG
               NOT AT END
                   IF CASE-DECISION-APPROVED
                       PERFORM 318-BUILD-SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-CASE-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-CASE-REGISTER-NAME FROM SYSIN
               ACCEPT WS-REPEAT-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-CASE-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-CASES-LISTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-LOAD-DEMOGRAPHIC-TABLE.
           READ DEMOGRAPHIC-FILE
               AT END MOVE "Y" TO DEMO-EOF-FLAG
               NOT AT END
                   IF NUM-OF-DEMO-STUDENTS < 2000
                       ADD 1 TO NUM-OF-DEMO-STUDENTS
                       MOVE DEMO-STUDENT-NUMBER-IN-FILE
                           TO DEMO-STUDENT-NUMBER-WS
                               (NUM-OF-DEMO-STUDENTS)
                       MOVE DEMO-STUDENT-NAME-IN-FILE
                           TO DEMO-STUDENT-NAME-WS
                               (NUM-OF-DEMO-STUDENTS)
                   END-IF
           END-READ.

       311-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO CASE-REGISTER-RECORD.
           WRITE CASE-REGISTER-RECORD.
           MOVE "CASES LISTED:" TO TTL-LABEL.
           MOVE WS-CASES-LISTED TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  PENDING:" TO TTL-LABEL.
           MOVE WS-PENDING-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  UPHELD:" TO TTL-LABEL.
           MOVE WS-UPHELD-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  DISMISSED:" TO TTL-LABEL.
           MOVE WS-DISMISSED-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "WARNINGS:" TO TTL-LABEL.
           MOVE WS-WARNING-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "ZERO ON ASSESSMENT:" TO TTL-LABEL.
           MOVE WS-ZERO-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "F IN COURSE:" TO TTL-LABEL.
           MOVE WS-FAIL-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "UPHELD AWAITING GENERATION:" TO TTL-LABEL.
           MOVE WS-AWAITING-COUNT TO TTL-COUNT.
           WRITE CASE-REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           WRITE CASE-REGISTER-RECORD FROM CONFIDENTIAL-BANNER.

       312-PRINT-REPEAT-TOTALS.
           MOVE SPACES TO REPEAT-REPORT-RECORD.
           WRITE REPEAT-REPORT-RECORD.
           MOVE "REPEAT OFFENDERS LISTED:" TO TTL-LABEL.
           MOVE WS-OFFENDERS-LISTED TO TTL-COUNT.
           WRITE REPEAT-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "UPHELD CASES LISTED:" TO TTL-LABEL.
           MOVE WS-REPEAT-CASES-LISTED TO TTL-COUNT.
           WRITE REPEAT-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           WRITE REPEAT-REPORT-RECORD FROM CONFIDENTIAL-BANNER.

       313-RETURN-UPHELD-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 316-COLLECT-OFFENDER-CASE
           END-RETURN.

       314-PRINT-CASE-ENTRY.
           MOVE SORT-STUDENT-NUMBER TO WS-LOOKUP-STUDENT-NUMBER.
           PERFORM 319-FIND-STUDENT-NAME.
           MOVE SORT-OFFENCE-TYPE TO WS-OFFENCE-TYPE.
           MOVE SORT-DECISION TO WS-DECISION.
           MOVE SORT-SANCTION TO WS-SANCTION.
           MOVE SORT-ASSESSMENT TO WS-ASSESSMENT.
           PERFORM 320-DESCRIBE-CASE.
           MOVE SORT-CASE-NUMBER TO DTL-CASE-NUMBER.
           MOVE SORT-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE SORT-COURSE-NUMBER TO DTL-COURSE-NUMBER.
           MOVE SORT-SECTION-NUMBER TO DTL-SECTION-NUMBER.
           MOVE SORT-TERM-CODE TO DTL-TERM-CODE.
           MOVE SORT-HEARING-DATE TO DTL-HEARING-DATE.
           MOVE WS-OFFENCE-DESC TO DTL-OFFENCE-DESC.
           MOVE WS-DECISION-DESC TO DTL-DECISION-DESC.
           MOVE WS-SANCTION-DESC TO DTL-SANCTION-DESC.
           IF SORT-GENERATED-DATE = ZERO
               MOVE SPACES TO DTL-GENERATED-DATE
           ELSE
               MOVE SORT-GENERATED-DATE TO DTL-GENERATED-DATE
           END-IF.
           WRITE CASE-REGISTER-RECORD FROM DETAIL-LINE-1.
           WRITE CASE-REGISTER-RECORD FROM DETAIL-LINE-2.
           ADD 1 TO WS-CASES-LISTED.
           EVALUATE TRUE
               WHEN SORT-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               WHEN SORT-UPHELD
                   ADD 1 TO WS-UPHELD-COUNT
                   IF SORT-GENERATED-DATE = ZERO
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN SORT-DISMISSED
                   ADD 1 TO WS-DISMISSED-COUNT
           END-EVALUATE.
           IF SORT-UPHELD
               EVALUATE TRUE
                   WHEN SORT-WARNING
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN SORT-ZERO-ASSESSMENT
                       ADD 1 TO WS-ZERO-COUNT
                   WHEN SORT-COURSE-FAILED
                       ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
           END-IF.

       315-PRINT-OFFENDER-CASES.
           IF WS-STUDENT-UPHELD > 1
               ADD 1 TO WS-OFFENDERS-LISTED
               MOVE WS-PREV-STUDENT-NUMBER
                   TO WS-LOOKUP-STUDENT-NUMBER
               PERFORM 319-FIND-STUDENT-NAME
               MOVE SPACES TO REPEAT-REPORT-RECORD
               WRITE REPEAT-REPORT-RECORD
               MOVE WS-PREV-STUDENT-NUMBER TO OHD-STUDENT-NUMBER
               MOVE WS-STUDENT-NAME TO OHD-STUDENT-NAME
               MOVE WS-STUDENT-UPHELD TO OHD-UPHELD-COUNT
               WRITE REPEAT-REPORT-RECORD
                   FROM OFFENDER-HEADER-STRUCTURE
               PERFORM 317-PRINT-OFFENDER-CASE
                   VARYING STUDENT-CASE-SUB FROM 1 BY 1
                       UNTIL STUDENT-CASE-SUB > NUM-OF-STUDENT-CASES
           END-IF.

       316-COLLECT-OFFENDER-CASE.
           IF WS-STUDENT-UPHELD > ZERO
                   AND SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT-NUMBER
               PERFORM 315-PRINT-OFFENDER-CASES
               MOVE ZERO TO NUM-OF-STUDENT-CASES
               MOVE ZERO TO WS-STUDENT-UPHELD
           END-IF.
           MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER.
           ADD 1 TO WS-STUDENT-UPHELD.
           IF NUM-OF-STUDENT-CASES < 50
               ADD 1 TO NUM-OF-STUDENT-CASES
               MOVE SORT-CASE-NUMBER
                   TO SCASE-CASE-NUMBER-WS(NUM-OF-STUDENT-CASES)
               MOVE SORT-COURSE-NUMBER
                   TO SCASE-COURSE-NUMBER-WS(NUM-OF-STUDENT-CASES)
               MOVE SORT-TERM-CODE
                   TO SCASE-TERM-CODE-WS(NUM-OF-STUDENT-CASES)
               MOVE SORT-OFFENCE-TYPE
                   TO SCASE-OFFENCE-TYPE-WS(NUM-OF-STUDENT-CASES)
               MOVE SORT-SANCTION
                   TO SCASE-SANCTION-WS(NUM-OF-STUDENT-CASES)
               MOVE SORT-ASSESSMENT
                   TO SCASE-ASSESSMENT-WS(NUM-OF-STUDENT-CASES)
           END-IF.

       317-PRINT-OFFENDER-CASE.
           MOVE SCASE-OFFENCE-TYPE-WS(STUDENT-CASE-SUB)
               TO WS-OFFENCE-TYPE.
           MOVE "A" TO WS-DECISION.
           MOVE SCASE-SANCTION-WS(STUDENT-CASE-SUB) TO WS-SANCTION.
           MOVE SCASE-ASSESSMENT-WS(STUDENT-CASE-SUB) TO WS-ASSESSMENT.
           PERFORM 320-DESCRIBE-CASE.
           MOVE SCASE-CASE-NUMBER-WS(STUDENT-CASE-SUB)
               TO ODT-CASE-NUMBER.
           MOVE SCASE-COURSE-NUMBER-WS(STUDENT-CASE-SUB)
               TO ODT-COURSE-NUMBER.
           MOVE SCASE-TERM-CODE-WS(STUDENT-CASE-SUB) TO ODT-TERM-CODE.
           MOVE WS-OFFENCE-DESC TO ODT-OFFENCE-DESC.
           MOVE WS-SANCTION-DESC TO ODT-SANCTION-DESC.
           WRITE REPEAT-REPORT-RECORD FROM OFFENDER-DETAIL-STRUCTURE.
           ADD 1 TO WS-REPEAT-CASES-LISTED.

       318-BUILD-SORT-RECORD.
           MOVE CASE-STUDENT-NUMBER-IN-FILE TO SORT-STUDENT-NUMBER.
           MOVE CASE-TERM-CODE-IN-FILE TO SORT-TERM-CODE.
           MOVE CASE-NUMBER-IN-FILE TO SORT-CASE-NUMBER.
           MOVE CASE-COURSE-NUMBER-IN-FILE TO SORT-COURSE-NUMBER.
           MOVE CASE-SECTION-NUMBER-IN-FILE TO SORT-SECTION-NUMBER.
           MOVE CASE-OFFENCE-TYPE-IN-FILE TO SORT-OFFENCE-TYPE.
           MOVE CASE-HEARING-DATE-IN-FILE TO SORT-HEARING-DATE.
           MOVE CASE-DECISION-IN-FILE TO SORT-DECISION.
           MOVE CASE-SANCTION-IN-FILE TO SORT-SANCTION.
           MOVE CASE-ASSESSMENT-IN-FILE TO SORT-ASSESSMENT.
           MOVE CASE-GENERATED-DATE-IN-FILE TO SORT-GENERATED-DATE.

       319-FIND-STUDENT-NAME.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE "NOT ON DEMOGRAPHICS" TO WS-STUDENT-NAME.
           PERFORM 321-MATCH-DEMOGRAPHIC-ENTRY
               VARYING DEMO-SUB FROM 1 BY 1
                   UNTIL DEMO-SUB > NUM-OF-DEMO-STUDENTS
                      OR DEMO-FOUND-FLAG = "Y".

       320-DESCRIBE-CASE.
           EVALUATE WS-OFFENCE-TYPE
               WHEN "PL" MOVE "PLAGIARISM" TO WS-OFFENCE-DESC
               WHEN "CH" MOVE "CHEATING ON EXAM" TO WS-OFFENCE-DESC
               WHEN "FA" MOVE "FABRICATION" TO WS-OFFENCE-DESC
               WHEN "CO" MOVE "UNAUTHORIZED COLLAB"
                             TO WS-OFFENCE-DESC
               WHEN "IM" MOVE "IMPERSONATION" TO WS-OFFENCE-DESC
               WHEN OTHER MOVE "OTHER" TO WS-OFFENCE-DESC
           END-EVALUATE.
           EVALUATE WS-DECISION
               WHEN "P" MOVE "PENDING" TO WS-DECISION-DESC
               WHEN "A" MOVE "UPHELD" TO WS-DECISION-DESC
               WHEN "D" MOVE "DISMISSED" TO WS-DECISION-DESC
               WHEN OTHER MOVE "UNKNOWN" TO WS-DECISION-DESC
           END-EVALUATE.
           EVALUATE WS-SANCTION
               WHEN "W" MOVE "WARNING" TO WS-SANCTION-DESC
               WHEN "Z"
                   MOVE "ZERO ON ASSESSMENT  " TO WS-SANCTION-DESC
                   MOVE WS-ASSESSMENT TO WS-SANCTION-DESC(20:1)
               WHEN "F" MOVE "F IN COURSE" TO WS-SANCTION-DESC
               WHEN OTHER MOVE "NONE" TO WS-SANCTION-DESC
           END-EVALUATE.

       321-MATCH-DEMOGRAPHIC-ENTRY.
           IF WS-LOOKUP-STUDENT-NUMBER =
                   DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE "Y" TO DEMO-FOUND-FLAG
               MOVE DEMO-STUDENT-NAME-WS(DEMO-SUB) TO WS-STUDENT-NAME
           END-IF.
