      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BURST-REPORT-BUNDLES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DISTRIBUTION-INPUT-FILE
         ASSIGN TO WS-DIST-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSIGNMENT-FILE
         ASSIGN TO WS-ASSIGNMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL INSTRUCTOR-FILE
         ASSIGN TO WS-INSTRUCTOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPECTED-RECIPIENT-FILE
         ASSIGN TO WS-EXPECTED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "BSTSORTW".

       SELECT BUNDLE-FILE
         ASSIGN TO WS-BUNDLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MANIFEST-REPORT
         ASSIGN TO WS-MANIFEST-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD DISTRIBUTION-INPUT-FILE.
       01 DISTRIBUTION-INPUT-RECORD.
           05 DIN-REPORT-ID PIC X(8).
           05 DIN-LINE-TYPE PIC X(1).
           05 DIN-COURSE-NUMBER PIC X(7).
           05 DIN-SECTION-NUMBER PIC X(3).
           05 DIN-TERM-CODE PIC X(6).
           05 DIN-INSTRUCTOR-ID PIC X(5).
           05 DIN-PRINT-LINE PIC X(80).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD-IN.
           05 ASGN-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASGN-SECTION-NUMBER-IN-FILE PIC X(3).
           05 ASGN-TERM-CODE-IN-FILE PIC X(6).
           05 ASGN-INSTRUCTOR-ID-IN-FILE PIC X(5).

       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD-IN.
           05 INST-ID-IN-FILE PIC X(5).
           05 INST-NAME-IN-FILE PIC X(20).
           05 INST-DEPARTMENT-IN-FILE PIC X(10).

       FD EXPECTED-RECIPIENT-FILE.
       01 EXPECTED-RECIPIENT-RECORD.
           05 EXP-REPORT-ID PIC X(8).
           05 EXP-RECIPIENT-TYPE PIC X(1).
           05 EXP-RECIPIENT-ID PIC X(10).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-REPORT-ID PIC X(8).
           05 SRT-RECIPIENT-TYPE PIC X(1).
           05 SRT-RECIPIENT-ID PIC X(10).
           05 SRT-LINE-SEQUENCE PIC 9(7).
           05 SRT-RECIPIENT-NAME PIC X(20).
           05 SRT-LINE-TYPE PIC X(1).
           05 SRT-PRINT-LINE PIC X(80).

       FD BUNDLE-FILE.
       01 BUNDLE-RECORD PIC X(80).

       FD MANIFEST-REPORT.
       01 MANIFEST-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-ROSTER-DIST-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ROSTDIST.TXT".
           05 WS-MISSING-DIST-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MISSDIST.TXT".
           05 WS-GRADE-DIST-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\GRDDDIST.TXT".
           05 WS-WORKLOAD-DIST-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WKLDDIST.TXT".
           05 WS-ASSIGNMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SECASSGN.TXT".
           05 WS-INSTRUCTOR-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\INSFILE.TXT".
           05 WS-EXPECTED-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISTEXPT.TXT".
           05 WS-MANIFEST-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISTMANF.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-BUNDLE-FOLDER-NAME PIC X(60)
                   VALUE "C:\Users\Nay-thwan\Desktop\".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-DIST-INPUT-NAME PIC X(80) VALUE SPACES.
           05 WS-BUNDLE-FILE-NAME PIC X(80) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "BURST-REPORT-BUNDLES".
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
           05 INPUT-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-EOF-FLAG PIC X(1) VALUE "N".
           05 EXPECTED-EOF-FLAG PIC X(1) VALUE "N".
           05 INSTRUCTOR-FOUND-FLAG PIC X(1) VALUE "N".
           05 REPORT-FOUND-FLAG PIC X(1) VALUE "N".
           05 BUNDLE-FOUND-FLAG PIC X(1) VALUE "N".
           05 BUNDLE-OPEN-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-LINES-READ PIC 9(7) VALUE ZERO.
           05 WS-LINE-SEQUENCE PIC 9(7) VALUE ZERO.
           05 WS-BUNDLES-PRODUCED PIC 9(5) VALUE ZERO.
           05 WS-BUNDLE-LINES-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-EXPECTED-READ PIC 9(5) VALUE ZERO.
           05 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.

       01 INPUT-COUNT-WS.
           05 INPUT-SUB PIC 9(1).
           05 INPUT-COUNT-ENTRY OCCURS 4 TIMES.
               10 INPUT-READ-COUNT PIC 9(7) VALUE ZERO.
               10 INPUT-RELEASED-COUNT PIC 9(7) VALUE ZERO.

       01 ROUTING-WS.
           05 WS-ROUTE-INSTRUCTOR-ID PIC X(5) VALUE SPACES.
           05 WS-ROUTE-INSTRUCTOR-NAME PIC X(20) VALUE SPACES.
           05 WS-ROUTE-DEPARTMENT PIC X(10) VALUE SPACES.
           05 WS-MATCHED-TERM-CODE PIC X(6) VALUE SPACES.

       01 CURRENT-BUNDLE-WS.
           05 WS-BUNDLE-REPORT-ID PIC X(8) VALUE SPACES.
           05 WS-BUNDLE-TYPE PIC X(1) VALUE SPACES.
           05 WS-BUNDLE-RECIPIENT-ID PIC X(10) VALUE SPACES.
           05 WS-BUNDLE-RECIPIENT-NAME PIC X(20) VALUE SPACES.
           05 WS-BUNDLE-PAGES PIC 9(5) VALUE ZERO.
           05 WS-BUNDLE-LINES PIC 9(7) VALUE ZERO.
           05 WS-BUNDLE-BODY-LINES PIC 9(7) VALUE ZERO.
           05 WS-BUNDLE-SHORT-NAME PIC X(24) VALUE SPACES.
           05 WS-NAME-RECIPIENT-ID PIC X(10) VALUE SPACES.
           05 WS-ID-SUB PIC 9(2).
           05 WS-ID-LENGTH PIC 9(2) VALUE 1.

       01 EXPECTED-CHECK-WS.
           05 WS-CHECK-REPORT-ID PIC X(8) VALUE SPACES.

       01 ASSIGNMENT-TABLE-WS.
           05 NUM-OF-ASSIGNMENTS PIC 9(3) VALUE ZERO.
           05 ASSIGNMENT-SUB PIC 9(3).
           05 ASSIGNMENT-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-ASSIGNMENTS.
               10 ASGN-COURSE-WS PIC X(7).
               10 ASGN-SECTION-WS PIC X(3).
               10 ASGN-TERM-WS PIC X(6).
               10 ASGN-INSTRUCTOR-WS PIC X(5).

       01 INSTRUCTOR-TABLE-WS.
           05 NUM-OF-INSTRUCTORS PIC 9(3) VALUE ZERO.
           05 INSTRUCTOR-SUB PIC 9(3).
           05 INSTRUCTOR-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-INSTRUCTORS.
               10 INST-ID-WS PIC X(5).
               10 INST-NAME-WS PIC X(20).
               10 INST-DEPARTMENT-WS PIC X(10).

       01 HEADING-TABLE-WS.
           05 NUM-OF-HEADINGS PIC 9(2) VALUE ZERO.
           05 HEADING-SUB PIC 9(2).
           05 HEADING-TABLE OCCURS 1 TO 40 TIMES
                   DEPENDING ON NUM-OF-HEADINGS.
               10 HDG-REPORT-ID-WS PIC X(8).
               10 HDG-PRINT-LINE-WS PIC X(80).

       01 REPORT-TABLE-WS.
           05 NUM-OF-REPORTS PIC 9(2) VALUE ZERO.
           05 REPORT-SUB PIC 9(2).
           05 REPORT-TABLE OCCURS 1 TO 20 TIMES
                   DEPENDING ON NUM-OF-REPORTS.
               10 REPORT-ID-WS PIC X(8).

       01 BUNDLE-TABLE-WS.
           05 NUM-OF-BUNDLES PIC 9(3) VALUE ZERO.
           05 BUNDLE-SUB PIC 9(3).
           05 BUNDLE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-BUNDLES.
               10 BNDL-REPORT-ID-WS PIC X(8).
               10 BNDL-TYPE-WS PIC X(1).
               10 BNDL-RECIPIENT-ID-WS PIC X(10).

       01 MANIFEST-HEADER.
           05 FILLER PIC X(35)
                   VALUE "REPORT DISTRIBUTION MANIFEST  DATE ".
           05 MFH-RUN-DATE PIC 9(8).

       01 MANIFEST-COLUMN-HEADER.
           05 FILLER PIC X(30) VALUE "REPORT   T RECIPIENT  NAME".
           05 FILLER PIC X(26) VALUE "                PAGES  LIN".
           05 FILLER PIC X(24) VALUE "ES  FILE".

       01 MANIFEST-DETAIL-STRUCTURE.
           05 MFD-REPORT-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFD-RECIPIENT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFD-RECIPIENT-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFD-RECIPIENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFD-PAGES PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MFD-LINES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MFD-FILE-NAME PIC X(24).

       01 MANIFEST-CHECK-HEADER.
           05 FILLER PIC X(24) VALUE "EXPECTED RECIPIENT CHECK".

       01 MANIFEST-MISSING-STRUCTURE.
           05 MFM-REPORT-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFM-RECIPIENT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MFM-RECIPIENT-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(32)
                   VALUE "*** MISSING - NO BUNDLE PRODUCED".

       01 MANIFEST-MESSAGE-LINE PIC X(80) VALUE SPACES.

       01 MANIFEST-TRAILER.
           05 FILLER PIC X(18) VALUE "BUNDLES PRODUCED: ".
           05 MFT-BUNDLES PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 MFT-LINES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  MISSING: ".
           05 MFT-MISSING PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-BURST-REPORT-BUNDLES.
           PERFORM 201-INITIATE-BURST-JOB.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REPORT-ID
                                SRT-RECIPIENT-TYPE
                                SRT-RECIPIENT-ID
                                SRT-LINE-SEQUENCE
               INPUT PROCEDURE 301-SELECT-DISTRIBUTION-LINES
               OUTPUT PROCEDURE 302-WRITE-RECIPIENT-BUNDLES.
           PERFORM 202-CHECK-EXPECTED-RECIPIENTS.
           PERFORM 203-TERMINATE-BURST-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-BURST-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 312-LOAD-ASSIGNMENT-TABLE
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
           CLOSE ASSIGNMENT-FILE.
           OPEN INPUT INSTRUCTOR-FILE.
           PERFORM 313-LOAD-INSTRUCTOR-TABLE
               UNTIL INSTRUCTOR-EOF-FLAG = "Y".
           CLOSE INSTRUCTOR-FILE.
           OPEN OUTPUT MANIFEST-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT MFH-RUN-DATE FROM DATE YYYYMMDD.
           WRITE MANIFEST-REPORT-RECORD FROM MANIFEST-HEADER.
           WRITE MANIFEST-REPORT-RECORD FROM MANIFEST-COLUMN-HEADER.

       202-CHECK-EXPECTED-RECIPIENTS.
           WRITE MANIFEST-REPORT-RECORD FROM MANIFEST-CHECK-HEADER.
           OPEN INPUT EXPECTED-RECIPIENT-FILE.
           PERFORM 320-CHECK-EXPECTED-ENTRY
               UNTIL EXPECTED-EOF-FLAG = "Y".
           CLOSE EXPECTED-RECIPIENT-FILE.
           IF WS-EXPECTED-READ = ZERO
               MOVE "  NO EXPECTED RECIPIENT LIST SUPPLIED"
                   TO MANIFEST-MESSAGE-LINE
               WRITE MANIFEST-REPORT-RECORD FROM MANIFEST-MESSAGE-LINE
           ELSE
               IF WS-MISSING-COUNT = ZERO
                   MOVE "  ALL EXPECTED RECIPIENTS HAVE A BUNDLE"
                       TO MANIFEST-MESSAGE-LINE
                   WRITE MANIFEST-REPORT-RECORD
                       FROM MANIFEST-MESSAGE-LINE
               END-IF
           END-IF.

       203-TERMINATE-BURST-JOB.
           MOVE WS-BUNDLES-PRODUCED TO MFT-BUNDLES.
           MOVE WS-BUNDLE-LINES-TOTAL TO MFT-LINES.
           MOVE WS-MISSING-COUNT TO MFT-MISSING.
           WRITE MANIFEST-REPORT-RECORD FROM MANIFEST-TRAILER.
           PERFORM 309-WRITE-AUDIT-LOG
               VARYING INPUT-SUB FROM 1 BY 1 UNTIL INPUT-SUB > 4.
           DISPLAY "REPORT DISTRIBUTION BURST COMPLETE".
           DISPLAY "  REPORT LINES READ: " WS-LINES-READ.
           DISPLAY "  BUNDLES PRODUCED : " WS-BUNDLES-PRODUCED.
           DISPLAY "  BUNDLES MISSING  : " WS-MISSING-COUNT.
           CLOSE MANIFEST-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-LINES-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-SELECT-DISTRIBUTION-LINES.
           PERFORM 303-READ-DISTRIBUTION-FILE
               VARYING INPUT-SUB FROM 1 BY 1 UNTIL INPUT-SUB > 4.

       302-WRITE-RECIPIENT-BUNDLES.
           PERFORM 306-RETURN-SORTED-LINE
               UNTIL SORT-EOF-FLAG = "Y".
           IF BUNDLE-OPEN-FLAG = "Y"
               PERFORM 314-CLOSE-RECIPIENT-BUNDLE
           END-IF.

       303-READ-DISTRIBUTION-FILE.
           PERFORM 315-SELECT-DISTRIBUTION-FILE-NAME.
           MOVE "N" TO INPUT-EOF-FLAG.
           OPEN INPUT DISTRIBUTION-INPUT-FILE.
           PERFORM 304-PROCESS-DISTRIBUTION-LINE
               UNTIL INPUT-EOF-FLAG = "Y".
           CLOSE DISTRIBUTION-INPUT-FILE.

       304-PROCESS-DISTRIBUTION-LINE.
           READ DISTRIBUTION-INPUT-FILE
               AT END MOVE "Y" TO INPUT-EOF-FLAG
               NOT AT END
                   ADD 1 TO INPUT-READ-COUNT(INPUT-SUB)
                   ADD 1 TO WS-LINES-READ
                   PERFORM 327-NOTE-REPORT-PROCESSED
                   EVALUATE DIN-LINE-TYPE
                       WHEN "H"
                           PERFORM 307-STORE-HEADING-LINE
                       WHEN "T"
                           CONTINUE
                       WHEN OTHER
                           PERFORM 305-ROUTE-DISTRIBUTION-LINE
                   END-EVALUATE
           END-READ.

       305-ROUTE-DISTRIBUTION-LINE.
           ADD 1 TO WS-LINE-SEQUENCE.
           MOVE SPACES TO WS-ROUTE-INSTRUCTOR-ID.
           IF DIN-INSTRUCTOR-ID = SPACES
               PERFORM 316-FIND-SECTION-INSTRUCTOR
           ELSE
               IF DIN-INSTRUCTOR-ID NOT = "*UNAS"
                   MOVE DIN-INSTRUCTOR-ID TO WS-ROUTE-INSTRUCTOR-ID
               END-IF
           END-IF.
           IF WS-ROUTE-INSTRUCTOR-ID = SPACES
               MOVE "U" TO SRT-RECIPIENT-TYPE
               MOVE "UNASSIGNED" TO SRT-RECIPIENT-ID
               MOVE "REGISTRAR" TO SRT-RECIPIENT-NAME
               PERFORM 326-RELEASE-RECIPIENT-LINE
           ELSE
               PERFORM 318-FIND-INSTRUCTOR-ENTRY
               MOVE "I" TO SRT-RECIPIENT-TYPE
               MOVE WS-ROUTE-INSTRUCTOR-ID TO SRT-RECIPIENT-ID
               MOVE WS-ROUTE-INSTRUCTOR-NAME TO SRT-RECIPIENT-NAME
               PERFORM 326-RELEASE-RECIPIENT-LINE
               IF INSTRUCTOR-FOUND-FLAG = "Y"
                   IF WS-ROUTE-DEPARTMENT NOT = SPACES
                       MOVE "D" TO SRT-RECIPIENT-TYPE
                       MOVE WS-ROUTE-DEPARTMENT TO SRT-RECIPIENT-ID
                       MOVE "DEPARTMENT CHAIR" TO SRT-RECIPIENT-NAME
                       PERFORM 326-RELEASE-RECIPIENT-LINE
                   END-IF
               ELSE
                   MOVE "U" TO SRT-RECIPIENT-TYPE
                   MOVE "UNASSIGNED" TO SRT-RECIPIENT-ID
                   MOVE "REGISTRAR" TO SRT-RECIPIENT-NAME
                   PERFORM 326-RELEASE-RECIPIENT-LINE
               END-IF
           END-IF.

       306-RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 310-WRITE-BUNDLE-LINE
           END-RETURN.

       307-STORE-HEADING-LINE.
           IF NUM-OF-HEADINGS < 40
               ADD 1 TO NUM-OF-HEADINGS
               MOVE DIN-REPORT-ID TO HDG-REPORT-ID-WS(NUM-OF-HEADINGS)
               MOVE DIN-PRINT-LINE
                   TO HDG-PRINT-LINE-WS(NUM-OF-HEADINGS)
           END-IF.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-ROSTER-DIST-NAME FROM SYSIN
               ACCEPT WS-MISSING-DIST-NAME FROM SYSIN
               ACCEPT WS-GRADE-DIST-NAME FROM SYSIN
               ACCEPT WS-WORKLOAD-DIST-NAME FROM SYSIN
               ACCEPT WS-ASSIGNMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-INSTRUCTOR-FILE-NAME FROM SYSIN
               ACCEPT WS-EXPECTED-FILE-NAME FROM SYSIN
               ACCEPT WS-MANIFEST-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-BUNDLE-FOLDER-NAME FROM SYSIN
           END-IF.

       309-WRITE-AUDIT-LOG.
           PERFORM 315-SELECT-DISTRIBUTION-FILE-NAME.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-DIST-INPUT-NAME TO AUDIT-INPUT-FILE.
           MOVE INPUT-READ-COUNT(INPUT-SUB) TO AUDIT-RECORDS-READ.
           MOVE INPUT-RELEASED-COUNT(INPUT-SUB)
               TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-WRITE-BUNDLE-LINE.
           IF BUNDLE-OPEN-FLAG = "Y"
               IF SRT-REPORT-ID NOT = WS-BUNDLE-REPORT-ID
                       OR SRT-RECIPIENT-TYPE NOT = WS-BUNDLE-TYPE
                       OR SRT-RECIPIENT-ID NOT = WS-BUNDLE-RECIPIENT-ID
                   PERFORM 314-CLOSE-RECIPIENT-BUNDLE
               END-IF
           END-IF.
           IF BUNDLE-OPEN-FLAG NOT = "Y"
               PERFORM 311-OPEN-RECIPIENT-BUNDLE
           END-IF.
           IF SRT-LINE-TYPE = "P" AND WS-BUNDLE-BODY-LINES > ZERO
               WRITE BUNDLE-RECORD FROM SRT-PRINT-LINE
                   AFTER ADVANCING PAGE
               ADD 1 TO WS-BUNDLE-PAGES
           ELSE
               WRITE BUNDLE-RECORD FROM SRT-PRINT-LINE
           END-IF.
           ADD 1 TO WS-BUNDLE-BODY-LINES.
           ADD 1 TO WS-BUNDLE-LINES.

       311-OPEN-RECIPIENT-BUNDLE.
           MOVE SRT-REPORT-ID TO WS-BUNDLE-REPORT-ID.
           MOVE SRT-RECIPIENT-TYPE TO WS-BUNDLE-TYPE.
           MOVE SRT-RECIPIENT-ID TO WS-BUNDLE-RECIPIENT-ID.
           MOVE SRT-RECIPIENT-NAME TO WS-BUNDLE-RECIPIENT-NAME.
           PERFORM 323-BUILD-BUNDLE-FILE-NAME.
           OPEN OUTPUT BUNDLE-FILE.
           MOVE "Y" TO BUNDLE-OPEN-FLAG.
           MOVE 1 TO WS-BUNDLE-PAGES.
           MOVE ZERO TO WS-BUNDLE-LINES.
           MOVE ZERO TO WS-BUNDLE-BODY-LINES.
           PERFORM 325-WRITE-HEADING-LINE
               VARYING HEADING-SUB FROM 1 BY 1
                   UNTIL HEADING-SUB > NUM-OF-HEADINGS.

       312-LOAD-ASSIGNMENT-TABLE.
           READ ASSIGNMENT-FILE
             AT END MOVE "Y" TO ASSIGNMENT-EOF-FLAG
               NOT AT END
                 IF NUM-OF-ASSIGNMENTS < 999
                     ADD 1 TO NUM-OF-ASSIGNMENTS
                     MOVE ASSIGNMENT-RECORD-IN
                         TO ASSIGNMENT-TABLE(NUM-OF-ASSIGNMENTS)
                 END-IF
           END-READ.

       313-LOAD-INSTRUCTOR-TABLE.
           READ INSTRUCTOR-FILE
             AT END MOVE "Y" TO INSTRUCTOR-EOF-FLAG
               NOT AT END
                 IF NUM-OF-INSTRUCTORS < 500
                     ADD 1 TO NUM-OF-INSTRUCTORS
                     MOVE INSTRUCTOR-RECORD-IN
                         TO INSTRUCTOR-TABLE(NUM-OF-INSTRUCTORS)
                 END-IF
           END-READ.

       314-CLOSE-RECIPIENT-BUNDLE.
           CLOSE BUNDLE-FILE.
           MOVE "N" TO BUNDLE-OPEN-FLAG.
           MOVE WS-BUNDLE-REPORT-ID TO MFD-REPORT-ID.
           MOVE WS-BUNDLE-TYPE TO MFD-RECIPIENT-TYPE.
           MOVE WS-BUNDLE-RECIPIENT-ID TO MFD-RECIPIENT-ID.
           MOVE WS-BUNDLE-RECIPIENT-NAME TO MFD-RECIPIENT-NAME.
           MOVE WS-BUNDLE-PAGES TO MFD-PAGES.
           MOVE WS-BUNDLE-LINES TO MFD-LINES.
           MOVE WS-BUNDLE-SHORT-NAME TO MFD-FILE-NAME.
           WRITE MANIFEST-REPORT-RECORD
               FROM MANIFEST-DETAIL-STRUCTURE.
           ADD 1 TO WS-BUNDLES-PRODUCED.
           ADD WS-BUNDLE-LINES TO WS-BUNDLE-LINES-TOTAL.
           IF NUM-OF-BUNDLES < 999
               ADD 1 TO NUM-OF-BUNDLES
               MOVE WS-BUNDLE-REPORT-ID
                   TO BNDL-REPORT-ID-WS(NUM-OF-BUNDLES)
               MOVE WS-BUNDLE-TYPE TO BNDL-TYPE-WS(NUM-OF-BUNDLES)
               MOVE WS-BUNDLE-RECIPIENT-ID
                   TO BNDL-RECIPIENT-ID-WS(NUM-OF-BUNDLES)
           END-IF.

       315-SELECT-DISTRIBUTION-FILE-NAME.
           EVALUATE INPUT-SUB
               WHEN 1
                   MOVE WS-ROSTER-DIST-NAME TO WS-DIST-INPUT-NAME
               WHEN 2
                   MOVE WS-MISSING-DIST-NAME TO WS-DIST-INPUT-NAME
               WHEN 3
                   MOVE WS-GRADE-DIST-NAME TO WS-DIST-INPUT-NAME
               WHEN 4
                   MOVE WS-WORKLOAD-DIST-NAME TO WS-DIST-INPUT-NAME
           END-EVALUATE.

       316-FIND-SECTION-INSTRUCTOR.
           MOVE SPACES TO WS-MATCHED-TERM-CODE.
           PERFORM 317-MATCH-ASSIGNMENT-ENTRY
               VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > NUM-OF-ASSIGNMENTS.

       317-MATCH-ASSIGNMENT-ENTRY.
           IF DIN-COURSE-NUMBER = ASGN-COURSE-WS(ASSIGNMENT-SUB)
                   AND DIN-SECTION-NUMBER =
                       ASGN-SECTION-WS(ASSIGNMENT-SUB)
               IF DIN-TERM-CODE = ASGN-TERM-WS(ASSIGNMENT-SUB)
                       OR (DIN-TERM-CODE = SPACES
                           AND ASGN-TERM-WS(ASSIGNMENT-SUB)
                               NOT < WS-MATCHED-TERM-CODE)
                   MOVE ASGN-TERM-WS(ASSIGNMENT-SUB)
                       TO WS-MATCHED-TERM-CODE
                   MOVE ASGN-INSTRUCTOR-WS(ASSIGNMENT-SUB)
                       TO WS-ROUTE-INSTRUCTOR-ID
               END-IF
           END-IF.

       318-FIND-INSTRUCTOR-ENTRY.
           MOVE "N" TO INSTRUCTOR-FOUND-FLAG.
           MOVE "*** NOT ON MASTER ***" TO WS-ROUTE-INSTRUCTOR-NAME.
           MOVE SPACES TO WS-ROUTE-DEPARTMENT.
           PERFORM 319-MATCH-INSTRUCTOR-ENTRY
               VARYING INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL INSTRUCTOR-SUB > NUM-OF-INSTRUCTORS
                      OR INSTRUCTOR-FOUND-FLAG = "Y".

       319-MATCH-INSTRUCTOR-ENTRY.
           IF WS-ROUTE-INSTRUCTOR-ID = INST-ID-WS(INSTRUCTOR-SUB)
               MOVE "Y" TO INSTRUCTOR-FOUND-FLAG
               MOVE INST-NAME-WS(INSTRUCTOR-SUB)
                   TO WS-ROUTE-INSTRUCTOR-NAME
               MOVE INST-DEPARTMENT-WS(INSTRUCTOR-SUB)
                   TO WS-ROUTE-DEPARTMENT
           END-IF.

       320-CHECK-EXPECTED-ENTRY.
           READ EXPECTED-RECIPIENT-FILE
               AT END MOVE "Y" TO EXPECTED-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-EXPECTED-READ
                   IF EXP-REPORT-ID = SPACES
                       PERFORM 329-CHECK-EXPECTED-FOR-REPORT
                           VARYING REPORT-SUB FROM 1 BY 1
                               UNTIL REPORT-SUB > NUM-OF-REPORTS
                   ELSE
                       MOVE EXP-REPORT-ID TO WS-CHECK-REPORT-ID
                       PERFORM 321-CHECK-EXPECTED-BUNDLE
                   END-IF
           END-READ.

       321-CHECK-EXPECTED-BUNDLE.
           MOVE "N" TO BUNDLE-FOUND-FLAG.
           PERFORM 322-MATCH-BUNDLE-ENTRY
               VARYING BUNDLE-SUB FROM 1 BY 1
                   UNTIL BUNDLE-SUB > NUM-OF-BUNDLES
                      OR BUNDLE-FOUND-FLAG = "Y".
           IF BUNDLE-FOUND-FLAG NOT = "Y"
               MOVE WS-CHECK-REPORT-ID TO MFM-REPORT-ID
               MOVE EXP-RECIPIENT-TYPE TO MFM-RECIPIENT-TYPE
               MOVE EXP-RECIPIENT-ID TO MFM-RECIPIENT-ID
               WRITE MANIFEST-REPORT-RECORD
                   FROM MANIFEST-MISSING-STRUCTURE
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       322-MATCH-BUNDLE-ENTRY.
           IF WS-CHECK-REPORT-ID = BNDL-REPORT-ID-WS(BUNDLE-SUB)
                   AND EXP-RECIPIENT-TYPE = BNDL-TYPE-WS(BUNDLE-SUB)
                   AND EXP-RECIPIENT-ID =
                       BNDL-RECIPIENT-ID-WS(BUNDLE-SUB)
               MOVE "Y" TO BUNDLE-FOUND-FLAG
           END-IF.

       323-BUILD-BUNDLE-FILE-NAME.
           MOVE WS-BUNDLE-RECIPIENT-ID TO WS-NAME-RECIPIENT-ID.
           MOVE 1 TO WS-ID-LENGTH.
           PERFORM 324-MEASURE-RECIPIENT-ID
               VARYING WS-ID-SUB FROM 1 BY 1 UNTIL WS-ID-SUB > 10.
           INSPECT WS-NAME-RECIPIENT-ID(1:WS-ID-LENGTH)
               REPLACING ALL SPACE BY "-".
           MOVE SPACES TO WS-BUNDLE-SHORT-NAME.
           STRING WS-BUNDLE-REPORT-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-BUNDLE-TYPE DELIMITED BY SIZE
                  WS-NAME-RECIPIENT-ID(1:WS-ID-LENGTH)
                      DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-BUNDLE-SHORT-NAME.
           MOVE SPACES TO WS-BUNDLE-FILE-NAME.
           STRING WS-BUNDLE-FOLDER-NAME DELIMITED BY SPACE
                  WS-BUNDLE-SHORT-NAME DELIMITED BY SPACE
               INTO WS-BUNDLE-FILE-NAME.

       324-MEASURE-RECIPIENT-ID.
           IF WS-NAME-RECIPIENT-ID(WS-ID-SUB:1) NOT = SPACE
               MOVE WS-ID-SUB TO WS-ID-LENGTH
           END-IF.

       325-WRITE-HEADING-LINE.
           IF HDG-REPORT-ID-WS(HEADING-SUB) = WS-BUNDLE-REPORT-ID
               WRITE BUNDLE-RECORD FROM HDG-PRINT-LINE-WS(HEADING-SUB)
               ADD 1 TO WS-BUNDLE-LINES
           END-IF.

       326-RELEASE-RECIPIENT-LINE.
           MOVE DIN-REPORT-ID TO SRT-REPORT-ID.
           MOVE WS-LINE-SEQUENCE TO SRT-LINE-SEQUENCE.
           MOVE DIN-LINE-TYPE TO SRT-LINE-TYPE.
           MOVE DIN-PRINT-LINE TO SRT-PRINT-LINE.
           RELEASE SORT-RECORD.
           ADD 1 TO INPUT-RELEASED-COUNT(INPUT-SUB).

       327-NOTE-REPORT-PROCESSED.
           MOVE "N" TO REPORT-FOUND-FLAG.
           PERFORM 328-MATCH-REPORT-ENTRY
               VARYING REPORT-SUB FROM 1 BY 1
                   UNTIL REPORT-SUB > NUM-OF-REPORTS
                      OR REPORT-FOUND-FLAG = "Y".
           IF REPORT-FOUND-FLAG NOT = "Y" AND NUM-OF-REPORTS < 20
               ADD 1 TO NUM-OF-REPORTS
               MOVE DIN-REPORT-ID TO REPORT-ID-WS(NUM-OF-REPORTS)
           END-IF.

       328-MATCH-REPORT-ENTRY.
           IF DIN-REPORT-ID = REPORT-ID-WS(REPORT-SUB)
               MOVE "Y" TO REPORT-FOUND-FLAG
           END-IF.

       329-CHECK-EXPECTED-FOR-REPORT.
           MOVE REPORT-ID-WS(REPORT-SUB) TO WS-CHECK-REPORT-ID.
           PERFORM 321-CHECK-EXPECTED-BUNDLE.
