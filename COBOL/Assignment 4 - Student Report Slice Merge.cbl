      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. MERGE-REPORT-SLICES.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SLICE-CONTROL-FILE
         ASSIGN TO WS-SLICE-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-STATUS-FILE
         ASSIGN TO WS-SLICE-STATUS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-EXTRACT-FILE
         ASSIGN TO WS-SLICE-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-RECYCLE-FILE
         ASSIGN TO WS-SLICE-RECYCLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SLICE-DUPLICATES-FILE
         ASSIGN TO WS-SLICE-DUPLICATES-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXTRACT-SORT-FILE
         ASSIGN "RPTSRTX".

       SELECT RECYCLE-SORT-FILE
         ASSIGN "RPTSRTR".

       SELECT STUDENT-REPORT
         ASSIGN TO WS-STUDENT-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STUDENT-EXCEPTION-RPT
         ASSIGN TO WS-EXCEPTION-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTION-RECYCLE-FILE
         ASSIGN TO WS-RECYCLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DUPLICATES-REPORT
         ASSIGN TO WS-DUPLICATES-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GPA-HISTORY-FILE
         ASSIGN TO WS-GPA-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD SLICE-CONTROL-FILE.
       01 SLICE-CONTROL-RECORD.
           05 SLCTL-SLICE-NUMBER PIC 9(2).
           05 SLCTL-LOW-STUDENT PIC 9(9).
           05 SLCTL-HIGH-STUDENT PIC 9(9).
           05 SLCTL-STATUS-FILE-NAME PIC X(80).
           05 SLCTL-EXTRACT-FILE-NAME PIC X(80).
           05 SLCTL-RECYCLE-FILE-NAME PIC X(80).
           05 SLCTL-DUPLICATES-FILE-NAME PIC X(80).

       FD SLICE-STATUS-FILE.
       01 SLICE-STATUS-RECORD.
           05 SLST-PROGRAM-NAME PIC X(20).
           05 SLST-SLICE-NUMBER PIC 9(2).
           05 SLST-LOW-STUDENT PIC 9(9).
           05 SLST-HIGH-STUDENT PIC 9(9).
           05 SLST-STATUS PIC X(1).
               88 SLICE-STARTED VALUE "S".
               88 SLICE-COMPLETE VALUE "C".
               88 SLICE-FAILED VALUE "F".
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

       FD SLICE-EXTRACT-FILE.
       01 SLICE-EXTRACT-RECORD PIC X(52).

       FD SLICE-RECYCLE-FILE.
       01 SLICE-RECYCLE-RECORD PIC X(87).

       FD SLICE-DUPLICATES-FILE.
       01 SLICE-DUPLICATES-RECORD PIC X(80).

       SD EXTRACT-SORT-FILE.
       01 EXTRACT-SORT-RECORD.
           05 SLX-PROGRAM-NUMBER PIC X(3).
           05 SLX-STUDENT-NUMBER PIC X(9).
           05 SLX-COURSE-NUMBER PIC X(7).
           05 SLX-TERM-CODE PIC X(6).
           05 SLX-STUDENT-NAME PIC X(20).
           05 SLX-AVRG PIC 9(3).
           05 SLX-GRADE PIC X(1).
           05 SLX-GRADING-BASIS PIC X(1).
               88 SLX-GRADED-BASIS VALUE "G" SPACE.
           05 SLX-CREDITS PIC 9(2).

       SD RECYCLE-SORT-FILE.
       01 RECYCLE-SORT-RECORD.
           05 RSRT-STUDENT-NAME PIC X(20).
           05 RSRT-STUDENT-NUMBER PIC X(9).
           05 RSRT-PROGRAM-NUMBER PIC X(3).
           05 RSRT-COURSE-NUMBER PIC X(7).
           05 RSRT-TERM-CODE PIC X(6).
           05 FILLER PIC X(15).
           05 FILLER PIC X(2).
           05 RSRT-REASON PIC X(25).

       FD STUDENT-REPORT.
       01 REPORT-RECORD PIC X(80).

       FD STUDENT-EXCEPTION-RPT.
       01 EXCEPTION-REPORT-RECORD PIC X(80).

       FD EXCEPTION-RECYCLE-FILE.
       01 EXCEPTION-RECYCLE-RECORD PIC X(87).

       FD DUPLICATES-REPORT.
       01 DUPLICATES-REPORT-RECORD PIC X(80).

       FD GPA-HISTORY-FILE.
       01 GPA-HISTORY-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SLICE-CONTROL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RPTSLICE.TXT".
           05 WS-STUDENT-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STURPT.TXT".
           05 WS-EXCEPTION-RPT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUEXCA2.TXT".
           05 WS-RECYCLE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUEXRCY.TXT".
           05 WS-DUPLICATES-RPT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDUPS.TXT".
           05 WS-GPA-HISTORY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUGPAHS.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-EXCEPTION-TOLERANCE PIC 9(5) VALUE ZERO.
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-SLICE-STATUS-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-EXTRACT-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-RECYCLE-FILE-NAME PIC X(80) VALUE SPACES.
           05 WS-SLICE-DUPLICATES-FILE-NAME PIC X(80) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MERGE-REPORT-SLICES".
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

       01 SLICE-TABLE-WS.
           05 NUM-OF-SLICES PIC 9(2) VALUE ZERO.
           05 SLICE-SUB PIC 9(2).
           05 SLICE-CONTROL-EOF-FLAG PIC X(1) VALUE "N".
           05 SLICE-FILE-EOF-FLAG PIC X(1) VALUE "N".
           05 SLICE-STATUS-FOUND-FLAG PIC X(1) VALUE "N".
           05 MERGE-DENIED-SW PIC X(1) VALUE "N".
               88 MERGE-REFUSED VALUE "Y".
           05 WS-EXPECTED-LOW-STUDENT PIC 9(10) VALUE ZERO.
           05 WS-REFUSAL-REASON PIC X(40) VALUE SPACES.
           05 SLICE-ENTRY-TABLE OCCURS 20 TIMES.
               10 SLICE-NUMBER-WS PIC 9(2).
               10 SLICE-LOW-WS PIC 9(9).
               10 SLICE-HIGH-WS PIC 9(9).
               10 SLICE-STATUS-NAME-WS PIC X(80).
               10 SLICE-EXTRACT-NAME-WS PIC X(80).
               10 SLICE-RECYCLE-NAME-WS PIC X(80).
               10 SLICE-DUPLICATES-NAME-WS PIC X(80).
               10 SLICE-READ-WS PIC 9(7).
               10 SLICE-STUDENT-COUNT-WS PIC 9(5).
               10 SLICE-CLASS-TOTAL-WS PIC 9(9).
               10 SLICE-EXTRACT-COUNT-WS PIC 9(7).
               10 SLICE-EXCEPTION-COUNT-WS PIC 9(7).

       01 MERGE-TOTALS-WS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-SLICE-CLASS-TOTAL PIC 9(9) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.
           05 RECON-MISMATCH-SW PIC X(1) VALUE "N".

       01 SLICE-COUNT-MISMATCH-STRUCTURE.
           05 FILLER PIC X(10) VALUE "*** SLICE ".
           05 SCM-SLICE-NUMBER PIC 99.
           05 FILLER PIC X(24) VALUE " EXTRACT HOLDS STUDENTS ".
           05 SCM-EXTRACT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE " STATUS RECORDED: ".
           05 SCM-STATUS-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE " ***".

       01 PRINT-CONTROL-WS.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
           05 WS-LINE-COUNT PIC 9(2) VALUE 99.
           05 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
           05 WS-EXC-LINE-COUNT PIC 9(2) VALUE 99.
           05 WS-EXC-PAGE-COUNT PIC 9(4) VALUE ZERO.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-PRINT-LINE PIC X(80) VALUE SPACES.
           05 WS-EXC-PRINT-LINE PIC X(80) VALUE SPACES.

       01 PAGE-HEADING-STRUCTURE.
           05 PHS-TITLE PIC X(30) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 PHS-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  PAGE: ".
           05 PHS-PAGE PIC ZZZ9.

       01 EXCEPTION-COLUMN-HEADER.
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "REASON".

       01 OUTPUT-RECORD-HEADER.
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PROGRAM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "AVERAGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "GRADE".

       01 OUTPUT-RECORD-STRUCTURE.
           05 STU-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
           05 STU-PRGRM PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STU-AVRG PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 STU-GRADE PIC X(1).

       01 OUTPUT-RECORD-PGM-SUBTOTAL.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 SUBT-PRGRM PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "STUDENT COUNT: ".
           05 SUBT-STUDENT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "PROGRAM AVRAGE:".
           05 SUBT-PGM-AVRG PIC ZZ9.

       01 OUTPUT-RECORD-TRAILER.
           05 FILLER PIC X(15) VALUE "TOTAL STUDENTS:".
           05 TRLR-STUDENT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CLASS AVERAGE:".
           05 TRLR-CLASS-AVRG PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "HIGH AVERAGE:".
           05 TRLR-HIGH-AVRG PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "LOW AVERAGE:".
           05 TRLR-LOW-AVRG PIC ZZ9.

       01 EXCEPTION-RECORD-STRUCTURE.
           05 EXC-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(25).

       01 GPA-HISTORY-RECORD-STRUCTURE.
           05 GPAH-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GPAH-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GPAH-TERM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GPAH-AVRG PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GPAH-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GPAH-CREDITS PIC 9(2).

       01 CLASS-TOTALS.
           05 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CLASS-TOTAL PIC 9(9) VALUE ZERO.
           05 WS-HIGH-AVRG PIC 9(3) VALUE ZERO.
           05 WS-LOW-AVRG PIC 9(3) VALUE 999.

       01 PROGRAM-BREAK-WS.
           05 WS-PREV-PROGRAM-NUMBER PIC X(3) VALUE SPACES.
           05 WS-PGM-STUDENT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-PGM-TOTAL PIC 9(9) VALUE ZERO.
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".

       01 FLAGS.
           05 EXTRACT-SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 RECYCLE-SORT-EOF-FLAG PIC X(1) VALUE "N".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-MERGE-REPORT-SLICES.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           PERFORM 301-VERIFY-SLICES.
           IF MERGE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-MERGE-JOB
               PERFORM 202-MERGE-SLICE-OUTPUTS
               PERFORM 203-TERMINATE-MERGE-JOB
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           STOP RUN.

       201-INITIATE-MERGE-JOB.
           OPEN OUTPUT STUDENT-REPORT STUDENT-EXCEPTION-RPT
                       EXCEPTION-RECYCLE-FILE DUPLICATES-REPORT.
           OPEN EXTEND GPA-HISTORY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       202-MERGE-SLICE-OUTPUTS.
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY SLX-PROGRAM-NUMBER
                                SLX-STUDENT-NUMBER
                                SLX-COURSE-NUMBER
                                SLX-TERM-CODE
               INPUT PROCEDURE 305-RELEASE-SLICE-EXTRACTS
               OUTPUT PROCEDURE 310-PRINT-STUDENT-REPORT.
           SORT RECYCLE-SORT-FILE
               ON ASCENDING KEY RSRT-PROGRAM-NUMBER
                                RSRT-STUDENT-NUMBER
                                RSRT-COURSE-NUMBER
                                RSRT-TERM-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 318-RELEASE-SLICE-RECYCLES
               OUTPUT PROCEDURE 321-PRINT-EXCEPTION-REPORT.
           PERFORM 325-COPY-SLICE-DUPLICATES
               VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB > NUM-OF-SLICES.
           PERFORM 311-CHECK-SLICE-COUNTS
               VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB > NUM-OF-SLICES.
           IF WS-CLASS-TOTAL NOT = WS-SLICE-CLASS-TOTAL
               MOVE "Y" TO RECON-MISMATCH-SW
               DISPLAY "*** CLASS TOTAL " WS-CLASS-TOTAL
                   " DOES NOT MATCH SLICE TOTAL "
                   WS-SLICE-CLASS-TOTAL " ***"
           END-IF.

       203-TERMINATE-MERGE-JOB.
           PERFORM 313-WRITE-AUDIT-LOG.
           CLOSE STUDENT-REPORT STUDENT-EXCEPTION-RPT
               EXCEPTION-RECYCLE-FILE DUPLICATES-REPORT
               GPA-HISTORY-FILE AUDIT-LOG-FILE.
           DISPLAY "STUDENT REPORT SLICE MERGE COMPLETE".
           DISPLAY "  SLICES MERGED:      " NUM-OF-SLICES.
           DISPLAY "  RECORDS READ:       " WS-RECORDS-READ.
           DISPLAY "  STUDENTS REPORTED:  " WS-STUDENT-COUNT.
           DISPLAY "  EXCEPTIONS:         " WS-EXCEPTION-COUNT.
           DISPLAY "  DUPLICATES DROPPED: " WS-DUPLICATE-COUNT.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
                   OR RECON-MISMATCH-SW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > WS-EXCEPTION-TOLERANCE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-VERIFY-SLICES.
           OPEN INPUT SLICE-CONTROL-FILE.
           PERFORM 302-LOAD-SLICE-ENTRY
               UNTIL SLICE-CONTROL-EOF-FLAG = "Y".
           CLOSE SLICE-CONTROL-FILE.
           IF NUM-OF-SLICES = ZERO AND NOT MERGE-REFUSED
               MOVE ZERO TO SLICE-SUB
               MOVE "NO SLICES DEFINED" TO WS-REFUSAL-REASON
               PERFORM 309-REFUSE-MERGE
           END-IF.
           MOVE ZERO TO WS-EXPECTED-LOW-STUDENT.
           PERFORM 303-VERIFY-SLICE-ENTRY
               VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB > NUM-OF-SLICES
                      OR MERGE-REFUSED.
           IF NOT MERGE-REFUSED
               IF SLICE-HIGH-WS(NUM-OF-SLICES) NOT = 999999999
                   MOVE NUM-OF-SLICES TO SLICE-SUB
                   MOVE "RANGES STOP SHORT OF 999999999"
                       TO WS-REFUSAL-REASON
                   PERFORM 309-REFUSE-MERGE
               END-IF
           END-IF.

       302-LOAD-SLICE-ENTRY.
           READ SLICE-CONTROL-FILE
               AT END MOVE "Y" TO SLICE-CONTROL-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SLICES < 20
                       ADD 1 TO NUM-OF-SLICES
                       MOVE SLCTL-SLICE-NUMBER
                           TO SLICE-NUMBER-WS(NUM-OF-SLICES)
                       MOVE SLCTL-LOW-STUDENT
                           TO SLICE-LOW-WS(NUM-OF-SLICES)
                       MOVE SLCTL-HIGH-STUDENT
                           TO SLICE-HIGH-WS(NUM-OF-SLICES)
                       MOVE SLCTL-STATUS-FILE-NAME
                           TO SLICE-STATUS-NAME-WS(NUM-OF-SLICES)
                       MOVE SLCTL-EXTRACT-FILE-NAME
                           TO SLICE-EXTRACT-NAME-WS(NUM-OF-SLICES)
                       MOVE SLCTL-RECYCLE-FILE-NAME
                           TO SLICE-RECYCLE-NAME-WS(NUM-OF-SLICES)
                       MOVE SLCTL-DUPLICATES-FILE-NAME
                           TO SLICE-DUPLICATES-NAME-WS(NUM-OF-SLICES)
                       MOVE ZERO
                           TO SLICE-EXTRACT-COUNT-WS(NUM-OF-SLICES)
                       MOVE ZERO
                           TO SLICE-EXCEPTION-COUNT-WS(NUM-OF-SLICES)
                   ELSE
                       IF NOT MERGE-REFUSED
                           MOVE SLCTL-SLICE-NUMBER TO SLICE-SUB
                           MOVE "MORE THAN 20 SLICES DEFINED"
                               TO WS-REFUSAL-REASON
                           PERFORM 309-REFUSE-MERGE
                       END-IF
                   END-IF
           END-READ.

       303-VERIFY-SLICE-ENTRY.
           IF SLICE-NUMBER-WS(SLICE-SUB) NOT = SLICE-SUB
               MOVE "SLICE NUMBERS OUT OF SEQUENCE"
                   TO WS-REFUSAL-REASON
               PERFORM 309-REFUSE-MERGE
           ELSE
               IF SLICE-LOW-WS(SLICE-SUB) NOT = WS-EXPECTED-LOW-STUDENT
                   MOVE "RANGE GAP OR OVERLAP WITH PRIOR SLICE"
                       TO WS-REFUSAL-REASON
                   PERFORM 309-REFUSE-MERGE
               ELSE
                   IF SLICE-LOW-WS(SLICE-SUB) > SLICE-HIGH-WS(SLICE-SUB)
                       MOVE "RANGE LOW EXCEEDS HIGH"
                           TO WS-REFUSAL-REASON
                       PERFORM 309-REFUSE-MERGE
                   ELSE
                       COMPUTE WS-EXPECTED-LOW-STUDENT =
                           SLICE-HIGH-WS(SLICE-SUB) + 1
                       PERFORM 312-CHECK-SLICE-STATUS
                   END-IF
               END-IF
           END-IF.

       305-RELEASE-SLICE-EXTRACTS.
           PERFORM 306-RELEASE-SLICE-EXTRACT-FILE
               VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB > NUM-OF-SLICES.

       306-RELEASE-SLICE-EXTRACT-FILE.
           MOVE SLICE-EXTRACT-NAME-WS(SLICE-SUB)
               TO WS-SLICE-EXTRACT-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           OPEN INPUT SLICE-EXTRACT-FILE.
           PERFORM 307-RELEASE-EXTRACT-RECORD
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-EXTRACT-FILE.

       307-RELEASE-EXTRACT-RECORD.
           READ SLICE-EXTRACT-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO SLICE-EXTRACT-COUNT-WS(SLICE-SUB)
                   MOVE SLICE-EXTRACT-RECORD TO EXTRACT-SORT-RECORD
                   RELEASE EXTRACT-SORT-RECORD
           END-READ.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-SLICE-CONTROL-FILE-NAME FROM SYSIN
               ACCEPT WS-STUDENT-REPORT-NAME FROM SYSIN
               ACCEPT WS-EXCEPTION-RPT-NAME FROM SYSIN
               ACCEPT WS-RECYCLE-FILE-NAME FROM SYSIN
               ACCEPT WS-DUPLICATES-RPT-NAME FROM SYSIN
               ACCEPT WS-GPA-HISTORY-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-EXCEPTION-TOLERANCE FROM SYSIN
           END-IF.

       309-REFUSE-MERGE.
           MOVE "Y" TO MERGE-DENIED-SW.
           DISPLAY "MERGE REFUSED - SLICE " SLICE-SUB " "
               WS-REFUSAL-REASON.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-INPUT-FILE.
           STRING "MERGE REFUSED - " DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
               INTO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       310-PRINT-STUDENT-REPORT.
           PERFORM 314-RETURN-EXTRACT-RECORD
               UNTIL EXTRACT-SORT-EOF-FLAG = "Y".
           PERFORM 317-WRITE-PROGRAM-SUBTOTAL.
           PERFORM 319-WRITE-TRAILER-RECORD.

       311-CHECK-SLICE-COUNTS.
           DISPLAY "SLICE " SLICE-NUMBER-WS(SLICE-SUB) " "
               SLICE-LOW-WS(SLICE-SUB) " TO "
               SLICE-HIGH-WS(SLICE-SUB) " READ: "
               SLICE-READ-WS(SLICE-SUB) " REPORTED: "
               SLICE-EXTRACT-COUNT-WS(SLICE-SUB) " EXCEPTIONED: "
               SLICE-EXCEPTION-COUNT-WS(SLICE-SUB).
           IF SLICE-EXTRACT-COUNT-WS(SLICE-SUB)
                   NOT = SLICE-STUDENT-COUNT-WS(SLICE-SUB)
               MOVE "Y" TO RECON-MISMATCH-SW
               MOVE SLICE-NUMBER-WS(SLICE-SUB) TO SCM-SLICE-NUMBER
               MOVE SLICE-EXTRACT-COUNT-WS(SLICE-SUB)
                   TO SCM-EXTRACT-COUNT
               MOVE SLICE-STUDENT-COUNT-WS(SLICE-SUB)
                   TO SCM-STATUS-COUNT
               DISPLAY SLICE-COUNT-MISMATCH-STRUCTURE
           END-IF.

       312-CHECK-SLICE-STATUS.
           MOVE SLICE-STATUS-NAME-WS(SLICE-SUB)
               TO WS-SLICE-STATUS-FILE-NAME.
           MOVE "N" TO SLICE-STATUS-FOUND-FLAG.
           OPEN INPUT SLICE-STATUS-FILE.
           READ SLICE-STATUS-FILE
               AT END CONTINUE
               NOT AT END MOVE "Y" TO SLICE-STATUS-FOUND-FLAG
           END-READ.
           CLOSE SLICE-STATUS-FILE.
           IF SLICE-STATUS-FOUND-FLAG NOT = "Y"
               MOVE "SLICE STATUS MISSING - SLICE NOT RUN"
                   TO WS-REFUSAL-REASON
               PERFORM 309-REFUSE-MERGE
           ELSE
               IF SLST-PROGRAM-NAME NOT = "ASSIGN2"
                   MOVE "STATUS IS NOT FROM A REPORT SLICE"
                       TO WS-REFUSAL-REASON
                   PERFORM 309-REFUSE-MERGE
               ELSE
                   IF SLST-SLICE-NUMBER NOT = SLICE-NUMBER-WS(SLICE-SUB)
                           OR SLST-LOW-STUDENT NOT =
                               SLICE-LOW-WS(SLICE-SUB)
                           OR SLST-HIGH-STUDENT NOT =
                               SLICE-HIGH-WS(SLICE-SUB)
                       MOVE "SLICE WAS RUN WITH A DIFFERENT RANGE"
                           TO WS-REFUSAL-REASON
                       PERFORM 309-REFUSE-MERGE
                   ELSE
                       IF SLICE-FAILED
                           MOVE "SLICE FAILED" TO WS-REFUSAL-REASON
                           PERFORM 309-REFUSE-MERGE
                       ELSE
                           IF NOT SLICE-COMPLETE
                               MOVE "SLICE HAS NOT FINISHED"
                                   TO WS-REFUSAL-REASON
                               PERFORM 309-REFUSE-MERGE
                           ELSE
                               MOVE SLST-RECORDS-READ
                                   TO SLICE-READ-WS(SLICE-SUB)
                               MOVE SLST-STUDENT-COUNT
                                   TO SLICE-STUDENT-COUNT-WS(SLICE-SUB)
                               MOVE SLST-CLASS-TOTAL
                                   TO SLICE-CLASS-TOTAL-WS(SLICE-SUB)
                               ADD SLST-RECORDS-READ TO WS-RECORDS-READ
                               ADD SLST-CLASS-TOTAL
                                   TO WS-SLICE-CLASS-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       313-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-SLICE-CONTROL-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-STUDENT-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       314-RETURN-EXTRACT-RECORD.
           RETURN EXTRACT-SORT-FILE
               AT END MOVE "Y" TO EXTRACT-SORT-EOF-FLAG
               NOT AT END PERFORM 315-PRINT-EXTRACT-RECORD
           END-RETURN.

       315-PRINT-EXTRACT-RECORD.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               MOVE SLX-PROGRAM-NUMBER TO WS-PREV-PROGRAM-NUMBER
           ELSE
               IF SLX-PROGRAM-NUMBER NOT = WS-PREV-PROGRAM-NUMBER
                   PERFORM 317-WRITE-PROGRAM-SUBTOTAL
                   MOVE 99 TO WS-LINE-COUNT
                   MOVE SLX-PROGRAM-NUMBER TO WS-PREV-PROGRAM-NUMBER
               END-IF
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           ADD SLX-AVRG TO WS-CLASS-TOTAL.
           IF SLX-AVRG > WS-HIGH-AVRG
               MOVE SLX-AVRG TO WS-HIGH-AVRG.
           IF SLX-AVRG < WS-LOW-AVRG
               MOVE SLX-AVRG TO WS-LOW-AVRG.
           ADD 1 TO WS-PGM-STUDENT-COUNT.
           ADD SLX-AVRG TO WS-PGM-TOTAL.
           MOVE SLX-STUDENT-NAME TO STU-NAME.
           MOVE SLX-PROGRAM-NUMBER TO STU-PRGRM.
           MOVE SLX-AVRG TO STU-AVRG.
           MOVE SLX-GRADE TO STU-GRADE.
           MOVE OUTPUT-RECORD-STRUCTURE TO WS-PRINT-LINE.
           PERFORM 316-WRITE-REPORT-LINE.
           IF SLX-GRADED-BASIS
               MOVE SLX-STUDENT-NAME TO GPAH-STUDENT-NAME
               MOVE SLX-STUDENT-NUMBER TO GPAH-STUDENT-NUMBER
               MOVE SLX-TERM-CODE TO GPAH-TERM-CODE
               MOVE SLX-AVRG TO GPAH-AVRG
               MOVE SLX-COURSE-NUMBER TO GPAH-COURSE-NUMBER
               MOVE SLX-CREDITS TO GPAH-CREDITS
               WRITE GPA-HISTORY-RECORD
                   FROM GPA-HISTORY-RECORD-STRUCTURE
           END-IF.

       316-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 326-WRITE-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       317-WRITE-PROGRAM-SUBTOTAL.
           IF WS-PGM-STUDENT-COUNT > ZERO
               MOVE WS-PREV-PROGRAM-NUMBER TO SUBT-PRGRM
               MOVE WS-PGM-STUDENT-COUNT TO SUBT-STUDENT-COUNT
               COMPUTE SUBT-PGM-AVRG =
                   WS-PGM-TOTAL / WS-PGM-STUDENT-COUNT
               MOVE OUTPUT-RECORD-PGM-SUBTOTAL TO WS-PRINT-LINE
               PERFORM 316-WRITE-REPORT-LINE
           END-IF.
           MOVE ZERO TO WS-PGM-STUDENT-COUNT.
           MOVE ZERO TO WS-PGM-TOTAL.

       318-RELEASE-SLICE-RECYCLES.
           PERFORM 320-RELEASE-SLICE-RECYCLE-FILE
               VARYING SLICE-SUB FROM 1 BY 1
                   UNTIL SLICE-SUB > NUM-OF-SLICES.

       319-WRITE-TRAILER-RECORD.
           MOVE WS-STUDENT-COUNT TO TRLR-STUDENT-COUNT.
           IF WS-STUDENT-COUNT = ZERO
               MOVE ZERO TO TRLR-CLASS-AVRG
               MOVE ZERO TO TRLR-HIGH-AVRG
               MOVE ZERO TO TRLR-LOW-AVRG
           ELSE
               COMPUTE TRLR-CLASS-AVRG =
                   WS-CLASS-TOTAL / WS-STUDENT-COUNT
               MOVE WS-HIGH-AVRG TO TRLR-HIGH-AVRG
               MOVE WS-LOW-AVRG TO TRLR-LOW-AVRG
           END-IF.
           MOVE OUTPUT-RECORD-TRAILER TO WS-PRINT-LINE.
           PERFORM 316-WRITE-REPORT-LINE.

       320-RELEASE-SLICE-RECYCLE-FILE.
           MOVE SLICE-RECYCLE-NAME-WS(SLICE-SUB)
               TO WS-SLICE-RECYCLE-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           OPEN INPUT SLICE-RECYCLE-FILE.
           PERFORM 322-RELEASE-RECYCLE-RECORD
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-RECYCLE-FILE.

       321-PRINT-EXCEPTION-REPORT.
           PERFORM 323-RETURN-RECYCLE-RECORD
               UNTIL RECYCLE-SORT-EOF-FLAG = "Y".

       322-RELEASE-RECYCLE-RECORD.
           READ SLICE-RECYCLE-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO SLICE-EXCEPTION-COUNT-WS(SLICE-SUB)
                   MOVE SLICE-RECYCLE-RECORD TO RECYCLE-SORT-RECORD
                   RELEASE RECYCLE-SORT-RECORD
           END-READ.

       323-RETURN-RECYCLE-RECORD.
           RETURN RECYCLE-SORT-FILE
               AT END MOVE "Y" TO RECYCLE-SORT-EOF-FLAG
               NOT AT END
                   MOVE RSRT-STUDENT-NAME TO EXC-STUDENT-NAME
                   MOVE RSRT-STUDENT-NUMBER TO EXC-STUDENT-NUMBER
                   MOVE RSRT-REASON TO EXC-REASON
                   MOVE EXCEPTION-RECORD-STRUCTURE
                       TO WS-EXC-PRINT-LINE
                   PERFORM 324-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   WRITE EXCEPTION-RECYCLE-RECORD
                       FROM RECYCLE-SORT-RECORD
           END-RETURN.

       324-WRITE-EXCEPTION-LINE.
           IF WS-EXC-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 327-WRITE-EXC-PAGE-HEADING
           END-IF.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-EXC-PRINT-LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.

       325-COPY-SLICE-DUPLICATES.
           MOVE SLICE-DUPLICATES-NAME-WS(SLICE-SUB)
               TO WS-SLICE-DUPLICATES-FILE-NAME.
           MOVE "N" TO SLICE-FILE-EOF-FLAG.
           OPEN INPUT SLICE-DUPLICATES-FILE.
           PERFORM 328-COPY-DUPLICATES-RECORD
               UNTIL SLICE-FILE-EOF-FLAG = "Y".
           CLOSE SLICE-DUPLICATES-FILE.

       326-WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE "STUDENT GRADE REPORT" TO PHS-TITLE.
           MOVE WS-RUN-DATE TO PHS-DATE.
           MOVE WS-PAGE-COUNT TO PHS-PAGE.
           IF WS-PAGE-COUNT = 1
               WRITE REPORT-RECORD FROM PAGE-HEADING-STRUCTURE
           ELSE
               WRITE REPORT-RECORD FROM PAGE-HEADING-STRUCTURE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE REPORT-RECORD FROM OUTPUT-RECORD-HEADER.
           MOVE 2 TO WS-LINE-COUNT.

       327-WRITE-EXC-PAGE-HEADING.
           ADD 1 TO WS-EXC-PAGE-COUNT.
           MOVE "STUDENT EXCEPTION REPORT" TO PHS-TITLE.
           MOVE WS-RUN-DATE TO PHS-DATE.
           MOVE WS-EXC-PAGE-COUNT TO PHS-PAGE.
           IF WS-EXC-PAGE-COUNT = 1
               WRITE EXCEPTION-REPORT-RECORD
                   FROM PAGE-HEADING-STRUCTURE
           ELSE
               WRITE EXCEPTION-REPORT-RECORD
                   FROM PAGE-HEADING-STRUCTURE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE EXCEPTION-REPORT-RECORD
               FROM EXCEPTION-COLUMN-HEADER.
           MOVE 2 TO WS-EXC-LINE-COUNT.

       328-COPY-DUPLICATES-RECORD.
           READ SLICE-DUPLICATES-FILE
               AT END MOVE "Y" TO SLICE-FILE-EOF-FLAG
               NOT AT END
                   WRITE DUPLICATES-REPORT-RECORD
                       FROM SLICE-DUPLICATES-RECORD
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-READ.
