      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-DISCLOSURE-LOG.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DISCLOSURE-LOG-FILE
         ASSIGN TO WS-DISCLOSURE-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "DLGSORTW".

       SELECT DISCLOSURE-REPORT
         ASSIGN TO WS-DISCLOSURE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD DISCLOSURE-LOG-FILE.
       01 DISCLOSURE-LOG-RECORD.
           05 DLOG-RUN-DATE PIC 9(8).
           05 DLOG-RUN-TIME PIC 9(8).
           05 DLOG-PROGRAM-NAME PIC X(20).
           05 DLOG-OPERATOR-ID PIC X(8).
           05 DLOG-STUDENT-NUMBER PIC 9(9).
           05 DLOG-CONFIDENTIAL-SW PIC X(1).
           05 DLOG-DISPOSITION PIC X(1).
           05 DLOG-REASON PIC X(30).
           05 FILLER PIC X(15).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-RUN-DATE PIC 9(8).
           05 SORT-RUN-TIME PIC 9(8).
           05 SORT-PROGRAM-NAME PIC X(20).
           05 SORT-OPERATOR-ID PIC X(8).
           05 SORT-CONFIDENTIAL-SW PIC X(1).
               88 SORT-CONFIDENTIAL VALUE "Y".
           05 SORT-DISPOSITION PIC X(1).
               88 SORT-DISCLOSED VALUE "D".
               88 SORT-MASKED VALUE "M".
               88 SORT-REFUSED VALUE "R".
               88 SORT-NOT-FOUND VALUE "N".
           05 SORT-REASON PIC X(30).

       FD DISCLOSURE-REPORT.
       01 DISCLOSURE-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-DISCLOSURE-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISCLOG.TXT".
           05 WS-DISCLOSURE-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISCRPT.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           05 WS-TO-DATE PIC 9(8) VALUE ZERO.
           05 WS-REPORT-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
               88 ALL-STUDENTS-REQUESTED VALUE ZERO.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-DISCLOSURES".
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
           05 LOG-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-LISTED PIC 9(7) VALUE ZERO.
           05 WS-STUDENTS-LISTED PIC 9(5) VALUE ZERO.
           05 WS-DISCLOSED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CONFIDENTIAL-RELEASED PIC 9(7) VALUE ZERO.
           05 WS-MASKED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-NOT-FOUND-COUNT PIC 9(7) VALUE ZERO.
           05 WS-STUDENT-ENTRIES PIC 9(5) VALUE ZERO.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.

       01 REPORT-HEADER.
           05 FILLER PIC X(30) VALUE "STUDENT RECORD DISCLOSURE LOG".
           05 FILLER PIC X(5) VALUE "FROM ".
           05 RPT-HDR-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RPT-HDR-TO-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-HDR-DATE PIC 9(8).

       01 COLUMN-HEADER.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(7) VALUE "TIME".
           05 FILLER PIC X(21) VALUE "PROGRAM".
           05 FILLER PIC X(9) VALUE "OPERATOR".
           05 FILLER PIC X(3) VALUE "CD".
           05 FILLER PIC X(30) VALUE "REASON".

       01 STUDENT-HEADER-STRUCTURE.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 SHD-STUDENT-NUMBER PIC 9(9).

       01 DETAIL-STRUCTURE.
           05 DTL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-RUN-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-CONFIDENTIAL-SW PIC X(1).
           05 DTL-DISPOSITION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-REASON PIC X(30).

       01 STUDENT-TRAILER-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "ENTRIES: ".
           05 STR-ENTRIES PIC ZZZZ9.

       01 LEGEND-LINE-1.
           05 FILLER PIC X(44)
                   VALUE "CD = CONFIDENTIAL FLAG (Y/N) AND DISPOSITION".

       01 LEGEND-LINE-2.
           05 FILLER PIC X(44)
                   VALUE "D=DISCLOSED M=MASKED R=CANCELLED N=NOT FOUND".

       01 TOTAL-LINE-STRUCTURE.
           05 TTL-LABEL PIC X(30).
           05 TTL-COUNT PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-DISCLOSURE-LOG.
           PERFORM 201-INITIATE-DISCLOSURE-JOB.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-RUN-DATE
                                SORT-RUN-TIME
               INPUT PROCEDURE 301-SELECT-LOG-RECORDS
               OUTPUT PROCEDURE 302-REPORT-SORTED-ENTRIES.
           PERFORM 203-TERMINATE-DISCLOSURE-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-DISCLOSURE-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN OUTPUT DISCLOSURE-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT RPT-HDR-DATE FROM DATE YYYYMMDD.
           MOVE WS-FROM-DATE TO RPT-HDR-FROM-DATE.
           MOVE WS-TO-DATE TO RPT-HDR-TO-DATE.
           WRITE DISCLOSURE-REPORT-RECORD FROM REPORT-HEADER.
           WRITE DISCLOSURE-REPORT-RECORD FROM LEGEND-LINE-1.
           WRITE DISCLOSURE-REPORT-RECORD FROM LEGEND-LINE-2.

       203-TERMINATE-DISCLOSURE-JOB.
           PERFORM 310-PRINT-REPORT-TOTALS.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "DISCLOSURE LOG REPORT COMPLETE".
           DISPLAY "  ENTRIES LISTED      : " WS-ENTRIES-LISTED.
           DISPLAY "  STUDENTS LISTED     : " WS-STUDENTS-LISTED.
           DISPLAY "  CONFIDENTIAL RELEASED: " WS-CONFIDENTIAL-RELEASED.
           CLOSE DISCLOSURE-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONFIDENTIAL-RELEASED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-SELECT-LOG-RECORDS.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           PERFORM 303-RELEASE-LOG-RECORD
               UNTIL LOG-EOF-FLAG = "Y".
           CLOSE DISCLOSURE-LOG-FILE.

       302-REPORT-SORTED-ENTRIES.
           PERFORM 304-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "Y".
           IF FIRST-RECORD-SW NOT = "Y"
               PERFORM 305-PRINT-STUDENT-TRAILER
           END-IF.

       303-RELEASE-LOG-RECORD.
           READ DISCLOSURE-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF DLOG-RUN-DATE NOT < WS-FROM-DATE
                           AND DLOG-RUN-DATE NOT > WS-TO-DATE
                           AND (ALL-STUDENTS-REQUESTED
                              OR DLOG-STUDENT-NUMBER =
                                  WS-REPORT-STUDENT-NUMBER)
                       MOVE DLOG-STUDENT-NUMBER TO SORT-STUDENT-NUMBER
                       MOVE DLOG-RUN-DATE TO SORT-RUN-DATE
                       MOVE DLOG-RUN-TIME TO SORT-RUN-TIME
                       MOVE DLOG-PROGRAM-NAME TO SORT-PROGRAM-NAME
                       MOVE DLOG-OPERATOR-ID TO SORT-OPERATOR-ID
                       MOVE DLOG-CONFIDENTIAL-SW
                           TO SORT-CONFIDENTIAL-SW
                       MOVE DLOG-DISPOSITION TO SORT-DISPOSITION
                       MOVE DLOG-REASON TO SORT-REASON
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       304-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 306-PRINT-LOG-ENTRY
           END-RETURN.

       305-PRINT-STUDENT-TRAILER.
           MOVE WS-STUDENT-ENTRIES TO STR-ENTRIES.
           WRITE DISCLOSURE-REPORT-RECORD
               FROM STUDENT-TRAILER-STRUCTURE.

       306-PRINT-LOG-ENTRY.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 307-START-NEW-STUDENT
           ELSE
               IF SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT-NUMBER
                   PERFORM 305-PRINT-STUDENT-TRAILER
                   PERFORM 307-START-NEW-STUDENT
               END-IF
           END-IF.
           MOVE SORT-RUN-DATE TO DTL-RUN-DATE.
           MOVE SORT-RUN-TIME(1:6) TO DTL-RUN-TIME.
           MOVE SORT-PROGRAM-NAME TO DTL-PROGRAM-NAME.
           MOVE SORT-OPERATOR-ID TO DTL-OPERATOR-ID.
           MOVE SORT-CONFIDENTIAL-SW TO DTL-CONFIDENTIAL-SW.
           MOVE SORT-DISPOSITION TO DTL-DISPOSITION.
           MOVE SORT-REASON TO DTL-REASON.
           WRITE DISCLOSURE-REPORT-RECORD FROM DETAIL-STRUCTURE.
           ADD 1 TO WS-STUDENT-ENTRIES.
           ADD 1 TO WS-ENTRIES-LISTED.
           EVALUATE TRUE
               WHEN SORT-DISCLOSED
                   ADD 1 TO WS-DISCLOSED-COUNT
                   IF SORT-CONFIDENTIAL
                       ADD 1 TO WS-CONFIDENTIAL-RELEASED
                   END-IF
               WHEN SORT-MASKED
                   ADD 1 TO WS-MASKED-COUNT
               WHEN SORT-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN SORT-NOT-FOUND
                   ADD 1 TO WS-NOT-FOUND-COUNT
           END-EVALUATE.

       307-START-NEW-STUDENT.
           MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER.
           MOVE ZERO TO WS-STUDENT-ENTRIES.
           ADD 1 TO WS-STUDENTS-LISTED.
           MOVE SPACES TO DISCLOSURE-REPORT-RECORD.
           WRITE DISCLOSURE-REPORT-RECORD.
           MOVE SORT-STUDENT-NUMBER TO SHD-STUDENT-NUMBER.
           WRITE DISCLOSURE-REPORT-RECORD
               FROM STUDENT-HEADER-STRUCTURE.
           WRITE DISCLOSURE-REPORT-RECORD FROM COLUMN-HEADER.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-DISCLOSURE-LOG-NAME FROM SYSIN
               ACCEPT WS-DISCLOSURE-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER FROM DATE YYYYMMDD (0 FOR EARLIEST): ".
           ACCEPT WS-FROM-DATE FROM SYSIN.
           DISPLAY "ENTER TO DATE YYYYMMDD (0 FOR LATEST): ".
           ACCEPT WS-TO-DATE FROM SYSIN.
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
           DISPLAY "ENTER STUDENT NUMBER (0 FOR ALL): ".
           ACCEPT WS-REPORT-STUDENT-NUMBER FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-DISCLOSURE-LOG-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-ENTRIES-LISTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-PRINT-REPORT-TOTALS.
           MOVE SPACES TO DISCLOSURE-REPORT-RECORD.
           WRITE DISCLOSURE-REPORT-RECORD.
           MOVE "LOG ENTRIES READ:" TO TTL-LABEL.
           MOVE WS-RECORDS-READ TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "ENTRIES LISTED:" TO TTL-LABEL.
           MOVE WS-ENTRIES-LISTED TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "STUDENTS LISTED:" TO TTL-LABEL.
           MOVE WS-STUDENTS-LISTED TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "RECORDS DISCLOSED:" TO TTL-LABEL.
           MOVE WS-DISCLOSED-COUNT TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  CONFIDENTIAL RELEASED:" TO TTL-LABEL.
           MOVE WS-CONFIDENTIAL-RELEASED TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "EXPORTED WITH NAME MASKED:" TO TTL-LABEL.
           MOVE WS-MASKED-COUNT TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "LOOKUPS CANCELLED:" TO TTL-LABEL.
           MOVE WS-REFUSED-COUNT TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "LOOKUPS NOT FOUND:" TO TTL-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO TTL-COUNT.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-STRUCTURE.
