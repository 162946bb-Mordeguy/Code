      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-COURSE-HISTORY.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HISTORY-REPORT
         ASSIGN TO WS-HISTORY-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
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

       FD HISTORY-REPORT.
       01 HISTORY-REPORT-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-HISTORY-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSHIST.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-REPORT-COURSE-NUMBER PIC X(7) VALUE SPACES.
               88 ALL-COURSES-REQUESTED VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-COURSE-HIST".
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
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-CHANGED-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-VERSIONS-LISTED PIC 9(7) VALUE ZERO.
           05 WS-COURSES-LISTED PIC 9(5) VALUE ZERO.
           05 WS-COURSES-CHANGED PIC 9(5) VALUE ZERO.

       01 PRIOR-VERSION-WS.
           05 WS-PRIOR-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-PRIOR-COURSE-NAME PIC X(10) VALUE SPACES.
           05 WS-PRIOR-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-PRIOR-CREDITS PIC 9(2) VALUE ZERO.
           05 WS-PRIOR-FEE PIC 9(5)V99 VALUE ZERO.

       01 REPORT-HEADER.
           05 FILLER PIC X(21) VALUE "COURSE CHANGE HISTORY".
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 HST-HDR-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE "  COURSE ".
           05 HST-HDR-COURSE PIC X(7).

       01 COLUMN-HEADER.
           05 FILLER PIC X(40)
                   VALUE "TERM    START     VERSION   NAME        ".
           05 FILLER PIC X(35)
                   VALUE "CAP  CR        FEE  CHANGED".

       01 COURSE-BREAK-LINE.
           05 FILLER PIC X(7) VALUE "COURSE ".
           05 HCB-COURSE-NUMBER PIC X(7).

       01 HISTORY-LINE-STRUCTURE.
           05 HIS-EFFECTIVE-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-EFFECTIVE-START PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-VERSION-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-COURSE-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-CAPACITY PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-CREDITS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-FEE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HIS-CHANGES PIC X(16).
           05 HIS-CHANGE-FLAGS REDEFINES HIS-CHANGES.
               10 HIS-CHG-NAME PIC X(4).
               10 FILLER PIC X(1).
               10 HIS-CHG-CAPACITY PIC X(3).
               10 FILLER PIC X(1).
               10 HIS-CHG-CREDITS PIC X(2).
               10 FILLER PIC X(1).
               10 HIS-CHG-FEE PIC X(3).
               10 FILLER PIC X(1).

       01 REPORT-TRAILER.
           05 FILLER PIC X(9) VALUE "COURSES: ".
           05 TRL-COURSES PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  VERSIONS: ".
           05 TRL-VERSIONS PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE "  CHANGED: ".
           05 TRL-CHANGED PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-COURSE-HISTORY.
           PERFORM 201-INITIATE-HISTORY-JOB.
           PERFORM 202-PROCESS-COURSE-RECORD
               UNTIL COURSE-EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-HISTORY-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-HISTORY-JOB.
           PERFORM 305-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT COURSE-FILE.
           OPEN OUTPUT HISTORY-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT HST-HDR-DATE FROM DATE YYYYMMDD.
           IF ALL-COURSES-REQUESTED
               MOVE "ALL" TO HST-HDR-COURSE
           ELSE
               MOVE WS-REPORT-COURSE-NUMBER TO HST-HDR-COURSE
           END-IF.
           WRITE HISTORY-REPORT-RECORD FROM REPORT-HEADER.
           WRITE HISTORY-REPORT-RECORD FROM COLUMN-HEADER.
           PERFORM 301-READ-COURSE-RECORD.

       202-PROCESS-COURSE-RECORD.
           IF ALL-COURSES-REQUESTED
                   OR COURSE-NUMBER-IN-FILE = WS-REPORT-COURSE-NUMBER
               IF COURSE-NUMBER-IN-FILE NOT = WS-PRIOR-COURSE-NUMBER
                   PERFORM 302-START-COURSE-HISTORY
               END-IF
               PERFORM 303-WRITE-VERSION-LINE
           END-IF.
           PERFORM 301-READ-COURSE-RECORD.

       203-TERMINATE-HISTORY-JOB.
           MOVE WS-COURSES-LISTED TO TRL-COURSES.
           MOVE WS-VERSIONS-LISTED TO TRL-VERSIONS.
           MOVE WS-COURSES-CHANGED TO TRL-CHANGED.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD FROM REPORT-TRAILER.
           PERFORM 306-WRITE-AUDIT-LOG.
           DISPLAY "COURSE CHANGE HISTORY COMPLETE".
           DISPLAY "  COURSES LISTED : " WS-COURSES-LISTED.
           DISPLAY "  VERSIONS LISTED: " WS-VERSIONS-LISTED.
           CLOSE COURSE-FILE HISTORY-REPORT AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       301-READ-COURSE-RECORD.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       302-START-COURSE-HISTORY.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           WRITE HISTORY-REPORT-RECORD.
           MOVE COURSE-NUMBER-IN-FILE TO HCB-COURSE-NUMBER.
           WRITE HISTORY-REPORT-RECORD FROM COURSE-BREAK-LINE.
           ADD 1 TO WS-COURSES-LISTED.
           MOVE "N" TO COURSE-CHANGED-FLAG.

       303-WRITE-VERSION-LINE.
           MOVE COURSE-EFFECTIVE-TERM-IN-FILE TO HIS-EFFECTIVE-TERM.
           IF COURSE-EFFECTIVE-START-IN-FILE NUMERIC
               MOVE COURSE-EFFECTIVE-START-IN-FILE
                   TO HIS-EFFECTIVE-START
           ELSE
               MOVE ZERO TO HIS-EFFECTIVE-START
           END-IF.
           IF COURSE-VERSION-DATE-IN-FILE NUMERIC
               MOVE COURSE-VERSION-DATE-IN-FILE TO HIS-VERSION-DATE
           ELSE
               MOVE ZERO TO HIS-VERSION-DATE
           END-IF.
           MOVE COURSE-NAME-IN-FILE TO HIS-COURSE-NAME.
           MOVE COURSE-CAPACITY-IN-FILE TO HIS-CAPACITY.
           MOVE COURSE-CREDITS-IN-FILE TO HIS-CREDITS.
           MOVE COURSE-FEE-IN-FILE TO HIS-FEE.
           IF COURSE-NUMBER-IN-FILE NOT = WS-PRIOR-COURSE-NUMBER
               MOVE "ORIGINAL" TO HIS-CHANGES
           ELSE
               PERFORM 304-MARK-CHANGED-FIELDS
           END-IF.
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-LINE-STRUCTURE.
           ADD 1 TO WS-VERSIONS-LISTED.
           MOVE COURSE-NUMBER-IN-FILE TO WS-PRIOR-COURSE-NUMBER.
           MOVE COURSE-NAME-IN-FILE TO WS-PRIOR-COURSE-NAME.
           MOVE COURSE-CAPACITY-IN-FILE TO WS-PRIOR-CAPACITY.
           MOVE COURSE-CREDITS-IN-FILE TO WS-PRIOR-CREDITS.
           MOVE COURSE-FEE-IN-FILE TO WS-PRIOR-FEE.

       304-MARK-CHANGED-FIELDS.
           MOVE SPACES TO HIS-CHANGES.
           IF COURSE-NAME-IN-FILE NOT = WS-PRIOR-COURSE-NAME
               MOVE "NAME" TO HIS-CHG-NAME
           END-IF.
           IF COURSE-CAPACITY-IN-FILE NOT = WS-PRIOR-CAPACITY
               MOVE "CAP" TO HIS-CHG-CAPACITY
           END-IF.
           IF COURSE-CREDITS-IN-FILE NOT = WS-PRIOR-CREDITS
               MOVE "CR" TO HIS-CHG-CREDITS
           END-IF.
           IF COURSE-FEE-IN-FILE NOT = WS-PRIOR-FEE
               MOVE "FEE" TO HIS-CHG-FEE
           END-IF.
           IF HIS-CHANGES = SPACES
               MOVE "NO CHANGE" TO HIS-CHANGES
           ELSE
               IF COURSE-CHANGED-FLAG NOT = "Y"
                   MOVE "Y" TO COURSE-CHANGED-FLAG
                   ADD 1 TO WS-COURSES-CHANGED
               END-IF
           END-IF.

       305-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-HISTORY-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER COURSE NUMBER (BLANK FOR ALL): ".
           ACCEPT WS-REPORT-COURSE-NUMBER FROM SYSIN.

       306-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-COURSE-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-VERSIONS-LISTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
