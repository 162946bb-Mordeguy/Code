      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REPORT-COURSE-DEMAND.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT OPTIONAL ARCHIVE-FILE
         ASSIGN TO WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "DMDSORTW".

       SELECT PREREQUISITE-FILE
         ASSIGN TO WS-PREREQ-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL WAITLIST-FILE
         ASSIGN TO WS-WAITLIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSIGNMENT-FILE
         ASSIGN TO WS-ASSIGNMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROGRAM-REQUIREMENTS-FILE
         ASSIGN TO WS-REQUIREMENTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMAND-REPORT
         ASSIGN TO WS-DEMAND-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD STUDENT-FILE-INDEX.
       01 STUDENT-REPORT-INDEX.
           05 STUDENT-INDEX-KEY.
               10 STUDENT-NUMBER-INDEX PIC 9(9).
               10 COURSE-NUMBER-INDEX PIC X(7).
               10 TERM-CODE-INDEX PIC X(6).
           05 STUDENT-NAME-INDEX PIC X(20).
           05 PROGRAM-NUMBER-INDEX PIC X(3).
           05 SECTION-NUMBER-INDEX PIC X(3).
           05 COURSE-NAME-INDEX PIC X(10).
           05 MARK-1-INDEX PIC 9(3).
           05 MARK-2-INDEX PIC 9(3).
           05 MARK-3-INDEX PIC 9(3).
           05 MARK-4-INDEX PIC 9(3).
           05 FINAL-GRADE-INDEX PIC X(1).
           05 FINALIZED-STATUS-INDEX PIC X(1).
               88 RECORD-FINALIZED VALUE "F".
           05 ENROLLMENT-STATUS-INDEX PIC X(1).
               88 ENROLLMENT-INCOMPLETE VALUE "I".
               88 ENROLLMENT-LAPSED-FAIL VALUE "L".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARCH-STUDENT-NUMBER PIC 9(9).
           05 ARCH-COURSE-NUMBER PIC X(7).
           05 ARCH-TERM-CODE PIC X(6).
           05 ARCH-STUDENT-NAME PIC X(20).
           05 ARCH-PROGRAM-NUMBER PIC X(3).
           05 ARCH-SECTION-NUMBER PIC X(3).
           05 ARCH-COURSE-NAME PIC X(10).
           05 ARCH-MARK-1 PIC 9(3).
           05 ARCH-MARK-2 PIC 9(3).
           05 ARCH-MARK-3 PIC 9(3).
           05 ARCH-MARK-4 PIC 9(3).
           05 ARCH-FINAL-GRADE PIC X(1).
           05 ARCH-FINALIZED-STATUS PIC X(1).
           05 ARCH-ENROLLMENT-STATUS PIC X(1).
           05 ARCH-GRADING-BASIS PIC X(1).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-RECORD-TYPE PIC X(1).
               88 SORT-ATTEMPT VALUE "A".
               88 SORT-WAITLISTED VALUE "W".
           05 SORT-COURSE-NUMBER PIC X(7).
           05 SORT-PROGRAM-NUMBER PIC X(3).
           05 SORT-TIMING PIC X(1).
               88 SORT-PRIOR-TERM VALUE "P".
               88 SORT-FINAL-TERM VALUE "F".
           05 SORT-AVRG PIC 9(3).

       FD PREREQUISITE-FILE.
       01 PREREQUISITE-RECORD-IN.
           05 PREQ-COURSE-NUMBER-IN-FILE PIC X(7).
           05 PREQ-REQUIRED-COURSE-IN-FILE PIC X(7).
           05 PREQ-MINIMUM-MARK-IN-FILE PIC 9(3).

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-NUMBER PIC X(7).
           05 WL-SECTION-NUMBER PIC X(3).
           05 WL-TERM-CODE PIC X(6).
           05 WL-STUDENT-NUMBER PIC 9(9).
           05 WL-STUDENT-NAME PIC X(20).
           05 WL-PROGRAM-NUMBER PIC X(3).
           05 WL-STATUS PIC X(1).

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

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD-IN.
           05 ASGN-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASGN-SECTION-NUMBER-IN-FILE PIC X(3).
           05 ASGN-TERM-CODE-IN-FILE PIC X(6).
           05 ASGN-INSTRUCTOR-ID-IN-FILE PIC X(5).

       FD PROGRAM-REQUIREMENTS-FILE.
       01 PROGRAM-REQUIREMENT-RECORD.
           05 PRGR-PROGRAM-IN-FILE PIC X(3).
           05 PRGR-COURSE-IN-FILE PIC X(7).
           05 PRGR-MIN-COURSES-IN-FILE PIC 9(3).
           05 PRGR-MIN-AVRG-IN-FILE PIC 9(3).

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD DEMAND-REPORT.
       01 DEMAND-REPORT-RECORD PIC X(100).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-ARCHIVE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUARCH.TXT".
           05 WS-PREREQ-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\PREQFILE.TXT".
           05 WS-WAITLIST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WAITLIST.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-ASSIGNMENT-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SECASSGN.TXT".
           05 WS-REQUIREMENTS-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\PRGMREQ.TXT".
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-DEMAND-REPORT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSDEMND.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-FINAL-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-PASS-MARK PIC 9(3) VALUE 050.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REPORT-COURSE-DEMAND".
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
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 ARCHIVE-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 PREREQ-EOF-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 ASSIGNMENT-EOF-FLAG PIC X(1) VALUE "N".
           05 REQUIREMENTS-EOF-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 FIRST-RECORD-SW PIC X(1) VALUE "Y".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-FOUND-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-FOUND-FLAG PIC X(1) VALUE "N".
           05 REQUIRED-FOUND-FLAG PIC X(1) VALUE "N".
           05 PREREQS-MET-BEFORE-FLAG PIC X(1) VALUE "N".
           05 PREREQS-MET-AFTER-FLAG PIC X(1) VALUE "N".
           05 COURSE-COMPLETED-FLAG PIC X(1) VALUE "N".
           05 WS-DEMAND-SOURCE PIC X(1) VALUE SPACE.
               88 NEWLY-ELIGIBLE VALUE "E".
               88 WAITLIST-DEMAND VALUE "W".
               88 NO-DEMAND VALUE SPACE.

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 WS-ATTEMPTS-RELEASED PIC 9(7) VALUE ZERO.
           05 WS-WAITLIST-RELEASED PIC 9(7) VALUE ZERO.
           05 WS-STUDENTS-EVALUATED PIC 9(7) VALUE ZERO.
           05 WS-COURSES-REPORTED PIC 9(5) VALUE ZERO.
           05 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
           05 WS-UNDER-COUNT PIC 9(5) VALUE ZERO.

       01 ATTEMPT-RECORD-WS.
           05 ATT-STUDENT-NUMBER PIC 9(9).
           05 ATT-COURSE-NUMBER PIC X(7).
           05 ATT-TERM-CODE PIC X(6).
           05 ATT-STUDENT-NAME PIC X(20).
           05 ATT-PROGRAM-NUMBER PIC X(3).
           05 ATT-SECTION-NUMBER PIC X(3).
           05 ATT-COURSE-NAME PIC X(10).
           05 ATT-MARK-1 PIC 9(3).
           05 ATT-MARK-2 PIC 9(3).
           05 ATT-MARK-3 PIC 9(3).
           05 ATT-MARK-4 PIC 9(3).
           05 ATT-FINAL-GRADE PIC X(1).
           05 ATT-FINALIZED-STATUS PIC X(1).
               88 ATT-FINALIZED VALUE "F".
           05 ATT-ENROLLMENT-STATUS PIC X(1).
               88 ATT-INCOMPLETE VALUE "I".
           05 ATT-GRADING-BASIS PIC X(1).
               88 ATT-PASS-FAIL-BASIS VALUE "P".
               88 ATT-AUDIT-BASIS VALUE "A".

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-CHECK-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-FINAL-TERM-START PIC 9(8) VALUE ZERO.
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).
               10 TERM-CURRENT-WS PIC X(1).

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 WS-MATCHED-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 PREREQ-TABLE-WS.
           05 NUM-OF-PREREQS PIC 9(3) VALUE ZERO.
           05 PREQ-SUB PIC 9(3).
           05 WS-PREREQ-COUNT PIC 9(3) VALUE ZERO.
           05 PREREQ-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-PREREQS.
               10 PREQ-COURSE-WS PIC X(7).
               10 PREQ-REQUIRED-WS PIC X(7).
               10 PREQ-MIN-MARK-WS PIC 9(3).

       01 REQUIREMENTS-TABLE-WS.
           05 NUM-OF-REQUIREMENTS PIC 9(3) VALUE ZERO.
           05 REQUIREMENT-SUB PIC 9(3).
           05 REQUIREMENT-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-REQUIREMENTS.
               10 PRGR-PROGRAM-WS PIC X(3).
               10 PRGR-COURSE-WS PIC X(7).

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).

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

       01 SECTION-TABLE-WS.
           05 NUM-OF-SECTIONS PIC 9(4) VALUE ZERO.
           05 SECTION-SUB PIC 9(4).
           05 MATCHED-SECTION-SUB PIC 9(4) VALUE ZERO.
           05 WS-CHECK-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-CHECK-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 SECTION-ENTRY-TABLE OCCURS 1 TO 1000 TIMES
                   DEPENDING ON NUM-OF-SECTIONS.
               10 SECT-COURSE-WS PIC X(7).
               10 SECT-SECTION-WS PIC X(3).

       01 DEMAND-COURSE-TABLE-WS.
           05 NUM-OF-DEMAND-COURSES PIC 9(3) VALUE ZERO.
           05 DEMAND-SUB PIC 9(3).
           05 MATCHED-DEMAND-SUB PIC 9(3) VALUE ZERO.
           05 WS-TARGET-COURSE PIC X(7) VALUE SPACES.
           05 DEMAND-COURSE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-DEMAND-COURSES.
               10 DMD-COURSE-WS PIC X(7).
               10 DMD-NEW-ELIGIBLE-WS PIC 9(5).
               10 DMD-WAITLIST-WS PIC 9(5).
               10 DMD-COMPLETED-WS PIC 9(5).

       01 DEMAND-PROGRAM-TABLE-WS.
           05 NUM-OF-DEMAND-PROGRAMS PIC 9(4) VALUE ZERO.
           05 DEMAND-PROGRAM-SUB PIC 9(4).
           05 MATCHED-PROGRAM-SUB PIC 9(4) VALUE ZERO.
           05 WS-CHECK-PROGRAM PIC X(3) VALUE SPACES.
           05 DEMAND-PROGRAM-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMAND-PROGRAMS.
               10 DPG-COURSE-WS PIC X(7).
               10 DPG-PROGRAM-WS PIC X(3).
               10 DPG-NEW-ELIGIBLE-WS PIC 9(5).
               10 DPG-WAITLIST-WS PIC 9(5).
               10 DPG-COMPLETED-WS PIC 9(5).

       01 STUDENT-DEMAND-WS.
           05 WS-PREV-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 WS-STUDENT-PROGRAM PIC X(3) VALUE SPACES.
           05 NUM-OF-STU-COURSES PIC 9(3) VALUE ZERO.
           05 STU-COURSE-SUB PIC 9(3).
           05 MATCHED-STU-COURSE-SUB PIC 9(3) VALUE ZERO.
           05 STU-COURSE-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON NUM-OF-STU-COURSES.
               10 SCT-COURSE-WS PIC X(7).
               10 SCT-BEFORE-SW PIC X(1).
                   88 SCT-ATTEMPTED-BEFORE VALUE "Y".
               10 SCT-BEFORE-AVRG-WS PIC 9(3).
               10 SCT-AFTER-AVRG-WS PIC 9(3).

       01 STUDENT-WAITLIST-WS.
           05 NUM-OF-STU-WAITS PIC 9(2) VALUE ZERO.
           05 STU-WAIT-SUB PIC 9(2).
           05 STU-WAIT-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON NUM-OF-STU-WAITS.
               10 SWT-COURSE-WS PIC X(7).

       01 PROJECTION-WS.
           05 WS-PROJECTED PIC S9(5) VALUE ZERO.
           05 WS-SECTIONS-OFFERED PIC 9(3) VALUE ZERO.
           05 WS-CAPACITY-OFFERED PIC 9(6) VALUE ZERO.
           05 WS-SECTIONS-NEEDED PIC 9(4) VALUE ZERO.
           05 WS-SECTION-CHANGE PIC S9(4) VALUE ZERO.
           05 WS-OTHER-NEW-ELIGIBLE PIC 9(5) VALUE ZERO.
           05 WS-OTHER-WAITLIST PIC 9(5) VALUE ZERO.
           05 WS-OTHER-COMPLETED PIC 9(5) VALUE ZERO.

       01 REPORT-HEADER.
           05 FILLER PIC X(32)
                   VALUE "NEXT-TERM COURSE DEMAND FORECAST".
           05 FILLER PIC X(13) VALUE "  AFTER TERM ".
           05 DMH-TERM-CODE PIC X(6).
           05 FILLER PIC X(12) VALUE "  PASS MARK ".
           05 DMH-PASS-MARK PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 DMH-DATE PIC 9(8).

       01 COLUMN-HEADER.
           05 FILLER PIC X(36)
                   VALUE "COURSE/PROGRAM    NEW ELIG  WAITLIST".
           05 FILLER PIC X(32)
                   VALUE "  COMPLETED  PROJECTED  SECTIONS".
           05 FILLER PIC X(28)
                   VALUE "  CAPACITY  SECT +/-  STATUS".

       01 COURSE-LINE-STRUCTURE.
           05 DML-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DML-NEW-ELIGIBLE PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DML-WAITLIST PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DML-COMPLETED PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DML-PROJECTED PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DML-SECTIONS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DML-CAPACITY PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DML-SECTION-CHANGE PIC +++9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DML-STATUS PIC X(6).

       01 PROGRAM-LINE-STRUCTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-PROGRAM-LABEL PIC X(14).
           05 DPL-PROGRAM-PARTS REDEFINES DPL-PROGRAM-LABEL.
               10 DPL-PROGRAM-NUMBER PIC X(3).
               10 FILLER PIC X(1).
               10 DPL-REQUIRED PIC X(10).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DPL-NEW-ELIGIBLE PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DPL-WAITLIST PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DPL-COMPLETED PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DPL-PROJECTED PIC ZZZZ9.

       01 REPORT-TRAILER.
           05 FILLER PIC X(9) VALUE "COURSES: ".
           05 DMT-COURSES PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "  OVERSUBSCRIBED ".
           05 DMT-OVER PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "  UNDERSUBSCRIBED ".
           05 DMT-UNDER PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-REPORT-COURSE-DEMAND.
           PERFORM 201-INITIATE-DEMAND-JOB.
           IF WS-FINAL-TERM-START > ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-STUDENT-NUMBER
                   INPUT PROCEDURE 301-SELECT-DEMAND-RECORDS
                   OUTPUT PROCEDURE 302-EVALUATE-SORTED-RECORDS
               PERFORM 203-WRITE-DEMAND-REPORT
           ELSE
               DISPLAY "DEMAND FORECAST REJECTED - TERM NOT ON "
                   "CALENDAR: " WS-FINAL-TERM-CODE
           END-IF.
           PERFORM 205-TERMINATE-DEMAND-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-DEMAND-JOB.
           PERFORM 308-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 327-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 350-FIND-FINAL-TERM.
           MOVE WS-FINAL-TERM-START TO WS-COURSE-AS-OF-START.
           OPEN INPUT COURSE-FILE.
           PERFORM 330-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT PREREQUISITE-FILE.
           PERFORM 333-LOAD-PREREQ-TABLE UNTIL PREREQ-EOF-FLAG = "Y".
           CLOSE PREREQUISITE-FILE.
           OPEN INPUT PROGRAM-REQUIREMENTS-FILE.
           PERFORM 334-LOAD-REQUIREMENTS-TABLE
               UNTIL REQUIREMENTS-EOF-FLAG = "Y".
           CLOSE PROGRAM-REQUIREMENTS-FILE.
           PERFORM 335-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 341-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 342-LOAD-SECTION-ASSIGNMENT
               UNTIL ASSIGNMENT-EOF-FLAG = "Y".
           CLOSE ASSIGNMENT-FILE.
           OPEN OUTPUT DEMAND-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.

       203-WRITE-DEMAND-REPORT.
           MOVE WS-FINAL-TERM-CODE TO DMH-TERM-CODE.
           MOVE WS-PASS-MARK TO DMH-PASS-MARK.
           ACCEPT DMH-DATE FROM DATE YYYYMMDD.
           WRITE DEMAND-REPORT-RECORD FROM REPORT-HEADER.
           WRITE DEMAND-REPORT-RECORD FROM COLUMN-HEADER.
           PERFORM 345-WRITE-COURSE-DEMAND
               VARYING DEMAND-SUB FROM 1 BY 1
                   UNTIL DEMAND-SUB > NUM-OF-DEMAND-COURSES.
           MOVE WS-COURSES-REPORTED TO DMT-COURSES.
           MOVE WS-OVER-COUNT TO DMT-OVER.
           MOVE WS-UNDER-COUNT TO DMT-UNDER.
           MOVE SPACES TO DEMAND-REPORT-RECORD.
           WRITE DEMAND-REPORT-RECORD.
           WRITE DEMAND-REPORT-RECORD FROM REPORT-TRAILER.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       205-TERMINATE-DEMAND-JOB.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "COURSE DEMAND FORECAST COMPLETE".
           DISPLAY "  STUDENTS EVALUATED: " WS-STUDENTS-EVALUATED.
           DISPLAY "  COURSES REPORTED  : " WS-COURSES-REPORTED.
           DISPLAY "  OVERSUBSCRIBED    : " WS-OVER-COUNT.
           DISPLAY "  UNDERSUBSCRIBED   : " WS-UNDER-COUNT.
           CLOSE DEMAND-REPORT AUDIT-LOG-FILE.

       301-SELECT-DEMAND-RECORDS.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 303-RELEASE-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF-FLAG = "Y".
           CLOSE ARCHIVE-FILE.
           OPEN INPUT STUDENT-FILE-INDEX.
           PERFORM 304-RELEASE-INDEX-RECORD
               UNTIL INDEX-EOF-FLAG = "Y".
           CLOSE STUDENT-FILE-INDEX.
           OPEN INPUT WAITLIST-FILE.
           PERFORM 305-RELEASE-WAITLIST-RECORD
               UNTIL WAITLIST-EOF-FLAG = "Y".
           CLOSE WAITLIST-FILE.

       302-EVALUATE-SORTED-RECORDS.
           PERFORM 307-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "Y".
           IF FIRST-RECORD-SW NOT = "Y"
               PERFORM 312-EVALUATE-STUDENT-DEMAND
           END-IF.

       303-RELEASE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO ARCHIVE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE ARCHIVE-RECORD TO ATTEMPT-RECORD-WS
                   PERFORM 306-RELEASE-ATTEMPT
           END-READ.

       304-RELEASE-INDEX-RECORD.
           READ STUDENT-FILE-INDEX
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE STUDENT-REPORT-INDEX TO ATTEMPT-RECORD-WS
                   IF TERM-CODE-INDEX = WS-FINAL-TERM-CODE
                       MOVE COURSE-NUMBER-INDEX
                           TO WS-CHECK-COURSE-NUMBER
                       MOVE SECTION-NUMBER-INDEX
                           TO WS-CHECK-SECTION-NUMBER
                       PERFORM 343-NOTE-OFFERED-SECTION
                   END-IF
                   PERFORM 306-RELEASE-ATTEMPT
           END-READ.

       305-RELEASE-WAITLIST-RECORD.
           READ WAITLIST-FILE
               AT END MOVE "Y" TO WAITLIST-EOF-FLAG
               NOT AT END
                   IF WL-STATUS = "W"
                           AND WL-TERM-CODE = WS-FINAL-TERM-CODE
                       MOVE WL-COURSE-NUMBER TO WS-TARGET-COURSE
                       PERFORM 323-FIND-DEMAND-COURSE
                       IF MATCHED-DEMAND-SUB > ZERO
                           MOVE WL-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE "W" TO SORT-RECORD-TYPE
                           MOVE WL-COURSE-NUMBER TO SORT-COURSE-NUMBER
                           MOVE WL-PROGRAM-NUMBER
                               TO SORT-PROGRAM-NUMBER
                           MOVE "F" TO SORT-TIMING
                           MOVE ZERO TO SORT-AVRG
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-WAITLIST-RELEASED
                       END-IF
                   END-IF
           END-READ.

       306-RELEASE-ATTEMPT.
           MOVE ATT-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 328-FIND-TERM-START.
           IF ATT-INCOMPLETE OR ATT-AUDIT-BASIS
               CONTINUE
           ELSE
               IF WS-FOUND-TERM-START > WS-FINAL-TERM-START
                   CONTINUE
               ELSE
                   IF ATT-PASS-FAIL-BASIS
                       IF ATT-FINALIZED
                           IF ATT-FINAL-GRADE = "P"
                               MOVE 100 TO SORT-AVRG
                           ELSE
                               MOVE ZERO TO SORT-AVRG
                           END-IF
                           PERFORM 352-RELEASE-ATTEMPT-RECORD
                       END-IF
                   ELSE
                       IF ATT-MARK-1 NUMERIC AND ATT-MARK-2 NUMERIC
                               AND ATT-MARK-3 NUMERIC
                               AND ATT-MARK-4 NUMERIC
                           MOVE ATT-COURSE-NUMBER TO WS-SCHEME-COURSE
                           MOVE ATT-TERM-CODE TO WS-SCHEME-TERM
                           PERFORM 339-SELECT-ASSESSMENT-SCHEME
                           COMPUTE SORT-AVRG =
                               (ATT-MARK-1 * WS-MARK-WEIGHT(1)
                               + ATT-MARK-2 * WS-MARK-WEIGHT(2)
                               + ATT-MARK-3 * WS-MARK-WEIGHT(3)
                               + ATT-MARK-4 * WS-MARK-WEIGHT(4)) / 100
                           PERFORM 352-RELEASE-ATTEMPT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       307-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 310-GROUP-STUDENT-RECORDS
           END-RETURN.

       308-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-ARCHIVE-FILE-NAME FROM SYSIN
               ACCEPT WS-PREREQ-FILE-NAME FROM SYSIN
               ACCEPT WS-WAITLIST-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-ASSIGNMENT-FILE-NAME FROM SYSIN
               ACCEPT WS-REQUIREMENTS-FILE-NAME FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMAND-REPORT-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER TERM BEING FINALIZED (BLANK FOR CURRENT): ".
           ACCEPT WS-FINAL-TERM-CODE FROM SYSIN.
           DISPLAY "ENTER PASSING MARK (000-100): ".
           ACCEPT WS-PASS-MARK FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-INDEX-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-COURSES-REPORTED TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       310-GROUP-STUDENT-RECORDS.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER
           ELSE
               IF SORT-STUDENT-NUMBER NOT = WS-PREV-STUDENT-NUMBER
                   PERFORM 312-EVALUATE-STUDENT-DEMAND
                   MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT-NUMBER
               END-IF
           END-IF.
           PERFORM 311-NOTE-STUDENT-RECORD.

       311-NOTE-STUDENT-RECORD.
           IF SORT-PROGRAM-NUMBER NOT = SPACES
               MOVE SORT-PROGRAM-NUMBER TO WS-STUDENT-PROGRAM
           END-IF.
           IF SORT-WAITLISTED
               IF NUM-OF-STU-WAITS < 50
                   ADD 1 TO NUM-OF-STU-WAITS
                   MOVE SORT-COURSE-NUMBER
                       TO SWT-COURSE-WS(NUM-OF-STU-WAITS)
               END-IF
           ELSE
               MOVE SORT-COURSE-NUMBER TO WS-CHECK-COURSE-NUMBER
               PERFORM 317-FIND-STUDENT-COURSE
               IF MATCHED-STU-COURSE-SUB = ZERO
                       AND NUM-OF-STU-COURSES < 200
                   ADD 1 TO NUM-OF-STU-COURSES
                   MOVE NUM-OF-STU-COURSES TO MATCHED-STU-COURSE-SUB
                   MOVE SORT-COURSE-NUMBER
                       TO SCT-COURSE-WS(MATCHED-STU-COURSE-SUB)
                   MOVE "N" TO SCT-BEFORE-SW(MATCHED-STU-COURSE-SUB)
                   MOVE ZERO
                       TO SCT-BEFORE-AVRG-WS(MATCHED-STU-COURSE-SUB)
                   MOVE ZERO
                       TO SCT-AFTER-AVRG-WS(MATCHED-STU-COURSE-SUB)
               END-IF
               IF MATCHED-STU-COURSE-SUB > ZERO
                   IF SORT-AVRG >
                           SCT-AFTER-AVRG-WS(MATCHED-STU-COURSE-SUB)
                       MOVE SORT-AVRG
                           TO SCT-AFTER-AVRG-WS(MATCHED-STU-COURSE-SUB)
                   END-IF
                   IF SORT-PRIOR-TERM
                       MOVE "Y"
                           TO SCT-BEFORE-SW(MATCHED-STU-COURSE-SUB)
                       IF SORT-AVRG > SCT-BEFORE-AVRG-WS
                               (MATCHED-STU-COURSE-SUB)
                           MOVE SORT-AVRG TO SCT-BEFORE-AVRG-WS
                               (MATCHED-STU-COURSE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       312-EVALUATE-STUDENT-DEMAND.
           ADD 1 TO WS-STUDENTS-EVALUATED.
           PERFORM 313-EVALUATE-DEMAND-COURSE
               VARYING DEMAND-SUB FROM 1 BY 1
                   UNTIL DEMAND-SUB > NUM-OF-DEMAND-COURSES.
           MOVE ZERO TO NUM-OF-STU-COURSES.
           MOVE ZERO TO NUM-OF-STU-WAITS.
           MOVE SPACES TO WS-STUDENT-PROGRAM.

       313-EVALUATE-DEMAND-COURSE.
           MOVE DMD-COURSE-WS(DEMAND-SUB) TO WS-TARGET-COURSE.
           MOVE SPACE TO WS-DEMAND-SOURCE.
           MOVE ZERO TO WS-PREREQ-COUNT.
           MOVE "Y" TO PREREQS-MET-BEFORE-FLAG.
           MOVE "Y" TO PREREQS-MET-AFTER-FLAG.
           PERFORM 314-CHECK-ONE-PREREQUISITE
               VARYING PREQ-SUB FROM 1 BY 1
                   UNTIL PREQ-SUB > NUM-OF-PREREQS
                      OR PREREQS-MET-AFTER-FLAG = "N".
           IF WS-PREREQ-COUNT > ZERO
                   AND PREREQS-MET-AFTER-FLAG = "Y"
                   AND PREREQS-MET-BEFORE-FLAG = "N"
               MOVE "E" TO WS-DEMAND-SOURCE
           ELSE
               PERFORM 321-CHECK-STUDENT-WAITLIST
               IF WAITLIST-FOUND-FLAG = "Y"
                   MOVE "W" TO WS-DEMAND-SOURCE
               END-IF
           END-IF.
           IF NOT NO-DEMAND
               PERFORM 315-CHECK-COURSE-COMPLETED
               PERFORM 316-POST-STUDENT-DEMAND
           END-IF.

       314-CHECK-ONE-PREREQUISITE.
           IF PREQ-COURSE-WS(PREQ-SUB) = WS-TARGET-COURSE
               ADD 1 TO WS-PREREQ-COUNT
               MOVE PREQ-REQUIRED-WS(PREQ-SUB) TO WS-CHECK-COURSE-NUMBER
               PERFORM 319-CHECK-TRANSFER-CREDIT
               IF TRANSFER-FOUND-FLAG NOT = "Y"
                   PERFORM 317-FIND-STUDENT-COURSE
                   IF MATCHED-STU-COURSE-SUB = ZERO
                       MOVE "N" TO PREREQS-MET-BEFORE-FLAG
                       MOVE "N" TO PREREQS-MET-AFTER-FLAG
                   ELSE
                       IF SCT-AFTER-AVRG-WS(MATCHED-STU-COURSE-SUB)
                               < PREQ-MIN-MARK-WS(PREQ-SUB)
                           MOVE "N" TO PREREQS-MET-AFTER-FLAG
                       END-IF
                       IF NOT SCT-ATTEMPTED-BEFORE
                               (MATCHED-STU-COURSE-SUB)
                               OR SCT-BEFORE-AVRG-WS
                                   (MATCHED-STU-COURSE-SUB)
                                   < PREQ-MIN-MARK-WS(PREQ-SUB)
                           MOVE "N" TO PREREQS-MET-BEFORE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       315-CHECK-COURSE-COMPLETED.
           MOVE "N" TO COURSE-COMPLETED-FLAG.
           MOVE WS-TARGET-COURSE TO WS-CHECK-COURSE-NUMBER.
           PERFORM 319-CHECK-TRANSFER-CREDIT.
           IF TRANSFER-FOUND-FLAG = "Y"
               MOVE "Y" TO COURSE-COMPLETED-FLAG
           ELSE
               PERFORM 317-FIND-STUDENT-COURSE
               IF MATCHED-STU-COURSE-SUB > ZERO
                   IF SCT-AFTER-AVRG-WS(MATCHED-STU-COURSE-SUB)
                           NOT < WS-PASS-MARK
                       MOVE "Y" TO COURSE-COMPLETED-FLAG
                   END-IF
               END-IF
           END-IF.

       316-POST-STUDENT-DEMAND.
           MOVE WS-STUDENT-PROGRAM TO WS-CHECK-PROGRAM.
           PERFORM 325-FIND-DEMAND-PROGRAM.
           IF NEWLY-ELIGIBLE
               ADD 1 TO DMD-NEW-ELIGIBLE-WS(DEMAND-SUB)
           ELSE
               ADD 1 TO DMD-WAITLIST-WS(DEMAND-SUB)
           END-IF.
           IF COURSE-COMPLETED-FLAG = "Y"
               ADD 1 TO DMD-COMPLETED-WS(DEMAND-SUB)
           END-IF.
           IF MATCHED-PROGRAM-SUB > ZERO
               IF NEWLY-ELIGIBLE
                   ADD 1 TO DPG-NEW-ELIGIBLE-WS(MATCHED-PROGRAM-SUB)
               ELSE
                   ADD 1 TO DPG-WAITLIST-WS(MATCHED-PROGRAM-SUB)
               END-IF
               IF COURSE-COMPLETED-FLAG = "Y"
                   ADD 1 TO DPG-COMPLETED-WS(MATCHED-PROGRAM-SUB)
               END-IF
           END-IF.

       317-FIND-STUDENT-COURSE.
           MOVE ZERO TO MATCHED-STU-COURSE-SUB.
           PERFORM 318-MATCH-STUDENT-COURSE
               VARYING STU-COURSE-SUB FROM 1 BY 1
                   UNTIL STU-COURSE-SUB > NUM-OF-STU-COURSES
                      OR MATCHED-STU-COURSE-SUB > ZERO.

       318-MATCH-STUDENT-COURSE.
           IF SCT-COURSE-WS(STU-COURSE-SUB) = WS-CHECK-COURSE-NUMBER
               MOVE STU-COURSE-SUB TO MATCHED-STU-COURSE-SUB
           END-IF.

       319-CHECK-TRANSFER-CREDIT.
           MOVE "N" TO TRANSFER-FOUND-FLAG.
           PERFORM 320-MATCH-TRANSFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS
                      OR TRANSFER-FOUND-FLAG = "Y".

       320-MATCH-TRANSFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) =
                   WS-PREV-STUDENT-NUMBER
                   AND XFER-COURSE-NUMBER-WS(TRANSFER-SUB) =
                       WS-CHECK-COURSE-NUMBER
               MOVE "Y" TO TRANSFER-FOUND-FLAG
           END-IF.

       321-CHECK-STUDENT-WAITLIST.
           MOVE "N" TO WAITLIST-FOUND-FLAG.
           PERFORM 322-MATCH-STUDENT-WAITLIST
               VARYING STU-WAIT-SUB FROM 1 BY 1
                   UNTIL STU-WAIT-SUB > NUM-OF-STU-WAITS
                      OR WAITLIST-FOUND-FLAG = "Y".

       322-MATCH-STUDENT-WAITLIST.
           IF SWT-COURSE-WS(STU-WAIT-SUB) = WS-TARGET-COURSE
               MOVE "Y" TO WAITLIST-FOUND-FLAG
           END-IF.

       323-FIND-DEMAND-COURSE.
           MOVE ZERO TO MATCHED-DEMAND-SUB.
           PERFORM 324-MATCH-DEMAND-COURSE
               VARYING DEMAND-SUB FROM 1 BY 1
                   UNTIL DEMAND-SUB > NUM-OF-DEMAND-COURSES
                      OR MATCHED-DEMAND-SUB > ZERO.
           IF MATCHED-DEMAND-SUB = ZERO
               IF NUM-OF-DEMAND-COURSES < 500
                   ADD 1 TO NUM-OF-DEMAND-COURSES
                   MOVE WS-TARGET-COURSE
                       TO DMD-COURSE-WS(NUM-OF-DEMAND-COURSES)
                   MOVE ZERO
                       TO DMD-NEW-ELIGIBLE-WS(NUM-OF-DEMAND-COURSES)
                   MOVE ZERO TO DMD-WAITLIST-WS(NUM-OF-DEMAND-COURSES)
                   MOVE ZERO
                       TO DMD-COMPLETED-WS(NUM-OF-DEMAND-COURSES)
                   MOVE NUM-OF-DEMAND-COURSES TO MATCHED-DEMAND-SUB
               END-IF
           END-IF.

       324-MATCH-DEMAND-COURSE.
           IF DMD-COURSE-WS(DEMAND-SUB) = WS-TARGET-COURSE
               MOVE DEMAND-SUB TO MATCHED-DEMAND-SUB
           END-IF.

       325-FIND-DEMAND-PROGRAM.
           MOVE ZERO TO MATCHED-PROGRAM-SUB.
           PERFORM 326-MATCH-DEMAND-PROGRAM
               VARYING DEMAND-PROGRAM-SUB FROM 1 BY 1
                   UNTIL DEMAND-PROGRAM-SUB > NUM-OF-DEMAND-PROGRAMS
                      OR MATCHED-PROGRAM-SUB > ZERO.
           IF MATCHED-PROGRAM-SUB = ZERO
               IF NUM-OF-DEMAND-PROGRAMS < 2000
                   ADD 1 TO NUM-OF-DEMAND-PROGRAMS
                   MOVE WS-TARGET-COURSE
                       TO DPG-COURSE-WS(NUM-OF-DEMAND-PROGRAMS)
                   MOVE WS-CHECK-PROGRAM
                       TO DPG-PROGRAM-WS(NUM-OF-DEMAND-PROGRAMS)
                   MOVE ZERO
                       TO DPG-NEW-ELIGIBLE-WS(NUM-OF-DEMAND-PROGRAMS)
                   MOVE ZERO
                       TO DPG-WAITLIST-WS(NUM-OF-DEMAND-PROGRAMS)
                   MOVE ZERO
                       TO DPG-COMPLETED-WS(NUM-OF-DEMAND-PROGRAMS)
                   MOVE NUM-OF-DEMAND-PROGRAMS TO MATCHED-PROGRAM-SUB
               END-IF
           END-IF.

       326-MATCH-DEMAND-PROGRAM.
           IF DPG-COURSE-WS(DEMAND-PROGRAM-SUB) = WS-TARGET-COURSE
                   AND DPG-PROGRAM-WS(DEMAND-PROGRAM-SUB) =
                       WS-CHECK-PROGRAM
               MOVE DEMAND-PROGRAM-SUB TO MATCHED-PROGRAM-SUB
           END-IF.

       327-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                       MOVE TERM-CURRENT-IN-FILE
                           TO TERM-CURRENT-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       328-FIND-TERM-START.
           MOVE ZERO TO WS-FOUND-TERM-START.
           PERFORM 329-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR WS-FOUND-TERM-START > ZERO.

       329-MATCH-TERM-ENTRY.
           IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
           END-IF.

       330-LOAD-COURSE-TABLE.
           READ COURSE-FILE
               AT END MOVE "Y" TO COURSE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-COURSES < 999
                       ADD 1 TO NUM-OF-COURSES
                       MOVE COURSE-NUMBER-IN-FILE
                           TO COURSE-NUMBER-WS(NUM-OF-COURSES)
                       MOVE COURSE-CAPACITY-IN-FILE
                           TO COURSE-CAPACITY-WS(NUM-OF-COURSES)
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

       331-FIND-COURSE-CAPACITY.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO WS-MATCHED-CAPACITY.
           PERFORM 332-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       332-MATCH-COURSE-ENTRY.
           IF WS-TARGET-COURSE = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO WS-MATCHED-CAPACITY
           END-IF.

       333-LOAD-PREREQ-TABLE.
           READ PREREQUISITE-FILE
               AT END MOVE "Y" TO PREREQ-EOF-FLAG
               NOT AT END
                   IF NUM-OF-PREREQS < 500
                       ADD 1 TO NUM-OF-PREREQS
                       MOVE PREQ-COURSE-NUMBER-IN-FILE
                           TO PREQ-COURSE-WS(NUM-OF-PREREQS)
                       MOVE PREQ-REQUIRED-COURSE-IN-FILE
                           TO PREQ-REQUIRED-WS(NUM-OF-PREREQS)
                       MOVE PREQ-MINIMUM-MARK-IN-FILE
                           TO PREQ-MIN-MARK-WS(NUM-OF-PREREQS)
                       MOVE PREQ-COURSE-NUMBER-IN-FILE
                           TO WS-TARGET-COURSE
                       PERFORM 323-FIND-DEMAND-COURSE
                   END-IF
           END-READ.

       334-LOAD-REQUIREMENTS-TABLE.
           READ PROGRAM-REQUIREMENTS-FILE
               AT END MOVE "Y" TO REQUIREMENTS-EOF-FLAG
               NOT AT END
                   IF NUM-OF-REQUIREMENTS < 500
                       ADD 1 TO NUM-OF-REQUIREMENTS
                       MOVE PRGR-PROGRAM-IN-FILE
                           TO PRGR-PROGRAM-WS(NUM-OF-REQUIREMENTS)
                       MOVE PRGR-COURSE-IN-FILE
                           TO PRGR-COURSE-WS(NUM-OF-REQUIREMENTS)
                   END-IF
           END-READ.

       335-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 336-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       336-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 337-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 338-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       337-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       338-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       339-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 340-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       340-MATCH-ASSESSMENT-SCHEME.
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

       341-LOAD-TRANSFER-ENTRY.
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
                   END-IF
           END-READ.

       342-LOAD-SECTION-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO ASSIGNMENT-EOF-FLAG
               NOT AT END
                   IF ASGN-TERM-CODE-IN-FILE = WS-FINAL-TERM-CODE
                       MOVE ASGN-COURSE-NUMBER-IN-FILE
                           TO WS-CHECK-COURSE-NUMBER
                       MOVE ASGN-SECTION-NUMBER-IN-FILE
                           TO WS-CHECK-SECTION-NUMBER
                       PERFORM 343-NOTE-OFFERED-SECTION
                   END-IF
           END-READ.

       343-NOTE-OFFERED-SECTION.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 344-MATCH-OFFERED-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.
           IF MATCHED-SECTION-SUB = ZERO
                   AND NUM-OF-SECTIONS < 1000
               ADD 1 TO NUM-OF-SECTIONS
               MOVE WS-CHECK-COURSE-NUMBER
                   TO SECT-COURSE-WS(NUM-OF-SECTIONS)
               MOVE WS-CHECK-SECTION-NUMBER
                   TO SECT-SECTION-WS(NUM-OF-SECTIONS)
           END-IF.

       344-MATCH-OFFERED-SECTION.
           IF SECT-COURSE-WS(SECTION-SUB) = WS-CHECK-COURSE-NUMBER
                   AND SECT-SECTION-WS(SECTION-SUB) =
                       WS-CHECK-SECTION-NUMBER
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       345-WRITE-COURSE-DEMAND.
           MOVE DMD-COURSE-WS(DEMAND-SUB) TO WS-TARGET-COURSE.
           MOVE ZERO TO WS-SECTIONS-OFFERED.
           PERFORM 346-COUNT-COURSE-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS.
           PERFORM 331-FIND-COURSE-CAPACITY.
           COMPUTE WS-CAPACITY-OFFERED =
               WS-SECTIONS-OFFERED * WS-MATCHED-CAPACITY.
           COMPUTE WS-PROJECTED = DMD-NEW-ELIGIBLE-WS(DEMAND-SUB)
               + DMD-WAITLIST-WS(DEMAND-SUB)
               - DMD-COMPLETED-WS(DEMAND-SUB).
           IF WS-PROJECTED < ZERO
               MOVE ZERO TO WS-PROJECTED
           END-IF.
           MOVE WS-TARGET-COURSE TO DML-COURSE-NUMBER.
           MOVE DMD-NEW-ELIGIBLE-WS(DEMAND-SUB) TO DML-NEW-ELIGIBLE.
           MOVE DMD-WAITLIST-WS(DEMAND-SUB) TO DML-WAITLIST.
           MOVE DMD-COMPLETED-WS(DEMAND-SUB) TO DML-COMPLETED.
           MOVE WS-PROJECTED TO DML-PROJECTED.
           MOVE WS-SECTIONS-OFFERED TO DML-SECTIONS.
           MOVE WS-CAPACITY-OFFERED TO DML-CAPACITY.
           MOVE ZERO TO WS-SECTION-CHANGE.
           IF WS-MATCHED-CAPACITY = ZERO
               MOVE "NO CAP" TO DML-STATUS
           ELSE
               COMPUTE WS-SECTIONS-NEEDED =
                   (WS-PROJECTED + WS-MATCHED-CAPACITY - 1)
                   / WS-MATCHED-CAPACITY
               COMPUTE WS-SECTION-CHANGE =
                   WS-SECTIONS-NEEDED - WS-SECTIONS-OFFERED
               IF WS-PROJECTED > WS-CAPACITY-OFFERED
                   MOVE "OVER" TO DML-STATUS
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   IF WS-SECTION-CHANGE < ZERO
                       MOVE "UNDER" TO DML-STATUS
                       ADD 1 TO WS-UNDER-COUNT
                   ELSE
                       MOVE "OK" TO DML-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-SECTION-CHANGE TO DML-SECTION-CHANGE.
           MOVE SPACES TO DEMAND-REPORT-RECORD.
           WRITE DEMAND-REPORT-RECORD.
           WRITE DEMAND-REPORT-RECORD FROM COURSE-LINE-STRUCTURE.
           ADD 1 TO WS-COURSES-REPORTED.
           PERFORM 347-WRITE-REQUIRED-PROGRAM
               VARYING REQUIREMENT-SUB FROM 1 BY 1
                   UNTIL REQUIREMENT-SUB > NUM-OF-REQUIREMENTS.
           MOVE ZERO TO WS-OTHER-NEW-ELIGIBLE.
           MOVE ZERO TO WS-OTHER-WAITLIST.
           MOVE ZERO TO WS-OTHER-COMPLETED.
           PERFORM 348-ADD-OTHER-PROGRAM
               VARYING DEMAND-PROGRAM-SUB FROM 1 BY 1
                   UNTIL DEMAND-PROGRAM-SUB > NUM-OF-DEMAND-PROGRAMS.
           IF WS-OTHER-NEW-ELIGIBLE > ZERO
                   OR WS-OTHER-WAITLIST > ZERO
               MOVE "OTHER PROGRAMS" TO DPL-PROGRAM-LABEL
               MOVE WS-OTHER-NEW-ELIGIBLE TO DPL-NEW-ELIGIBLE
               MOVE WS-OTHER-WAITLIST TO DPL-WAITLIST
               MOVE WS-OTHER-COMPLETED TO DPL-COMPLETED
               COMPUTE WS-PROJECTED = WS-OTHER-NEW-ELIGIBLE
                   + WS-OTHER-WAITLIST - WS-OTHER-COMPLETED
               MOVE WS-PROJECTED TO DPL-PROJECTED
               WRITE DEMAND-REPORT-RECORD FROM PROGRAM-LINE-STRUCTURE
           END-IF.

       346-COUNT-COURSE-SECTION.
           IF SECT-COURSE-WS(SECTION-SUB) = WS-TARGET-COURSE
               ADD 1 TO WS-SECTIONS-OFFERED
           END-IF.

       347-WRITE-REQUIRED-PROGRAM.
           IF PRGR-COURSE-WS(REQUIREMENT-SUB) = WS-TARGET-COURSE
               MOVE SPACES TO DPL-PROGRAM-LABEL
               MOVE PRGR-PROGRAM-WS(REQUIREMENT-SUB)
                   TO DPL-PROGRAM-NUMBER
               MOVE "REQUIRED" TO DPL-REQUIRED
               MOVE PRGR-PROGRAM-WS(REQUIREMENT-SUB)
                   TO WS-CHECK-PROGRAM
               MOVE ZERO TO MATCHED-PROGRAM-SUB
               PERFORM 326-MATCH-DEMAND-PROGRAM
                   VARYING DEMAND-PROGRAM-SUB FROM 1 BY 1
                       UNTIL DEMAND-PROGRAM-SUB > NUM-OF-DEMAND-PROGRAMS
                          OR MATCHED-PROGRAM-SUB > ZERO
               IF MATCHED-PROGRAM-SUB > ZERO
                   MOVE DPG-NEW-ELIGIBLE-WS(MATCHED-PROGRAM-SUB)
                       TO DPL-NEW-ELIGIBLE
                   MOVE DPG-WAITLIST-WS(MATCHED-PROGRAM-SUB)
                       TO DPL-WAITLIST
                   MOVE DPG-COMPLETED-WS(MATCHED-PROGRAM-SUB)
                       TO DPL-COMPLETED
                   COMPUTE WS-PROJECTED =
                       DPG-NEW-ELIGIBLE-WS(MATCHED-PROGRAM-SUB)
                       + DPG-WAITLIST-WS(MATCHED-PROGRAM-SUB)
                       - DPG-COMPLETED-WS(MATCHED-PROGRAM-SUB)
               ELSE
                   MOVE ZERO TO DPL-NEW-ELIGIBLE
                   MOVE ZERO TO DPL-WAITLIST
                   MOVE ZERO TO DPL-COMPLETED
                   MOVE ZERO TO WS-PROJECTED
               END-IF
               MOVE WS-PROJECTED TO DPL-PROJECTED
               WRITE DEMAND-REPORT-RECORD FROM PROGRAM-LINE-STRUCTURE
           END-IF.

       348-ADD-OTHER-PROGRAM.
           IF DPG-COURSE-WS(DEMAND-PROGRAM-SUB) = WS-TARGET-COURSE
               MOVE "N" TO REQUIRED-FOUND-FLAG
               PERFORM 349-MATCH-PROGRAM-REQUIREMENT
                   VARYING REQUIREMENT-SUB FROM 1 BY 1
                       UNTIL REQUIREMENT-SUB > NUM-OF-REQUIREMENTS
                          OR REQUIRED-FOUND-FLAG = "Y"
               IF REQUIRED-FOUND-FLAG NOT = "Y"
                   ADD DPG-NEW-ELIGIBLE-WS(DEMAND-PROGRAM-SUB)
                       TO WS-OTHER-NEW-ELIGIBLE
                   ADD DPG-WAITLIST-WS(DEMAND-PROGRAM-SUB)
                       TO WS-OTHER-WAITLIST
                   ADD DPG-COMPLETED-WS(DEMAND-PROGRAM-SUB)
                       TO WS-OTHER-COMPLETED
               END-IF
           END-IF.

       349-MATCH-PROGRAM-REQUIREMENT.
           IF PRGR-COURSE-WS(REQUIREMENT-SUB) = WS-TARGET-COURSE
                   AND PRGR-PROGRAM-WS(REQUIREMENT-SUB) =
                       DPG-PROGRAM-WS(DEMAND-PROGRAM-SUB)
               MOVE "Y" TO REQUIRED-FOUND-FLAG
           END-IF.

       350-FIND-FINAL-TERM.
           IF WS-FINAL-TERM-CODE = SPACES
               PERFORM 351-MATCH-CURRENT-TERM
                   VARYING TERM-SUB FROM 1 BY 1
                       UNTIL TERM-SUB > NUM-OF-TERMS
           END-IF.
           MOVE WS-FINAL-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 328-FIND-TERM-START.
           MOVE WS-FOUND-TERM-START TO WS-FINAL-TERM-START.

       351-MATCH-CURRENT-TERM.
           IF TERM-CURRENT-WS(TERM-SUB) = "Y"
               MOVE TERM-CODE-WS(TERM-SUB) TO WS-FINAL-TERM-CODE
           END-IF.

       352-RELEASE-ATTEMPT-RECORD.
           MOVE ATT-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE "A" TO SORT-RECORD-TYPE.
           MOVE ATT-COURSE-NUMBER TO SORT-COURSE-NUMBER.
           MOVE ATT-PROGRAM-NUMBER TO SORT-PROGRAM-NUMBER.
           IF ATT-TERM-CODE = WS-FINAL-TERM-CODE
               MOVE "F" TO SORT-TIMING
           ELSE
               MOVE "P" TO SORT-TIMING
           END-IF.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-ATTEMPTS-RELEASED.
