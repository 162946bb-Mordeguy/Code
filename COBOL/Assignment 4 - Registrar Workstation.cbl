      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REGISTRAR-WORKSTATION.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STUDENT-FILE-INDEX
         ASSIGN TO WS-INDEX-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-INDEX-KEY
           ALTERNATE RECORD KEY IS STUDENT-NAME-INDEX
               WITH DUPLICATES.

       SELECT COURSE-FILE
         ASSIGN TO WS-COURSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PREREQUISITE-FILE
         ASSIGN TO WS-PREREQ-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STANDING-FILE
         ASSIGN TO WS-STANDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL WAITLIST-FILE
         ASSIGN TO WS-WAITLIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOCK-CONTROL-FILE
         ASSIGN TO WS-LOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JOURNAL-FILE
         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASSESSMENT-SCHEME-FILE
         ASSIGN TO WS-SCHEME-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MEETING-FILE
         ASSIGN TO WS-MEETING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSFER-CREDIT-FILE
         ASSIGN TO WS-TRANSFER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DISCLOSURE-LOG-FILE
         ASSIGN TO WS-DISCLOSURE-LOG-NAME
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
               88 ENROLLMENT-INTEGRITY-SANCTION VALUE "X".
           05 GRADING-BASIS-INDEX PIC X(1).
               88 GRADED-BASIS VALUE "G" SPACE.
               88 PASS-FAIL-BASIS VALUE "P".
               88 AUDIT-BASIS VALUE "A".

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

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

       FD PREREQUISITE-FILE.
       01 PREREQUISITE-RECORD-IN.
           05 PREQ-COURSE-NUMBER-IN-FILE PIC X(7).
           05 PREQ-REQUIRED-COURSE-IN-FILE PIC X(7).
           05 PREQ-MINIMUM-MARK-IN-FILE PIC 9(3).

       FD STANDING-FILE.
       01 STANDING-RECORD-IN.
           05 STND-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 STND-STANDING-CODE-IN-FILE PIC X(1).
           05 STND-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 STND-HOLD-FLAG-IN-FILE PIC X(1).

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-NUMBER PIC X(7).
           05 WL-SECTION-NUMBER PIC X(3).
           05 WL-TERM-CODE PIC X(6).
           05 WL-STUDENT-NUMBER PIC 9(9).
           05 WL-STUDENT-NAME PIC X(20).
           05 WL-PROGRAM-NUMBER PIC X(3).
           05 WL-STATUS PIC X(1).

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
           05 LOCK-PROGRAM-NAME PIC X(20).
           05 LOCK-DATE PIC 9(8).
           05 LOCK-TIME PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD ASSESSMENT-SCHEME-FILE.
       01 ASSESSMENT-SCHEME-RECORD.
           05 ASMT-COURSE-NUMBER-IN-FILE PIC X(7).
           05 ASMT-TERM-CODE-IN-FILE PIC X(6).
           05 ASMT-SLOT-IN-FILE OCCURS 4 TIMES.
               10 ASMT-WEIGHT-IN-FILE PIC 9(3).
               10 ASMT-DESC-IN-FILE PIC X(15).

       FD MEETING-FILE.
       01 MEETING-RECORD-IN.
           05 MEET-COURSE-NUMBER-IN-FILE PIC X(7).
           05 MEET-SECTION-NUMBER-IN-FILE PIC X(3).
           05 MEET-TERM-CODE-IN-FILE PIC X(6).
           05 MEET-SEQUENCE-IN-FILE PIC 9(1).
           05 MEET-DAYS-IN-FILE PIC X(7).
           05 MEET-START-TIME-IN-FILE PIC 9(4).
           05 MEET-END-TIME-IN-FILE PIC 9(4).
           05 MEET-ROOM-IN-FILE PIC X(6).

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

       FD DISCLOSURE-LOG-FILE.
       01 DISCLOSURE-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-PREREQ-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\PREQFILE.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-WAITLIST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WAITLIST.TXT".
           05 WS-JOURNAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUJRNL.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-OVERRIDE-AUTH-CODE PIC X(4) VALUE "REGR".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-SCHEME-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\ASMTSCHM.TXT".
           05 WS-MEETING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\MEETPATT.TXT".
           05 WS-TRANSFER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\XFERCRED.TXT".
           05 WS-DISCLOSURE-LOG-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\DISCLOG.TXT".
           05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WORKSTATION-REQUEST.
           05 WS-FUNCTION-CODE PIC X(1) VALUE SPACE.
               88 INQUIRY-FUNCTION VALUE "I".
               88 ADD-FUNCTION VALUE "A".
               88 CORRECT-FUNCTION VALUE "C".
               88 DROP-FUNCTION VALUE "D".
               88 INCOMPLETE-FUNCTION VALUE "N".
               88 END-OF-SESSION VALUE "X".
           05 ENTRY-VALID-SW PIC X(1) VALUE "Y".
               88 ENTRY-IS-VALID VALUE "Y".
           05 CONFIRM-SW PIC X(1) VALUE "N".
               88 UPDATE-CONFIRMED VALUE "Y".
           05 UPDATE-DONE-SW PIC X(1) VALUE "N".
               88 UPDATE-APPLIED VALUE "Y".
           05 WS-SECTION-ENTRY PIC X(3) VALUE SPACES.
           05 WS-BASIS-ENTRY PIC X(1) VALUE SPACE.
           05 WS-DISCLOSURE-REASON PIC X(30) VALUE SPACES.
               88 VALID-BASIS-ENTRY VALUE "G" "P" "A" SPACE.
           05 WS-MARK-ENTRY PIC X(3) VALUE SPACES.
           05 WS-MARK-ENTRY-NUM REDEFINES WS-MARK-ENTRY PIC 9(3).
           05 MARK-SUB PIC 9(1).
           05 WS-DISPLAYED-IMAGE PIC X(74) VALUE SPACES.
           05 WS-ENROLLMENT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-SECTION-WAITING PIC 9(4) VALUE ZERO.

       01 TRANSACTION-RECORD.
           05 TRANS-ACTION-CODE PIC X(1).
           05 TRANS-STUDENT-NUMBER PIC 9(9).
           05 TRANS-STUDENT-NAME PIC X(20).
           05 TRANS-PROGRAM-NUMBER PIC X(3).
           05 TRANS-COURSE-NUMBER PIC X(7).
           05 TRANS-TERM-CODE PIC X(6).
           05 TRANS-SECTION-NUMBER PIC X(3).
           05 TRANS-MARKS.
               10 TRANS-MARK-1 PIC 9(3).
               10 TRANS-MARK-2 PIC 9(3).
               10 TRANS-MARK-3 PIC 9(3).
               10 TRANS-MARK-4 PIC 9(3).
           05 TRANS-MARK-TABLE REDEFINES TRANS-MARKS.
               10 TRANS-MARK PIC 9(3) OCCURS 4 TIMES.
           05 TRANS-OVERRIDE-CODE PIC X(4).
           05 TRANS-GRADING-BASIS PIC X(1).
               88 TRANS-BASIS-NOT-GIVEN VALUE SPACE.

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
           05 LOCK-STALE-FLAG PIC X(1) VALUE "N".
           05 LOCK-DENIED-SW PIC X(1) VALUE "N".
               88 LOCK-REFUSED VALUE "Y".
           05 WS-LOCK-OWNER PIC X(20) VALUE SPACES.
           05 WS-LOCK-EVENT PIC X(80) VALUE SPACES.
           05 WS-LOCK-DATE PIC 9(8) VALUE ZERO.
           05 WS-LOCK-TIME PIC 9(8) VALUE ZERO.
           05 WS-LOCK-TIME-PARTS REDEFINES WS-LOCK-TIME.
               10 WS-LOCK-HH PIC 9(2).
               10 WS-LOCK-MM PIC 9(2).
               10 FILLER PIC 9(4).
           05 WS-NOW-DATE PIC 9(8) VALUE ZERO.
           05 WS-NOW-TIME PIC 9(8) VALUE ZERO.
           05 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
               10 WS-NOW-HH PIC 9(2).
               10 WS-NOW-MM PIC 9(2).
               10 FILLER PIC 9(4).
           05 WS-ELAPSED-MINUTES PIC S9(7) VALUE ZERO.
           05 WS-SERIAL-DATE PIC 9(8) VALUE ZERO.
           05 WS-SERIAL-DATE-PARTS REDEFINES WS-SERIAL-DATE.
               10 WS-SERIAL-YEAR PIC 9(4).
               10 WS-SERIAL-MONTH PIC 9(2).
               10 WS-SERIAL-DAY PIC 9(2).
           05 WS-DAY-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-NOW-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LOCK-SERIAL PIC 9(7) VALUE ZERO.
           05 WS-LEAP-WORK PIC 9(4) VALUE ZERO.
           05 WS-LEAP-REMAINDER PIC 9(4) VALUE ZERO.
           05 WS-LEAP-SW PIC X(1) VALUE "N".

       01 MONTH-OFFSET-LIST PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-LIST.
           05 MONTH-OFFSET-DAYS OCCURS 12 TIMES PIC 9(3).

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "REGISTRAR-WORKSTN".
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

       01 DISCLOSURE-LOG-RECORD-STRUCTURE.
           05 DLOG-RUN-DATE PIC 9(8).
           05 DLOG-RUN-TIME PIC 9(8).
           05 DLOG-PROGRAM-NAME PIC X(20) VALUE "REGISTRAR-WORKSTN".
           05 DLOG-OPERATOR-ID PIC X(8).
           05 DLOG-STUDENT-NUMBER PIC 9(9).
           05 DLOG-CONFIDENTIAL-SW PIC X(1).
           05 DLOG-DISPOSITION PIC X(1).
           05 DLOG-REASON PIC X(30).

       01 UPDATE-AUDIT-DESCRIPTION.
           05 UAD-EVENT PIC X(17).
           05 UAD-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UAD-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UAD-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UAD-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(10) VALUE " OPERATOR ".
           05 UAD-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(17) VALUE SPACES.

       01 FLAGS.
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 INDEX-EOF-FLAG PIC X(1) VALUE "N".
           05 FOUND-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-FOUND-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 PREREQ-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 HOLD-FOUND-FLAG PIC X(1) VALUE "N".
           05 MEETING-EOF-FLAG PIC X(1) VALUE "N".
           05 TRANSFER-EOF-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-EOF-FLAG PIC X(1) VALUE "N".
           05 BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 RECORD-FOUND-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-REQUEST-COUNT PIC 9(7) VALUE ZERO.
           05 INQUIRY-COUNT PIC 9(5) VALUE ZERO.
           05 DISCLOSURE-COUNT PIC 9(5) VALUE ZERO.
           05 ADD-COUNT PIC 9(5) VALUE ZERO.
           05 CORRECT-COUNT PIC 9(5) VALUE ZERO.
           05 DELETE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WAITLIST-COUNT PIC 9(5) VALUE ZERO.
           05 LOCK-BUSY-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-WS.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.

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

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
           05 DEMO-SUB PIC 9(4).
           05 MATCHED-DEMO-SUB PIC 9(4) VALUE ZERO.
           05 DEMO-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMO-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).
               10 DEMO-STUDENT-NAME-WS PIC X(20).
               10 DEMO-PROGRAM-WS PIC X(3).
               10 DEMO-CONFIDENTIAL-WS PIC X(1).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-CHECK-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).
               10 TERM-END-WS PIC 9(8).
               10 TERM-CURRENT-WS PIC X(1).

       01 PREREQ-TABLE-WS.
           05 NUM-OF-PREREQS PIC 9(3) VALUE ZERO.
           05 PREQ-SUB PIC 9(3).
           05 PREREQ-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-PREREQS.
               10 PREQ-COURSE-WS PIC X(7).
               10 PREQ-REQUIRED-WS PIC X(7).
               10 PREQ-MIN-MARK-WS PIC 9(3).

       01 STANDING-TABLE-WS.
           05 NUM-OF-STANDINGS PIC 9(4) VALUE ZERO.
           05 STANDING-SUB PIC 9(4).
           05 WS-HOLD-TYPE PIC X(1) VALUE SPACE.
           05 STANDING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STANDINGS.
               10 STND-STUDENT-NUMBER-WS PIC 9(9).
               10 STND-STANDING-CODE-WS PIC X(1).
               10 STND-EFFECTIVE-TERM-WS PIC X(6).
               10 STND-HOLD-FLAG-WS PIC X(1).

       01 WAITLIST-TABLE-WS.
           05 NUM-OF-WAITLISTED PIC 9(4) VALUE ZERO.
           05 WAITLIST-SUB PIC 9(4).
           05 WAITLIST-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-WAITLISTED.
               10 WL-COURSE-NUMBER-WS PIC X(7).
               10 WL-SECTION-NUMBER-WS PIC X(3).
               10 WL-TERM-CODE-WS PIC X(6).
               10 WL-STUDENT-NUMBER-WS PIC 9(9).
               10 WL-STATUS-WS PIC X(1).

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

       01 MEETING-TABLE-WS.
           05 NUM-OF-MEETINGS PIC 9(4) VALUE ZERO.
           05 MEET-SUB PIC 9(4).
           05 MEET-SUB-2 PIC 9(4).
           05 DAY-SUB PIC 9(1).
           05 MEETING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-MEETINGS.
               10 MEET-COURSE-WS PIC X(7).
               10 MEET-SECTION-WS PIC X(3).
               10 MEET-TERM-WS PIC X(6).
               10 MEET-SEQ-WS PIC 9(1).
               10 MEET-DAYS-WS.
                   15 MEET-DAY-WS PIC X(1) OCCURS 7 TIMES.
               10 MEET-START-WS PIC 9(4).
               10 MEET-END-WS PIC 9(4).
               10 MEET-ROOM-WS PIC X(6).

       01 TRANSFER-TABLE-WS.
           05 NUM-OF-TRANSFERS PIC 9(4) VALUE ZERO.
           05 TRANSFER-SUB PIC 9(4).
           05 TRANSFER-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-TRANSFERS.
               10 XFER-STUDENT-NUMBER-WS PIC 9(9).
               10 XFER-COURSE-NUMBER-WS PIC X(7).
               10 XFER-TERM-CODE-WS PIC X(6).

       01 SCHEDULE-CHECK-WS.
           05 SCHEDULE-CONFLICT-FLAG PIC X(1) VALUE "N".
           05 SCHED-BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 DAY-OVERLAP-FLAG PIC X(1) VALUE "N".
           05 WS-CONFLICT-COURSE PIC X(7) VALUE SPACES.
           05 WS-CONFLICT-SECTION PIC X(3) VALUE SPACES.

       01 PREREQ-CHECK-WS.
           05 PREREQ-OK-FLAG PIC X(1) VALUE "Y".
           05 PREREQ-MET-FLAG PIC X(1) VALUE "N".
           05 PRIOR-BROWSE-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-FAILED-PREREQ PIC X(7) VALUE SPACES.
           05 WS-TRANS-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-AVRG PIC 9(3) VALUE ZERO.

       01 ENROLLMENT-COUNT-WS.
           05 NUM-OF-SECTIONS PIC 9(3) VALUE ZERO.
           05 SECTION-SUB PIC 9(3).
           05 MATCHED-SECTION-SUB PIC 9(3) VALUE ZERO.
           05 SECTION-COUNT-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-SECTIONS.
               10 SECT-COURSE-WS PIC X(7).
               10 SECT-SECTION-WS PIC X(3).
               10 SECT-TERM-WS PIC X(6).
               10 SECT-ENROLLED-WS PIC 9(4).
               10 SECT-CAPACITY-WS PIC 9(3).

       01 JOURNAL-RECORD-STRUCTURE.
           05 JRNL-RUN-DATE PIC 9(8).
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-RUN-REGISTRAR-WORKSTATION.
           PERFORM 201-INITIATE-WORKSTATION.
           PERFORM 202-PROCESS-FUNCTION
               UNTIL END-OF-SESSION.
           PERFORM 203-TERMINATE-WORKSTATION.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-WORKSTATION.
           PERFORM 301-ACCEPT-RUN-PARAMETERS.
           OPEN INPUT COURSE-FILE DEMOGRAPHIC-FILE TERM-CALENDAR-FILE
                      PREREQUISITE-FILE STANDING-FILE.
           PERFORM 311-LOAD-COURSE-TABLE UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           PERFORM 320-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           PERFORM 323-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 324-LOAD-PREREQ-TABLE UNTIL PREREQ-EOF-FLAG = "Y".
           CLOSE PREREQUISITE-FILE.
           PERFORM 334-LOAD-STANDING-TABLE
               UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           PERFORM 348-LOAD-ASSESSMENT-SCHEMES.
           PERFORM 354-LOAD-MEETING-TABLE.
           PERFORM 361-LOAD-TRANSFER-CREDITS.
           PERFORM 302-ACCEPT-FUNCTION.

       202-PROCESS-FUNCTION.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE ZERO TO TRANS-MARKS.
           MOVE "Y" TO ENTRY-VALID-SW.
           EVALUATE TRUE
               WHEN INQUIRY-FUNCTION
                   PERFORM 303-DISPLAY-STUDENT-INQUIRY
               WHEN ADD-FUNCTION
                   MOVE "A" TO TRANS-ACTION-CODE
                   PERFORM 304-ADD-ENROLLMENT
               WHEN CORRECT-FUNCTION
                   MOVE "C" TO TRANS-ACTION-CODE
                   PERFORM 305-CORRECT-ENROLLMENT
               WHEN DROP-FUNCTION
                   MOVE "D" TO TRANS-ACTION-CODE
                   PERFORM 306-DROP-ENROLLMENT
               WHEN INCOMPLETE-FUNCTION
                   MOVE "I" TO TRANS-ACTION-CODE
                   PERFORM 307-MARK-ENROLLMENT-INCOMPLETE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION: " WS-FUNCTION-CODE
           END-EVALUATE.
           PERFORM 302-ACCEPT-FUNCTION.

       203-TERMINATE-WORKSTATION.
           COMPUTE WS-RECORDS-WRITTEN =
               ADD-COUNT + CORRECT-COUNT + DELETE-COUNT
               + WAITLIST-COUNT.
           PERFORM 309-WRITE-AUDIT-LOG.
           DISPLAY "REGISTRAR WORKSTATION SESSION COMPLETE".
           DISPLAY "  INQUIRIES : " INQUIRY-COUNT.
           DISPLAY "  ADDED     : " ADD-COUNT.
           DISPLAY "  CORRECTED : " CORRECT-COUNT.
           DISPLAY "  DROPPED   : " DELETE-COUNT.
           DISPLAY "  WAITLISTED: " WAITLIST-COUNT.
           DISPLAY "  REJECTED  : " REJECT-COUNT.
           DISPLAY "  INDEX BUSY: " LOCK-BUSY-COUNT.
           DISPLAY "  DISCLOSURES LOGGED: " DISCLOSURE-COUNT.

       204-SET-RETURN-CODE.
           IF REJECT-COUNT > ZERO OR LOCK-BUSY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-PREREQ-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-WAITLIST-FILE-NAME FROM SYSIN
               ACCEPT WS-JOURNAL-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-OVERRIDE-AUTH-CODE FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-SCHEME-FILE-NAME FROM SYSIN
               ACCEPT WS-MEETING-FILE-NAME FROM SYSIN
               ACCEPT WS-TRANSFER-FILE-NAME FROM SYSIN
               ACCEPT WS-DISCLOSURE-LOG-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID FROM SYSIN.

       302-ACCEPT-FUNCTION.
           DISPLAY " ".
           DISPLAY "REGISTRAR WORKSTATION - ENROLLMENT MENU".
           DISPLAY "  I = INQUIRY      A = ADD ENROLLMENT".
           DISPLAY "  C = CORRECT      D = DROP ENROLLMENT".
           DISPLAY "  N = INCOMPLETE   X = END SESSION".
           DISPLAY "ENTER FUNCTION: ".
           ACCEPT WS-FUNCTION-CODE FROM SYSIN.

       303-DISPLAY-STUDENT-INQUIRY.
           DISPLAY "ENTER STUDENT NUMBER: ".
           ACCEPT TRANS-STUDENT-NUMBER FROM SYSIN.
           IF TRANS-STUDENT-NUMBER NOT NUMERIC
                   OR TRANS-STUDENT-NUMBER = ZERO
               DISPLAY "INVALID STUDENT NUMBER"
           ELSE
               DISPLAY "ENTER REASON FOR LOOKUP: "
               ACCEPT WS-DISCLOSURE-REASON FROM SYSIN
               ADD 1 TO INQUIRY-COUNT
               PERFORM 370-DISPLAY-STUDENT-STATUS
               OPEN INPUT STUDENT-FILE-INDEX
               PERFORM 371-RECOUNT-SECTION-ENROLLMENT
               PERFORM 365-LOAD-WAITLIST-TABLE
               MOVE ZERO TO WS-ENROLLMENT-COUNT
               MOVE "N" TO BROWSE-EOF-FLAG
               MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX
               MOVE LOW-VALUES TO COURSE-NUMBER-INDEX
               MOVE LOW-VALUES TO TERM-CODE-INDEX
               START STUDENT-FILE-INDEX
                   KEY NOT LESS THAN STUDENT-INDEX-KEY
                   INVALID KEY MOVE "Y" TO BROWSE-EOF-FLAG
               END-START
               PERFORM 369-READ-STUDENT-ENROLLMENT
                   UNTIL BROWSE-EOF-FLAG = "Y"
               CLOSE STUDENT-FILE-INDEX
               DISPLAY "ENROLLMENTS ON FILE: " WS-ENROLLMENT-COUNT
               PERFORM 368-DISPLAY-WAITLIST-ENTRY
                   VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > NUM-OF-WAITLISTED
               PERFORM 377-WRITE-DISCLOSURE-LOG
           END-IF.

       304-ADD-ENROLLMENT.
           PERFORM 308-ACCEPT-ENROLLMENT-KEY.
           DISPLAY "ENTER SECTION NUMBER: ".
           ACCEPT TRANS-SECTION-NUMBER FROM SYSIN.
           PERFORM 374-ACCEPT-MARK
               VARYING MARK-SUB FROM 1 BY 1 UNTIL MARK-SUB > 4.
           DISPLAY "ENTER GRADING BASIS (G/P/A, BLANK = G): ".
           ACCEPT TRANS-GRADING-BASIS FROM SYSIN.
           PERFORM 318-EDIT-ENROLLMENT-ENTRY.
           IF ENTRY-IS-VALID AND TRANS-SECTION-NUMBER = SPACES
               DISPLAY "ADD REJECTED - SECTION NUMBER REQUIRED"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM 321-CHECK-DEMOGRAPHIC-MASTER
               IF DEMO-FOUND-FLAG NOT = "Y"
                   DISPLAY "ADD REJECTED - NOT ON DEMOGRAPHIC MASTER: "
                       TRANS-STUDENT-NUMBER
                   ADD 1 TO REJECT-COUNT
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   MOVE DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
                       TO TRANS-STUDENT-NAME
                   MOVE DEMO-PROGRAM-WS(MATCHED-DEMO-SUB)
                       TO TRANS-PROGRAM-NUMBER
                   PERFORM 335-CHECK-REGISTRATION-HOLD
                   IF HOLD-FOUND-FLAG = "Y"
                       DISPLAY "ADD REJECTED - REGISTRATION HOLD: "
                           TRANS-STUDENT-NUMBER
                       ADD 1 TO REJECT-COUNT
                       MOVE "N" TO ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               OPEN INPUT STUDENT-FILE-INDEX
               PERFORM 325-CHECK-PREREQUISITES
               IF PREREQ-OK-FLAG = "Y"
                   PERFORM 356-CHECK-SCHEDULE-CONFLICT
               END-IF
               CLOSE STUDENT-FILE-INDEX
               IF PREREQ-OK-FLAG NOT = "Y"
                   DISPLAY "ADD REJECTED - PREREQUISITE NOT MET: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " NEEDS " WS-FAILED-PREREQ
                   ADD 1 TO REJECT-COUNT
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   IF SCHEDULE-CONFLICT-FLAG = "Y"
                       PERFORM 378-ACCEPT-CONFLICT-OVERRIDE
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 341-BEGIN-ONLINE-UPDATE
               IF NOT LOCK-REFUSED
                   PERFORM 379-POST-ONLINE-ADD
                   PERFORM 342-END-ONLINE-UPDATE
               END-IF
           END-IF.

       305-CORRECT-ENROLLMENT.
           PERFORM 308-ACCEPT-ENROLLMENT-KEY.
           PERFORM 318-EDIT-ENROLLMENT-ENTRY.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM 333-READ-CURRENT-ENROLLMENT
               IF RECORD-FOUND-FLAG NOT = "Y"
                   DISPLAY "CORRECTION REJECTED - NOT ON FILE: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " " TRANS-TERM-CODE
                   ADD 1 TO REJECT-COUNT
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   PERFORM 380-ACCEPT-CORRECTED-FIELDS
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM 345-ACCEPT-FINALIZED-OVERRIDE
               IF NOT UPDATE-CONFIRMED
                   DISPLAY "CORRECTION REJECTED - OVERRIDE REQUIRED: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " " TRANS-TERM-CODE
                   ADD 1 TO REJECT-COUNT
               ELSE
                   PERFORM 341-BEGIN-ONLINE-UPDATE
                   IF NOT LOCK-REFUSED
                       PERFORM 381-POST-ONLINE-CORRECTION
                       PERFORM 342-END-ONLINE-UPDATE
                   END-IF
               END-IF
           END-IF.

       306-DROP-ENROLLMENT.
           PERFORM 308-ACCEPT-ENROLLMENT-KEY.
           PERFORM 318-EDIT-ENROLLMENT-ENTRY.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM 333-READ-CURRENT-ENROLLMENT
               IF RECORD-FOUND-FLAG NOT = "Y"
                   DISPLAY "WITHDRAWAL REJECTED - NOT ON FILE: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " " TRANS-TERM-CODE
                   ADD 1 TO REJECT-COUNT
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   PERFORM 345-ACCEPT-FINALIZED-OVERRIDE
                   IF NOT UPDATE-CONFIRMED
                       DISPLAY "WITHDRAWAL REJECTED - OVERRIDE "
                           "REQUIRED: " TRANS-STUDENT-NUMBER " "
                           TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                       MOVE "N" TO ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               DISPLAY "ENTER Y TO CONFIRM DROP: "
               ACCEPT CONFIRM-SW FROM SYSIN
               IF NOT UPDATE-CONFIRMED
                   DISPLAY "DROP CANCELLED - NOTHING CHANGED"
               ELSE
                   PERFORM 341-BEGIN-ONLINE-UPDATE
                   IF NOT LOCK-REFUSED
                       PERFORM 382-POST-ONLINE-DROP
                       PERFORM 342-END-ONLINE-UPDATE
                   END-IF
               END-IF
           END-IF.

       307-MARK-ENROLLMENT-INCOMPLETE.
           PERFORM 308-ACCEPT-ENROLLMENT-KEY.
           PERFORM 318-EDIT-ENROLLMENT-ENTRY.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM 333-READ-CURRENT-ENROLLMENT
               IF RECORD-FOUND-FLAG NOT = "Y"
                   DISPLAY "INCOMPLETE REJECTED - NOT ON FILE: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " " TRANS-TERM-CODE
                   ADD 1 TO REJECT-COUNT
               ELSE
                   PERFORM 345-ACCEPT-FINALIZED-OVERRIDE
                   IF NOT UPDATE-CONFIRMED
                       DISPLAY "INCOMPLETE REJECTED - OVERRIDE "
                           "REQUIRED: " TRANS-STUDENT-NUMBER " "
                           TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM 341-BEGIN-ONLINE-UPDATE
                       IF NOT LOCK-REFUSED
                           PERFORM 383-POST-ONLINE-INCOMPLETE
                           PERFORM 342-END-ONLINE-UPDATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       308-ACCEPT-ENROLLMENT-KEY.
           DISPLAY "ENTER STUDENT NUMBER: ".
           ACCEPT TRANS-STUDENT-NUMBER FROM SYSIN.
           DISPLAY "ENTER COURSE NUMBER: ".
           ACCEPT TRANS-COURSE-NUMBER FROM SYSIN.
           DISPLAY "ENTER TERM CODE: ".
           ACCEPT TRANS-TERM-CODE FROM SYSIN.

       309-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-INDEX-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-REQUEST-COUNT TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       310-WRITE-JOURNAL-RECORD.
           IF TRANS-ACTION-CODE = "I"
               MOVE "C" TO JRNL-ACTION-CODE
           ELSE
               MOVE TRANS-ACTION-CODE TO JRNL-ACTION-CODE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.
           CLOSE JOURNAL-FILE.

       311-LOAD-COURSE-TABLE.
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

       312-COUNT-CURRENT-ENROLLMENT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   PERFORM 315-LOOKUP-COURSE-ENTRY
                   PERFORM 314-COUNT-SECTION-ENROLLMENT
           END-READ.

       313-WRITE-STUDENT-RECORD.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE TRANS-COURSE-NUMBER TO COURSE-NUMBER-INDEX.
           MOVE TRANS-TERM-CODE TO TERM-CODE-INDEX.
           MOVE TRANS-STUDENT-NAME TO STUDENT-NAME-INDEX.
           MOVE TRANS-PROGRAM-NUMBER TO PROGRAM-NUMBER-INDEX.
           MOVE TRANS-SECTION-NUMBER TO SECTION-NUMBER-INDEX.
           PERFORM 315-LOOKUP-COURSE-ENTRY.
           MOVE MATCHED-COURSE-NAME TO COURSE-NAME-INDEX.
           MOVE TRANS-MARK-1 TO MARK-1-INDEX.
           MOVE TRANS-MARK-2 TO MARK-2-INDEX.
           MOVE TRANS-MARK-3 TO MARK-3-INDEX.
           MOVE TRANS-MARK-4 TO MARK-4-INDEX.
           MOVE SPACES TO FINAL-GRADE-INDEX.
           MOVE SPACES TO FINALIZED-STATUS-INDEX.
           MOVE SPACES TO ENROLLMENT-STATUS-INDEX.
           IF TRANS-BASIS-NOT-GIVEN
               MOVE "G" TO GRADING-BASIS-INDEX
           ELSE
               MOVE TRANS-GRADING-BASIS TO GRADING-BASIS-INDEX
           END-IF.
           PERFORM 331-CHECK-SECTION-FULL.
           IF MATCHED-SECTION-SUB > ZERO
                   AND SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                   AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) NOT <
                       SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
               PERFORM 332-WRITE-WAITLIST-RECORD
           ELSE
               WRITE STUDENT-REPORT-INDEX
                   INVALID KEY
                       DISPLAY "ADD REJECTED - ALREADY ON FILE: "
                           TRANS-STUDENT-NUMBER
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO ADD-COUNT
                       IF SCHEDULE-CONFLICT-FLAG = "Y"
                           MOVE "Y" TO JRNL-OVERRIDE-SW
                       ELSE
                           MOVE SPACE TO JRNL-OVERRIDE-SW
                       END-IF
                       MOVE SPACES TO JRNL-BEFORE-IMAGE
                       MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
                       PERFORM 310-WRITE-JOURNAL-RECORD
                       MOVE "ONLINE ADD" TO UAD-EVENT
                       PERFORM 343-WRITE-UPDATE-AUDIT
                       DISPLAY "ENROLLMENT ADDED - JOURNAL KEY "
                           JRNL-RUN-DATE " " JRNL-RUN-TIME
                       PERFORM 314-COUNT-SECTION-ENROLLMENT
                       PERFORM 316-WARN-IF-OVER-CAPACITY
               END-WRITE
           END-IF.

       314-COUNT-SECTION-ENROLLMENT.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 317-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.
           IF MATCHED-SECTION-SUB = ZERO
               IF NUM-OF-SECTIONS < 999
                   ADD 1 TO NUM-OF-SECTIONS
                   MOVE COURSE-NUMBER-INDEX
                       TO SECT-COURSE-WS(NUM-OF-SECTIONS)
                   MOVE SECTION-NUMBER-INDEX
                       TO SECT-SECTION-WS(NUM-OF-SECTIONS)
                   MOVE TERM-CODE-INDEX
                       TO SECT-TERM-WS(NUM-OF-SECTIONS)
                   MOVE ZERO TO SECT-ENROLLED-WS(NUM-OF-SECTIONS)
                   MOVE MATCHED-COURSE-CAPACITY
                       TO SECT-CAPACITY-WS(NUM-OF-SECTIONS)
                   MOVE NUM-OF-SECTIONS TO MATCHED-SECTION-SUB
               END-IF
           END-IF.
           IF MATCHED-SECTION-SUB > ZERO
               ADD 1 TO SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
           END-IF.

       315-LOOKUP-COURSE-ENTRY.
           MOVE "N" TO FOUND-FLAG.
           MOVE SPACES TO MATCHED-COURSE-NAME.
           MOVE ZERO TO MATCHED-COURSE-CAPACITY.
           PERFORM 375-FIND-COURSE-AS-OF-START.
           PERFORM 319-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       316-WARN-IF-OVER-CAPACITY.
           IF MATCHED-SECTION-SUB > ZERO
               IF SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                   AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) >
                       SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
                   DISPLAY "WARNING - OVER CAPACITY: "
                       SECT-COURSE-WS(MATCHED-SECTION-SUB) " "
                       SECT-SECTION-WS(MATCHED-SECTION-SUB) " "
                       SECT-TERM-WS(MATCHED-SECTION-SUB)
                       " ENROLLED "
                       SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
                       " CAPACITY "
                       SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
               END-IF
           END-IF.

       317-MATCH-SECTION-ENTRY.
           IF COURSE-NUMBER-INDEX = SECT-COURSE-WS(SECTION-SUB)
                   AND SECTION-NUMBER-INDEX =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND TERM-CODE-INDEX = SECT-TERM-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       318-EDIT-ENROLLMENT-ENTRY.
           IF TRANS-STUDENT-NUMBER NOT NUMERIC
                   OR TRANS-STUDENT-NUMBER = ZERO
               DISPLAY "INVALID STUDENT NUMBER"
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               IF TRANS-TERM-CODE = SPACES
                   DISPLAY "MISSING TERM CODE"
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   MOVE TRANS-TERM-CODE TO WS-CHECK-TERM-CODE
                   PERFORM 329-FIND-TERM-START-DATE
                   IF WS-FOUND-TERM-START = ZERO
                       DISPLAY "TERM NOT ON CALENDAR: " TRANS-TERM-CODE
                       MOVE "N" TO ENTRY-VALID-SW
                   ELSE
                       MOVE TRANS-COURSE-NUMBER TO COURSE-NUMBER-INDEX
                       MOVE TRANS-TERM-CODE TO TERM-CODE-INDEX
                       PERFORM 315-LOOKUP-COURSE-ENTRY
                       IF FOUND-FLAG NOT = "Y"
                           DISPLAY "COURSE NOT ON COURSE MASTER: "
                               TRANS-COURSE-NUMBER
                           MOVE "N" TO ENTRY-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID AND TRANS-ACTION-CODE = "A"
               IF TRANS-GRADING-BASIS NOT = "G" AND
                       TRANS-GRADING-BASIS NOT = "P" AND
                       TRANS-GRADING-BASIS NOT = "A" AND
                       NOT TRANS-BASIS-NOT-GIVEN
                   DISPLAY "INVALID GRADING BASIS"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.

       319-MATCH-COURSE-ENTRY.
           IF COURSE-NUMBER-INDEX = COURSE-NUMBER-WS(COURSE-SUB)
               AND (FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO FOUND-FLAG
               MOVE COURSE-NAME-WS(COURSE-SUB) TO MATCHED-COURSE-NAME
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO MATCHED-COURSE-CAPACITY
           END-IF.

       320-LOAD-DEMOGRAPHIC-TABLE.
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
                       MOVE DEMO-PROGRAM-IN-FILE
                           TO DEMO-PROGRAM-WS(NUM-OF-DEMO-STUDENTS)
                       MOVE DEMO-CONFIDENTIAL-IN-FILE
                           TO DEMO-CONFIDENTIAL-WS
                               (NUM-OF-DEMO-STUDENTS)
                   END-IF
           END-READ.

       321-CHECK-DEMOGRAPHIC-MASTER.
           MOVE "N" TO DEMO-FOUND-FLAG.
           MOVE ZERO TO MATCHED-DEMO-SUB.
           PERFORM 322-MATCH-DEMOGRAPHIC-ENTRY
               VARYING DEMO-SUB FROM 1 BY 1
                   UNTIL DEMO-SUB > NUM-OF-DEMO-STUDENTS
                      OR DEMO-FOUND-FLAG = "Y".

       322-MATCH-DEMOGRAPHIC-ENTRY.
           IF TRANS-STUDENT-NUMBER = DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE "Y" TO DEMO-FOUND-FLAG
               MOVE DEMO-SUB TO MATCHED-DEMO-SUB
           END-IF.

       323-LOAD-TERM-TABLE.
           READ TERM-CALENDAR-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-TERMS < 100
                       ADD 1 TO NUM-OF-TERMS
                       MOVE TERM-CODE-IN-FILE
                           TO TERM-CODE-WS(NUM-OF-TERMS)
                       MOVE TERM-START-IN-FILE
                           TO TERM-START-WS(NUM-OF-TERMS)
                       MOVE TERM-END-IN-FILE
                           TO TERM-END-WS(NUM-OF-TERMS)
                       MOVE TERM-CURRENT-IN-FILE
                           TO TERM-CURRENT-WS(NUM-OF-TERMS)
                   END-IF
           END-READ.

       324-LOAD-PREREQ-TABLE.
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
                   END-IF
           END-READ.

       325-CHECK-PREREQUISITES.
           MOVE "Y" TO PREREQ-OK-FLAG.
           MOVE SPACES TO WS-FAILED-PREREQ.
           MOVE TRANS-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 329-FIND-TERM-START-DATE.
           MOVE WS-FOUND-TERM-START TO WS-TRANS-TERM-START.
           PERFORM 326-CHECK-ONE-PREREQUISITE
               VARYING PREQ-SUB FROM 1 BY 1
                   UNTIL PREQ-SUB > NUM-OF-PREREQS
                      OR PREREQ-OK-FLAG = "N".

       326-CHECK-ONE-PREREQUISITE.
           IF PREQ-COURSE-WS(PREQ-SUB) = TRANS-COURSE-NUMBER
               PERFORM 363-CHECK-TRANSFER-CREDIT
               IF PREREQ-MET-FLAG NOT = "Y"
                   PERFORM 327-BROWSE-PRIOR-ATTEMPTS
               END-IF
               IF PREREQ-MET-FLAG NOT = "Y"
                   MOVE "N" TO PREREQ-OK-FLAG
                   MOVE PREQ-REQUIRED-WS(PREQ-SUB)
                       TO WS-FAILED-PREREQ
               END-IF
           END-IF.

       327-BROWSE-PRIOR-ATTEMPTS.
           MOVE "N" TO PREREQ-MET-FLAG.
           MOVE "N" TO PRIOR-BROWSE-EOF-FLAG.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE PREQ-REQUIRED-WS(PREQ-SUB) TO COURSE-NUMBER-INDEX.
           MOVE LOW-VALUES TO TERM-CODE-INDEX.
           START STUDENT-FILE-INDEX
               KEY NOT LESS THAN STUDENT-INDEX-KEY
               INVALID KEY MOVE "Y" TO PRIOR-BROWSE-EOF-FLAG
           END-START.
           PERFORM 328-READ-PRIOR-ATTEMPT
               UNTIL PRIOR-BROWSE-EOF-FLAG = "Y".

       328-READ-PRIOR-ATTEMPT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO PRIOR-BROWSE-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER-INDEX NOT =
                           TRANS-STUDENT-NUMBER
                           OR COURSE-NUMBER-INDEX NOT =
                               PREQ-REQUIRED-WS(PREQ-SUB)
                       MOVE "Y" TO PRIOR-BROWSE-EOF-FLAG
                   ELSE
                       MOVE TERM-CODE-INDEX TO WS-CHECK-TERM-CODE
                       PERFORM 329-FIND-TERM-START-DATE
                       MOVE WS-FOUND-TERM-START
                           TO WS-PRIOR-TERM-START
                       IF WS-PRIOR-TERM-START > ZERO
                               AND WS-PRIOR-TERM-START <
                                   WS-TRANS-TERM-START
                               AND MARK-1-INDEX NUMERIC
                               AND MARK-2-INDEX NUMERIC
                               AND MARK-3-INDEX NUMERIC
                               AND MARK-4-INDEX NUMERIC
                           MOVE COURSE-NUMBER-INDEX
                               TO WS-SCHEME-COURSE
                           MOVE TERM-CODE-INDEX TO WS-SCHEME-TERM
                           PERFORM 351-SELECT-ASSESSMENT-SCHEME
                           COMPUTE WS-PRIOR-AVRG =
                               (MARK-1-INDEX * WS-MARK-WEIGHT(1)
                               + MARK-2-INDEX * WS-MARK-WEIGHT(2)
                               + MARK-3-INDEX * WS-MARK-WEIGHT(3)
                               + MARK-4-INDEX * WS-MARK-WEIGHT(4)) / 100
                           IF WS-PRIOR-AVRG NOT <
                                   PREQ-MIN-MARK-WS(PREQ-SUB)
                               MOVE "Y" TO PREREQ-MET-FLAG
                               MOVE "Y" TO PRIOR-BROWSE-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       329-FIND-TERM-START-DATE.
           MOVE ZERO TO WS-FOUND-TERM-START.
           PERFORM 330-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR WS-FOUND-TERM-START > ZERO.

       330-MATCH-TERM-ENTRY.
           IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
           END-IF.

       331-CHECK-SECTION-FULL.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 317-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.

       332-WRITE-WAITLIST-RECORD.
           MOVE TRANS-COURSE-NUMBER TO WL-COURSE-NUMBER.
           MOVE TRANS-SECTION-NUMBER TO WL-SECTION-NUMBER.
           MOVE TRANS-TERM-CODE TO WL-TERM-CODE.
           MOVE TRANS-STUDENT-NUMBER TO WL-STUDENT-NUMBER.
           MOVE TRANS-STUDENT-NAME TO WL-STUDENT-NAME.
           MOVE TRANS-PROGRAM-NUMBER TO WL-PROGRAM-NUMBER.
           MOVE "W" TO WL-STATUS.
           OPEN EXTEND WAITLIST-FILE.
           WRITE WAITLIST-RECORD.
           CLOSE WAITLIST-FILE.
           ADD 1 TO WAITLIST-COUNT.
           MOVE "ONLINE WAITLIST" TO UAD-EVENT.
           PERFORM 343-WRITE-UPDATE-AUDIT.
           DISPLAY "SECTION FULL - ADDED TO WAITLIST: "
               TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER " "
               TRANS-SECTION-NUMBER " " TRANS-TERM-CODE.

       333-READ-CURRENT-ENROLLMENT.
           MOVE "N" TO RECORD-FOUND-FLAG.
           OPEN INPUT STUDENT-FILE-INDEX.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE TRANS-COURSE-NUMBER TO COURSE-NUMBER-INDEX.
           MOVE TRANS-TERM-CODE TO TERM-CODE-INDEX.
           READ STUDENT-FILE-INDEX
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-FLAG
                   MOVE STUDENT-REPORT-INDEX TO WS-DISPLAYED-IMAGE
           END-READ.
           IF RECORD-FOUND-FLAG = "Y"
               PERFORM 371-RECOUNT-SECTION-ENROLLMENT
               PERFORM 365-LOAD-WAITLIST-TABLE
               MOVE WS-DISPLAYED-IMAGE TO STUDENT-REPORT-INDEX
               PERFORM 346-DISPLAY-ENROLLMENT-DETAIL
           END-IF.
           CLOSE STUDENT-FILE-INDEX.
           IF RECORD-FOUND-FLAG = "Y"
               MOVE WS-DISPLAYED-IMAGE TO STUDENT-REPORT-INDEX
           END-IF.

       334-LOAD-STANDING-TABLE.
           READ STANDING-FILE
               AT END MOVE "Y" TO STANDING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-STANDINGS < 2000
                       ADD 1 TO NUM-OF-STANDINGS
                       MOVE STANDING-RECORD-IN
                           TO STANDING-ENTRY-TABLE(NUM-OF-STANDINGS)
                   END-IF
           END-READ.

       335-CHECK-REGISTRATION-HOLD.
           MOVE "N" TO HOLD-FOUND-FLAG.
           MOVE SPACE TO WS-HOLD-TYPE.
           PERFORM 336-MATCH-STANDING-ENTRY
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS
                      OR HOLD-FOUND-FLAG = "Y".

       336-MATCH-STANDING-ENTRY.
           IF TRANS-STUDENT-NUMBER =
                   STND-STUDENT-NUMBER-WS(STANDING-SUB)
                   AND (STND-HOLD-FLAG-WS(STANDING-SUB) = "Y"
                     OR STND-HOLD-FLAG-WS(STANDING-SUB) = "F")
               MOVE "Y" TO HOLD-FOUND-FLAG
               MOVE STND-HOLD-FLAG-WS(STANDING-SUB) TO WS-HOLD-TYPE
           END-IF.

       337-ACQUIRE-UPDATE-LOCK.
           MOVE "N" TO LOCK-HELD-FLAG.
           MOVE "N" TO LOCK-STALE-FLAG.
           MOVE "N" TO LOCK-DENIED-SW.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN INPUT LOCK-CONTROL-FILE.
           READ LOCK-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF LOCK-PROGRAM-NAME NOT = SPACES
                       MOVE "Y" TO LOCK-HELD-FLAG
                       MOVE LOCK-PROGRAM-NAME TO WS-LOCK-OWNER
                       MOVE LOCK-DATE TO WS-LOCK-DATE
                       MOVE LOCK-TIME TO WS-LOCK-TIME
                   END-IF
           END-READ.
           CLOSE LOCK-CONTROL-FILE.
           IF LOCK-HELD-FLAG = "Y"
               PERFORM 338-CHECK-STALE-LOCK
           END-IF.
           IF LOCK-HELD-FLAG = "Y" AND LOCK-STALE-FLAG NOT = "Y"
               MOVE "LOCK REFUSED - INDEX HELD" TO WS-LOCK-EVENT
               PERFORM 340-WRITE-LOCK-AUDIT
               MOVE "Y" TO LOCK-DENIED-SW
               DISPLAY "INDEX BUSY - STUDENT INDEX LOCKED BY "
                   WS-LOCK-OWNER
               DISPLAY "NOTHING CHANGED - TRY AGAIN WHEN IT ENDS"
           ELSE
               IF LOCK-HELD-FLAG = "Y"
                   MOVE "STALE LOCK BROKEN" TO WS-LOCK-EVENT
                   PERFORM 340-WRITE-LOCK-AUDIT
               END-IF
               OPEN OUTPUT LOCK-CONTROL-FILE
               MOVE "REGISTRAR-WORKSTN" TO LOCK-PROGRAM-NAME
               MOVE WS-NOW-DATE TO LOCK-DATE
               MOVE WS-NOW-TIME TO LOCK-TIME
               WRITE LOCK-CONTROL-RECORD
               CLOSE LOCK-CONTROL-FILE
               MOVE "LOCK GRANTED" TO WS-LOCK-EVENT
               PERFORM 340-WRITE-LOCK-AUDIT
           END-IF.

       338-CHECK-STALE-LOCK.
           MOVE WS-NOW-DATE TO WS-SERIAL-DATE.
           PERFORM 347-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-NOW-SERIAL.
           MOVE WS-LOCK-DATE TO WS-SERIAL-DATE.
           PERFORM 347-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-LOCK-SERIAL.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-SERIAL - WS-LOCK-SERIAL) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-LOCK-HH * 60 + WS-LOCK-MM).
           IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
               MOVE "Y" TO LOCK-STALE-FLAG
           END-IF.

       339-RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           CLOSE LOCK-CONTROL-FILE.
           MOVE "LOCK RELEASED" TO WS-LOCK-EVENT.
           PERFORM 340-WRITE-LOCK-AUDIT.

       340-WRITE-LOCK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-LOCK-EVENT TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       341-BEGIN-ONLINE-UPDATE.
           PERFORM 337-ACQUIRE-UPDATE-LOCK.
           IF LOCK-REFUSED
               ADD 1 TO LOCK-BUSY-COUNT
           ELSE
               OPEN I-O STUDENT-FILE-INDEX
               ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-RUN-TIME FROM TIME
           END-IF.

       342-END-ONLINE-UPDATE.
           CLOSE STUDENT-FILE-INDEX.
           PERFORM 339-RELEASE-UPDATE-LOCK.

       343-WRITE-UPDATE-AUDIT.
           MOVE TRANS-STUDENT-NUMBER TO UAD-STUDENT-NUMBER.
           MOVE TRANS-COURSE-NUMBER TO UAD-COURSE-NUMBER.
           MOVE TRANS-TERM-CODE TO UAD-TERM-CODE.
           MOVE TRANS-SECTION-NUMBER TO UAD-SECTION-NUMBER.
           MOVE WS-OPERATOR-ID TO UAD-OPERATOR-ID.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE UPDATE-AUDIT-DESCRIPTION TO AUDIT-INPUT-FILE.
           MOVE 1 TO AUDIT-RECORDS-READ.
           MOVE 1 TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       344-REREAD-ENROLLMENT-FOR-UPDATE.
           MOVE "N" TO RECORD-FOUND-FLAG.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE TRANS-COURSE-NUMBER TO COURSE-NUMBER-INDEX.
           MOVE TRANS-TERM-CODE TO TERM-CODE-INDEX.
           READ STUDENT-FILE-INDEX
               INVALID KEY
                   DISPLAY "UPDATE REJECTED - RECORD REMOVED BY "
                       "ANOTHER UPDATE: " TRANS-STUDENT-NUMBER " "
                       TRANS-COURSE-NUMBER " " TRANS-TERM-CODE
                   ADD 1 TO REJECT-COUNT
               NOT INVALID KEY
                   IF STUDENT-REPORT-INDEX NOT = WS-DISPLAYED-IMAGE
                       DISPLAY "UPDATE REJECTED - RECORD CHANGED BY "
                           "ANOTHER UPDATE, PLEASE RE-ENTER"
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       MOVE "Y" TO RECORD-FOUND-FLAG
                   END-IF
           END-READ.

       345-ACCEPT-FINALIZED-OVERRIDE.
           MOVE "Y" TO CONFIRM-SW.
           IF RECORD-FINALIZED
               DISPLAY "RECORD IS FINALIZED - ENTER OVERRIDE CODE: "
               ACCEPT TRANS-OVERRIDE-CODE FROM SYSIN
               IF TRANS-OVERRIDE-CODE NOT = WS-OVERRIDE-AUTH-CODE
                   MOVE "N" TO CONFIRM-SW
               END-IF
           ELSE
               IF ENROLLMENT-INTEGRITY-SANCTION
                   DISPLAY "RECORD HAS AN INTEGRITY SANCTION - "
                       "ENTER OVERRIDE CODE: "
                   ACCEPT TRANS-OVERRIDE-CODE FROM SYSIN
                   IF TRANS-OVERRIDE-CODE NOT = WS-OVERRIDE-AUTH-CODE
                       MOVE "N" TO CONFIRM-SW
                   END-IF
               END-IF
           END-IF.

       346-DISPLAY-ENROLLMENT-DETAIL.
           MOVE STUDENT-REPORT-INDEX TO WS-DISPLAYED-IMAGE.
           PERFORM 315-LOOKUP-COURSE-ENTRY.
           PERFORM 331-CHECK-SECTION-FULL.
           DISPLAY "COURSE " COURSE-NUMBER-INDEX " "
               COURSE-NAME-INDEX " TERM " TERM-CODE-INDEX
               " SECTION " SECTION-NUMBER-INDEX.
           DISPLAY "  MARKS " MARK-1-INDEX " " MARK-2-INDEX " "
               MARK-3-INDEX " " MARK-4-INDEX
               "  FINAL GRADE " FINAL-GRADE-INDEX.
           EVALUATE TRUE
               WHEN PASS-FAIL-BASIS
                   DISPLAY "  GRADING BASIS : PASS/FAIL"
               WHEN AUDIT-BASIS
                   DISPLAY "  GRADING BASIS : AUDIT - NO CREDIT"
               WHEN OTHER
                   DISPLAY "  GRADING BASIS : GRADED"
           END-EVALUATE.
           IF RECORD-FINALIZED
               DISPLAY "  STATUS        : FINALIZED"
           ELSE
               IF ENROLLMENT-INCOMPLETE
                   DISPLAY "  STATUS        : INCOMPLETE"
               ELSE
                   IF ENROLLMENT-LAPSED-FAIL
                       DISPLAY "  STATUS        : LAPSED TO FAIL"
                   ELSE
                       DISPLAY "  STATUS        : IN PROGRESS"
                   END-IF
               END-IF
           END-IF.
           IF ENROLLMENT-INTEGRITY-SANCTION
               DISPLAY "  INTEGRITY     : SANCTION APPLIED"
           END-IF.
           IF MATCHED-SECTION-SUB > ZERO
               MOVE ZERO TO WS-SECTION-WAITING
               PERFORM 367-COUNT-SECTION-WAITING
                   VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > NUM-OF-WAITLISTED
               DISPLAY "  SECTION       : ENROLLED "
                   SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
                   " CAPACITY " SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
                   " WAITING " WS-SECTION-WAITING
               IF SECT-CAPACITY-WS(MATCHED-SECTION-SUB) > ZERO
                       AND SECT-ENROLLED-WS(MATCHED-SECTION-SUB) NOT <
                           SECT-CAPACITY-WS(MATCHED-SECTION-SUB)
                   DISPLAY "  SECTION FULL - NEW ADDS ARE WAITLISTED"
               END-IF
           END-IF.
           MOVE WS-DISPLAYED-IMAGE TO STUDENT-REPORT-INDEX.

       347-COMPUTE-LOCK-DAY-SERIAL.
           MOVE "N" TO WS-LEAP-SW.
           DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "N" TO WS-LEAP-SW
           END-IF.
           DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-SW
           END-IF.
           COMPUTE WS-DAY-SERIAL =
               WS-SERIAL-YEAR * 365
               + WS-SERIAL-YEAR / 4
               - WS-SERIAL-YEAR / 100
               + WS-SERIAL-YEAR / 400
               + MONTH-OFFSET-DAYS(WS-SERIAL-MONTH)
               + WS-SERIAL-DAY.
           IF WS-LEAP-SW = "Y" AND WS-SERIAL-MONTH > 2
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

       348-LOAD-ASSESSMENT-SCHEMES.
           OPEN INPUT ASSESSMENT-SCHEME-FILE.
           PERFORM 349-LOAD-ASSESSMENT-SCHEME-ENTRY
               UNTIL SCHEME-EOF-FLAG = "Y".
           CLOSE ASSESSMENT-SCHEME-FILE.

       349-LOAD-ASSESSMENT-SCHEME-ENTRY.
           READ ASSESSMENT-SCHEME-FILE
               AT END MOVE "Y" TO SCHEME-EOF-FLAG
               NOT AT END
                   MOVE "Y" TO SCHEME-VALID-SW
                   MOVE ZERO TO WS-SCHEME-WEIGHT-TOTAL
                   PERFORM 350-ADD-SCHEME-WEIGHT
                       VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 4
                   IF SCHEME-VALID-SW = "Y"
                           AND WS-SCHEME-WEIGHT-TOTAL = 100
                           AND NUM-OF-SCHEMES < 500
                       ADD 1 TO NUM-OF-SCHEMES
                       MOVE ASMT-COURSE-NUMBER-IN-FILE
                           TO SCHEME-COURSE-WS(NUM-OF-SCHEMES)
                       MOVE ASMT-TERM-CODE-IN-FILE
                           TO SCHEME-TERM-WS(NUM-OF-SCHEMES)
                       PERFORM 353-STORE-SCHEME-WEIGHT
                           VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                   END-IF
           END-READ.

       350-ADD-SCHEME-WEIGHT.
           IF ASMT-WEIGHT-IN-FILE(SLOT-SUB) NUMERIC
               ADD ASMT-WEIGHT-IN-FILE(SLOT-SUB)
                   TO WS-SCHEME-WEIGHT-TOTAL
           ELSE
               MOVE "N" TO SCHEME-VALID-SW
           END-IF.

       351-SELECT-ASSESSMENT-SCHEME.
           MOVE DEFAULT-MARK-WEIGHTS TO MARK-WEIGHT-TABLE.
           MOVE "N" TO SCHEME-FOUND-FLAG.
           PERFORM 352-MATCH-ASSESSMENT-SCHEME
               VARYING SCHEME-SUB FROM 1 BY 1
                   UNTIL SCHEME-SUB > NUM-OF-SCHEMES
                      OR SCHEME-FOUND-FLAG = "Y".

       352-MATCH-ASSESSMENT-SCHEME.
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

       353-STORE-SCHEME-WEIGHT.
           MOVE ASMT-WEIGHT-IN-FILE(SLOT-SUB)
               TO SCHEME-WEIGHT-WS(NUM-OF-SCHEMES, SLOT-SUB).

       354-LOAD-MEETING-TABLE.
           OPEN INPUT MEETING-FILE.
           PERFORM 355-LOAD-MEETING-ENTRY
               UNTIL MEETING-EOF-FLAG = "Y".
           CLOSE MEETING-FILE.

       355-LOAD-MEETING-ENTRY.
           READ MEETING-FILE
               AT END MOVE "Y" TO MEETING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-MEETINGS < 2000
                       ADD 1 TO NUM-OF-MEETINGS
                       MOVE MEETING-RECORD-IN
                           TO MEETING-ENTRY-TABLE(NUM-OF-MEETINGS)
                   END-IF
           END-READ.

       356-CHECK-SCHEDULE-CONFLICT.
           MOVE "N" TO SCHEDULE-CONFLICT-FLAG.
           MOVE "N" TO SCHED-BROWSE-EOF-FLAG.
           MOVE SPACES TO WS-CONFLICT-COURSE WS-CONFLICT-SECTION.
           MOVE TRANS-STUDENT-NUMBER TO STUDENT-NUMBER-INDEX.
           MOVE LOW-VALUES TO COURSE-NUMBER-INDEX.
           MOVE LOW-VALUES TO TERM-CODE-INDEX.
           START STUDENT-FILE-INDEX
               KEY NOT LESS THAN STUDENT-INDEX-KEY
               INVALID KEY MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
           END-START.
           PERFORM 357-READ-ENROLLED-SECTION
               UNTIL SCHED-BROWSE-EOF-FLAG = "Y".

       357-READ-ENROLLED-SECTION.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER-INDEX NOT = TRANS-STUDENT-NUMBER
                       MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
                   ELSE
                       IF TERM-CODE-INDEX = TRANS-TERM-CODE
                               AND COURSE-NUMBER-INDEX NOT =
                                   TRANS-COURSE-NUMBER
                               AND NOT ENROLLMENT-LAPSED-FAIL
                           PERFORM 358-COMPARE-TRANS-MEETING
                               VARYING MEET-SUB FROM 1 BY 1
                                   UNTIL MEET-SUB > NUM-OF-MEETINGS
                                      OR SCHEDULE-CONFLICT-FLAG = "Y"
                           IF SCHEDULE-CONFLICT-FLAG = "Y"
                               MOVE "Y" TO SCHED-BROWSE-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       358-COMPARE-TRANS-MEETING.
           IF MEET-COURSE-WS(MEET-SUB) = TRANS-COURSE-NUMBER
                   AND MEET-SECTION-WS(MEET-SUB) = TRANS-SECTION-NUMBER
                   AND MEET-TERM-WS(MEET-SUB) = TRANS-TERM-CODE
               PERFORM 359-COMPARE-ENROLLED-MEETING
                   VARYING MEET-SUB-2 FROM 1 BY 1
                       UNTIL MEET-SUB-2 > NUM-OF-MEETINGS
                          OR SCHEDULE-CONFLICT-FLAG = "Y"
           END-IF.

       359-COMPARE-ENROLLED-MEETING.
           IF MEET-COURSE-WS(MEET-SUB-2) = COURSE-NUMBER-INDEX
                   AND MEET-SECTION-WS(MEET-SUB-2) =
                       SECTION-NUMBER-INDEX
                   AND MEET-TERM-WS(MEET-SUB-2) = TERM-CODE-INDEX
               MOVE "N" TO DAY-OVERLAP-FLAG
               PERFORM 360-MATCH-MEETING-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                       UNTIL DAY-SUB > 7 OR DAY-OVERLAP-FLAG = "Y"
               IF DAY-OVERLAP-FLAG = "Y"
                       AND MEET-START-WS(MEET-SUB) <
                           MEET-END-WS(MEET-SUB-2)
                       AND MEET-START-WS(MEET-SUB-2) <
                           MEET-END-WS(MEET-SUB)
                   MOVE "Y" TO SCHEDULE-CONFLICT-FLAG
                   MOVE COURSE-NUMBER-INDEX TO WS-CONFLICT-COURSE
                   MOVE SECTION-NUMBER-INDEX TO WS-CONFLICT-SECTION
               END-IF
           END-IF.

       360-MATCH-MEETING-DAY.
           IF MEET-DAY-WS(MEET-SUB, DAY-SUB) NOT = SPACE
                   AND MEET-DAY-WS(MEET-SUB-2, DAY-SUB) NOT = SPACE
               MOVE "Y" TO DAY-OVERLAP-FLAG
           END-IF.

       361-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           PERFORM 362-LOAD-TRANSFER-ENTRY
               UNTIL TRANSFER-EOF-FLAG = "Y".
           CLOSE TRANSFER-CREDIT-FILE.

       362-LOAD-TRANSFER-ENTRY.
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

       363-CHECK-TRANSFER-CREDIT.
           MOVE "N" TO PREREQ-MET-FLAG.
           PERFORM 364-MATCH-TRANSFER-CREDIT
               VARYING TRANSFER-SUB FROM 1 BY 1
                   UNTIL TRANSFER-SUB > NUM-OF-TRANSFERS
                      OR PREREQ-MET-FLAG = "Y".

       364-MATCH-TRANSFER-CREDIT.
           IF XFER-STUDENT-NUMBER-WS(TRANSFER-SUB) =
                   TRANS-STUDENT-NUMBER
                   AND XFER-COURSE-NUMBER-WS(TRANSFER-SUB) =
                       PREQ-REQUIRED-WS(PREQ-SUB)
               MOVE XFER-TERM-CODE-WS(TRANSFER-SUB)
                   TO WS-CHECK-TERM-CODE
               PERFORM 329-FIND-TERM-START-DATE
               IF WS-FOUND-TERM-START NOT > WS-TRANS-TERM-START
                   MOVE "Y" TO PREREQ-MET-FLAG
               END-IF
           END-IF.

       365-LOAD-WAITLIST-TABLE.
           MOVE ZERO TO NUM-OF-WAITLISTED.
           MOVE "N" TO WAITLIST-EOF-FLAG.
           OPEN INPUT WAITLIST-FILE.
           PERFORM 366-LOAD-WAITLIST-ENTRY
               UNTIL WAITLIST-EOF-FLAG = "Y".
           CLOSE WAITLIST-FILE.

       366-LOAD-WAITLIST-ENTRY.
           READ WAITLIST-FILE
               AT END MOVE "Y" TO WAITLIST-EOF-FLAG
               NOT AT END
                   IF NUM-OF-WAITLISTED < 2000
                       ADD 1 TO NUM-OF-WAITLISTED
                       MOVE WL-COURSE-NUMBER
                           TO WL-COURSE-NUMBER-WS(NUM-OF-WAITLISTED)
                       MOVE WL-SECTION-NUMBER
                           TO WL-SECTION-NUMBER-WS(NUM-OF-WAITLISTED)
                       MOVE WL-TERM-CODE
                           TO WL-TERM-CODE-WS(NUM-OF-WAITLISTED)
                       MOVE WL-STUDENT-NUMBER
                           TO WL-STUDENT-NUMBER-WS(NUM-OF-WAITLISTED)
                       MOVE WL-STATUS
                           TO WL-STATUS-WS(NUM-OF-WAITLISTED)
                   END-IF
           END-READ.

       367-COUNT-SECTION-WAITING.
           IF WL-COURSE-NUMBER-WS(WAITLIST-SUB) = COURSE-NUMBER-INDEX
                   AND WL-SECTION-NUMBER-WS(WAITLIST-SUB) =
                       SECTION-NUMBER-INDEX
                   AND WL-TERM-CODE-WS(WAITLIST-SUB) = TERM-CODE-INDEX
                   AND WL-STATUS-WS(WAITLIST-SUB) = "W"
               ADD 1 TO WS-SECTION-WAITING
           END-IF.

       368-DISPLAY-WAITLIST-ENTRY.
           IF WL-STUDENT-NUMBER-WS(WAITLIST-SUB) = TRANS-STUDENT-NUMBER
               IF WL-STATUS-WS(WAITLIST-SUB) = "W"
                   DISPLAY "WAITLISTED FOR "
                       WL-COURSE-NUMBER-WS(WAITLIST-SUB) " SECTION "
                       WL-SECTION-NUMBER-WS(WAITLIST-SUB) " TERM "
                       WL-TERM-CODE-WS(WAITLIST-SUB)
               ELSE
                   DISPLAY "PROMOTED FROM WAITLIST "
                       WL-COURSE-NUMBER-WS(WAITLIST-SUB) " SECTION "
                       WL-SECTION-NUMBER-WS(WAITLIST-SUB) " TERM "
                       WL-TERM-CODE-WS(WAITLIST-SUB)
               END-IF
           END-IF.

       369-READ-STUDENT-ENROLLMENT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO BROWSE-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER-INDEX = TRANS-STUDENT-NUMBER
                       ADD 1 TO WS-ENROLLMENT-COUNT
                       PERFORM 346-DISPLAY-ENROLLMENT-DETAIL
                   ELSE
                       MOVE "Y" TO BROWSE-EOF-FLAG
                   END-IF
           END-READ.

       370-DISPLAY-STUDENT-STATUS.
           PERFORM 321-CHECK-DEMOGRAPHIC-MASTER.
           DISPLAY "STUDENT NUMBER  : " TRANS-STUDENT-NUMBER.
           IF DEMO-FOUND-FLAG = "Y"
               DISPLAY "STUDENT NAME    : "
                   DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
               DISPLAY "PROGRAM NUMBER  : "
                   DEMO-PROGRAM-WS(MATCHED-DEMO-SUB)
               IF DEMO-CONFIDENTIAL-WS(MATCHED-DEMO-SUB) = "Y"
                   DISPLAY "*** CONFIDENTIALITY BLOCK - DO NOT "
                       "RELEASE ANY INFORMATION ***"
               END-IF
           ELSE
               DISPLAY "*** NOT ON DEMOGRAPHIC MASTER - ADDS WILL "
                   "BE REJECTED ***"
           END-IF.
           PERFORM 335-CHECK-REGISTRATION-HOLD.
           EVALUATE WS-HOLD-TYPE
               WHEN "Y"
                   DISPLAY "REGISTRATION    : ACADEMIC HOLD"
               WHEN "F"
                   DISPLAY "REGISTRATION    : FINANCE HOLD"
               WHEN OTHER
                   DISPLAY "REGISTRATION    : NO HOLD"
           END-EVALUATE.

       371-RECOUNT-SECTION-ENROLLMENT.
           MOVE ZERO TO NUM-OF-SECTIONS.
           MOVE "N" TO INDEX-EOF-FLAG.
           MOVE LOW-VALUES TO STUDENT-INDEX-KEY.
           START STUDENT-FILE-INDEX
               KEY NOT LESS THAN STUDENT-INDEX-KEY
               INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
           END-START.
           PERFORM 312-COUNT-CURRENT-ENROLLMENT
               UNTIL INDEX-EOF-FLAG = "Y".

       374-ACCEPT-MARK.
           DISPLAY "ENTER MARK " MARK-SUB " (3 DIGITS, BLANK = "
               TRANS-MARK(MARK-SUB) "): ".
           ACCEPT WS-MARK-ENTRY FROM SYSIN.
           IF WS-MARK-ENTRY NOT = SPACES
               IF WS-MARK-ENTRY NUMERIC
                       AND WS-MARK-ENTRY-NUM NOT > 100
                   MOVE WS-MARK-ENTRY-NUM TO TRANS-MARK(MARK-SUB)
               ELSE
                   DISPLAY "INVALID MARK " MARK-SUB ": "
                       WS-MARK-ENTRY
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
           END-IF.

       375-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 376-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       376-MATCH-AS-OF-TERM.
           IF TERM-CODE-INDEX = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       377-WRITE-DISCLOSURE-LOG.
           ACCEPT DLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DLOG-RUN-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO DLOG-OPERATOR-ID.
           MOVE TRANS-STUDENT-NUMBER TO DLOG-STUDENT-NUMBER.
           MOVE "N" TO DLOG-CONFIDENTIAL-SW.
           IF DEMO-FOUND-FLAG = "Y"
               IF DEMO-CONFIDENTIAL-WS(MATCHED-DEMO-SUB) = "Y"
                   MOVE "Y" TO DLOG-CONFIDENTIAL-SW
               END-IF
           END-IF.
           IF DEMO-FOUND-FLAG NOT = "Y"
                   AND WS-ENROLLMENT-COUNT = ZERO
               MOVE "N" TO DLOG-DISPOSITION
           ELSE
               MOVE "D" TO DLOG-DISPOSITION
           END-IF.
           MOVE WS-DISCLOSURE-REASON TO DLOG-REASON.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           WRITE DISCLOSURE-LOG-RECORD
               FROM DISCLOSURE-LOG-RECORD-STRUCTURE.
           CLOSE DISCLOSURE-LOG-FILE.
           ADD 1 TO DISCLOSURE-COUNT.

       378-ACCEPT-CONFLICT-OVERRIDE.
           DISPLAY "SCHEDULE CONFLICT WITH " WS-CONFLICT-COURSE
               " " WS-CONFLICT-SECTION.
           DISPLAY "ENTER OVERRIDE CODE (BLANK TO CANCEL): ".
           ACCEPT TRANS-OVERRIDE-CODE FROM SYSIN.
           IF TRANS-OVERRIDE-CODE NOT = WS-OVERRIDE-AUTH-CODE
               DISPLAY "ADD REJECTED - SCHEDULE CONFLICT: "
                   TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                   " WITH " WS-CONFLICT-COURSE " "
                   WS-CONFLICT-SECTION
               ADD 1 TO REJECT-COUNT
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.

       379-POST-ONLINE-ADD.
           PERFORM 325-CHECK-PREREQUISITES.
           PERFORM 356-CHECK-SCHEDULE-CONFLICT.
           IF PREREQ-OK-FLAG NOT = "Y"
               DISPLAY "ADD REJECTED - PREREQUISITE NOT MET: "
                   TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                   " NEEDS " WS-FAILED-PREREQ
               ADD 1 TO REJECT-COUNT
           ELSE
               IF SCHEDULE-CONFLICT-FLAG = "Y"
                       AND TRANS-OVERRIDE-CODE NOT =
                           WS-OVERRIDE-AUTH-CODE
                   DISPLAY "ADD REJECTED - SCHEDULE CONFLICT: "
                       TRANS-STUDENT-NUMBER " " TRANS-COURSE-NUMBER
                       " WITH " WS-CONFLICT-COURSE " "
                       WS-CONFLICT-SECTION
                   ADD 1 TO REJECT-COUNT
               ELSE
                   IF SCHEDULE-CONFLICT-FLAG = "Y"
                       DISPLAY "SCHEDULE CONFLICT OVERRIDDEN: "
                           TRANS-STUDENT-NUMBER " "
                           TRANS-COURSE-NUMBER " WITH "
                           WS-CONFLICT-COURSE " " WS-CONFLICT-SECTION
                   END-IF
                   PERFORM 371-RECOUNT-SECTION-ENROLLMENT
                   PERFORM 313-WRITE-STUDENT-RECORD
               END-IF
           END-IF.

       380-ACCEPT-CORRECTED-FIELDS.
           MOVE STUDENT-NAME-INDEX TO TRANS-STUDENT-NAME.
           MOVE PROGRAM-NUMBER-INDEX TO TRANS-PROGRAM-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO TRANS-SECTION-NUMBER.
           MOVE MARK-1-INDEX TO TRANS-MARK-1.
           MOVE MARK-2-INDEX TO TRANS-MARK-2.
           MOVE MARK-3-INDEX TO TRANS-MARK-3.
           MOVE MARK-4-INDEX TO TRANS-MARK-4.
           DISPLAY "ENTER SECTION NUMBER (BLANK = "
               TRANS-SECTION-NUMBER "): ".
           ACCEPT WS-SECTION-ENTRY FROM SYSIN.
           IF WS-SECTION-ENTRY NOT = SPACES
               MOVE WS-SECTION-ENTRY TO TRANS-SECTION-NUMBER
           END-IF.
           PERFORM 374-ACCEPT-MARK
               VARYING MARK-SUB FROM 1 BY 1 UNTIL MARK-SUB > 4.
           DISPLAY "ENTER GRADING BASIS (G/P/A, BLANK = "
               GRADING-BASIS-INDEX "): ".
           ACCEPT TRANS-GRADING-BASIS FROM SYSIN.
           IF TRANS-GRADING-BASIS NOT = "G" AND
                   TRANS-GRADING-BASIS NOT = "P" AND
                   TRANS-GRADING-BASIS NOT = "A" AND
                   NOT TRANS-BASIS-NOT-GIVEN
               DISPLAY "INVALID GRADING BASIS"
               MOVE "N" TO ENTRY-VALID-SW
           END-IF.
           IF NOT ENTRY-IS-VALID
               ADD 1 TO REJECT-COUNT
           END-IF.

       381-POST-ONLINE-CORRECTION.
           PERFORM 344-REREAD-ENROLLMENT-FOR-UPDATE.
           IF RECORD-FOUND-FLAG = "Y"
               IF RECORD-FINALIZED OR ENROLLMENT-INTEGRITY-SANCTION
                   MOVE "Y" TO JRNL-OVERRIDE-SW
               ELSE
                   MOVE SPACE TO JRNL-OVERRIDE-SW
               END-IF
               MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE
               MOVE TRANS-STUDENT-NAME TO STUDENT-NAME-INDEX
               MOVE TRANS-PROGRAM-NUMBER TO PROGRAM-NUMBER-INDEX
               MOVE TRANS-SECTION-NUMBER TO SECTION-NUMBER-INDEX
               MOVE TRANS-MARK-1 TO MARK-1-INDEX
               MOVE TRANS-MARK-2 TO MARK-2-INDEX
               MOVE TRANS-MARK-3 TO MARK-3-INDEX
               MOVE TRANS-MARK-4 TO MARK-4-INDEX
               IF NOT TRANS-BASIS-NOT-GIVEN
                   MOVE TRANS-GRADING-BASIS TO GRADING-BASIS-INDEX
               END-IF
               IF ENROLLMENT-INCOMPLETE
                   MOVE SPACES TO ENROLLMENT-STATUS-INDEX
               END-IF
               REWRITE STUDENT-REPORT-INDEX
               ADD 1 TO CORRECT-COUNT
               MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
               PERFORM 310-WRITE-JOURNAL-RECORD
               MOVE "ONLINE CORRECT" TO UAD-EVENT
               PERFORM 343-WRITE-UPDATE-AUDIT
               DISPLAY "ENROLLMENT CORRECTED - JOURNAL KEY "
                   JRNL-RUN-DATE " " JRNL-RUN-TIME
           END-IF.

       382-POST-ONLINE-DROP.
           PERFORM 344-REREAD-ENROLLMENT-FOR-UPDATE.
           IF RECORD-FOUND-FLAG = "Y"
               IF RECORD-FINALIZED OR ENROLLMENT-INTEGRITY-SANCTION
                   MOVE "Y" TO JRNL-OVERRIDE-SW
               ELSE
                   MOVE SPACE TO JRNL-OVERRIDE-SW
               END-IF
               MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE
               DELETE STUDENT-FILE-INDEX
               ADD 1 TO DELETE-COUNT
               MOVE SPACES TO JRNL-AFTER-IMAGE
               PERFORM 310-WRITE-JOURNAL-RECORD
               MOVE "ONLINE DROP" TO UAD-EVENT
               PERFORM 343-WRITE-UPDATE-AUDIT
               DISPLAY "ENROLLMENT DROPPED - JOURNAL KEY "
                   JRNL-RUN-DATE " " JRNL-RUN-TIME
           END-IF.

       383-POST-ONLINE-INCOMPLETE.
           PERFORM 344-REREAD-ENROLLMENT-FOR-UPDATE.
           IF RECORD-FOUND-FLAG = "Y"
               IF RECORD-FINALIZED OR ENROLLMENT-INTEGRITY-SANCTION
                   MOVE "Y" TO JRNL-OVERRIDE-SW
               ELSE
                   MOVE SPACE TO JRNL-OVERRIDE-SW
               END-IF
               MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE
               MOVE "I" TO ENROLLMENT-STATUS-INDEX
               REWRITE STUDENT-REPORT-INDEX
               ADD 1 TO CORRECT-COUNT
               MOVE STUDENT-REPORT-INDEX TO JRNL-AFTER-IMAGE
               PERFORM 310-WRITE-JOURNAL-RECORD
               MOVE "ONLINE INCOMPLETE" TO UAD-EVENT
               PERFORM 343-WRITE-UPDATE-AUDIT
               DISPLAY "ENROLLMENT MARKED INCOMPLETE - JOURNAL KEY "
                   JRNL-RUN-DATE " " JRNL-RUN-TIME
           END-IF.
