      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CANCEL-LOW-ENROLLMENT.
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

       SELECT OPTIONAL MINIMUM-ENROLLMENT-FILE
         ASSIGN TO WS-MINIMUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL APPROVAL-FILE
         ASSIGN TO WS-APPROVAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL WAITLIST-FILE
         ASSIGN TO WS-WAITLIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BILLING-CREDIT-FILE
         ASSIGN TO WS-BILLING-CREDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTIFICATION-FILE
         ASSIGN TO WS-NOTIFICATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL JOURNAL-FILE
         ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CANCELLATION-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOCK-CONTROL-FILE
         ASSIGN TO WS-LOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-FEE-FILE
         ASSIGN TO WS-AUDIT-FEE-FILE-NAME
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

       FD MINIMUM-ENROLLMENT-FILE.
       01 MINIMUM-ENROLLMENT-RECORD.
           05 MIN-COURSE-NUMBER-IN-FILE PIC X(7).
           05 MIN-ENROLLMENT-IN-FILE PIC 9(3).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APPR-COURSE-NUMBER-IN-FILE PIC X(7).
           05 APPR-SECTION-NUMBER-IN-FILE PIC X(3).
           05 APPR-TERM-CODE-IN-FILE PIC X(6).

       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-NUMBER PIC X(7).
           05 WL-SECTION-NUMBER PIC X(3).
           05 WL-TERM-CODE PIC X(6).
           05 WL-STUDENT-NUMBER PIC 9(9).
           05 WL-STUDENT-NAME PIC X(20).
           05 WL-PROGRAM-NUMBER PIC X(3).
           05 WL-STATUS PIC X(1).

       FD BILLING-CREDIT-FILE.
       01 BILLING-CREDIT-RECORD.
           05 CRED-STUDENT-NUMBER PIC 9(9).
           05 CRED-COURSE-NUMBER PIC X(7).
           05 CRED-SECTION-NUMBER PIC X(3).
           05 CRED-TERM-CODE PIC X(6).
           05 CRED-FEE PIC 9(5)V99.
           05 CRED-TYPE PIC X(2).
       01 CREDIT-CONTROL-RECORD PIC X(60).

       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD.
           05 NTF-STUDENT-NUMBER PIC X(9).
           05 NTF-STUDENT-NUMBER-N REDEFINES NTF-STUDENT-NUMBER
                   PIC 9(9).
           05 NTF-STUDENT-NAME PIC X(20).
           05 NTF-MESSAGE-CODE PIC X(4).
           05 NTF-TERM-CODE PIC X(6).
           05 NTF-TRIGGER-VALUE PIC 9(3).
       01 NOTIFICATION-CONTROL-RECORD PIC X(60).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(172).

       FD CANCELLATION-REGISTER.
       01 REGISTER-RECORD PIC X(80).

       FD LOCK-CONTROL-FILE.
       01 LOCK-CONTROL-RECORD.
           05 LOCK-PROGRAM-NAME PIC X(20).
           05 LOCK-DATE PIC 9(8).
           05 LOCK-TIME PIC 9(8).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

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

       FD AUDIT-FEE-FILE.
       01 AUDIT-FEE-RECORD.
           05 AFEE-COURSE-NUMBER PIC X(7).
           05 AFEE-AUDIT-FEE PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-INDEX-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUFILE5.TXT".
           05 WS-COURSE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSFILE.TXT".
           05 WS-MINIMUM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSMINEN.TXT".
           05 WS-APPROVAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CNCLAPPR.TXT".
           05 WS-WAITLIST-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\WAITLIST.TXT".
           05 WS-BILLING-CREDIT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLCRED.TXT".
           05 WS-NOTIFICATION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\NOTIFY.TXT".
           05 WS-JOURNAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUJRNL.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CNCLREG.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-LOCK-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STULOCK.TXT".
           05 WS-STALE-MINUTES PIC 9(4) VALUE 0120.
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-AUDIT-FEE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\CRSAUDFE.TXT".
           05 WS-AUDIT-FEE-PCT PIC 9(3) VALUE 050.

       01 RUN-SELECTION-WS.
           05 WS-RUN-MODE PIC X(1) VALUE "R".
               88 UPDATE-MODE VALUE "U".
           05 WS-RUN-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-SEQUENCE-SOURCE PIC X(20) VALUE SPACES.
           05 CREDIT-SEQUENCE-SOURCE PIC X(20)
                   VALUE "CANCEL-LOW-CREDIT".
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

       01 CREDIT-TOTALS-WS.
           05 WS-CREDIT-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-STUDENT-HASH PIC 9(15) VALUE ZERO.
           05 WS-CREDIT-AMOUNT-HASH PIC 9(9)V99 VALUE ZERO.

       01 LOCK-CONTROL-WS.
           05 LOCK-HELD-FLAG PIC X(1) VALUE "N".
           05 LOCK-STALE-FLAG PIC X(1) VALUE "N".
           05 LOCK-DENIED-SW PIC X(1) VALUE "N".
               88 LOCK-REFUSED VALUE "Y".
           05 WS-LOCK-OVERRIDE-SW PIC X(1) VALUE "N".
               88 OPERATOR-OVERRIDE VALUE "Y".
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

       01 JOURNAL-RECORD-STRUCTURE.
           05 JRNL-RUN-DATE PIC 9(8).
           05 JRNL-RUN-TIME PIC 9(8).
           05 JRNL-ACTION-CODE PIC X(1).
           05 JRNL-OVERRIDE-SW PIC X(1).
           05 JRNL-BEFORE-IMAGE PIC X(74).
           05 JRNL-AFTER-IMAGE PIC X(74).
           05 JRNL-CASE-NUMBER PIC X(6) VALUE SPACES.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "CANCEL-LOW-ENROLL".
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
           05 COURSE-EOF-FLAG PIC X(1) VALUE "N".
           05 MINIMUM-EOF-FLAG PIC X(1) VALUE "N".
           05 APPROVAL-EOF-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 COURSE-FOUND-FLAG PIC X(1) VALUE "N".
           05 MINIMUM-FOUND-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-EOF-FLAG PIC X(1) VALUE "N".
           05 AUDIT-FEE-FOUND-FLAG PIC X(1) VALUE "N".
           05 WAITLIST-OVERFLOW-FLAG PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 BELOW-MINIMUM-COUNT PIC 9(5) VALUE ZERO.
           05 CANCEL-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 DROP-COUNT PIC 9(5) VALUE ZERO.
           05 WAITLIST-COUNT PIC 9(5) VALUE ZERO.
           05 CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05 NOTICE-COUNT PIC 9(5) VALUE ZERO.
           05 PROTECTED-COUNT PIC 9(5) VALUE ZERO.

       01 LOOKUP-RESULT-WS.
           05 WS-LOOKUP-COURSE-NUMBER PIC X(7) VALUE SPACES.
           05 WS-LOOKUP-SECTION-NUMBER PIC X(3) VALUE SPACES.
           05 WS-MATCHED-CAPACITY PIC 9(3) VALUE ZERO.
           05 WS-MATCHED-FEE PIC 9(5)V99 VALUE ZERO.
           05 WS-COURSE-AS-OF-START PIC 9(8) VALUE ZERO.
           05 WS-MINIMUM-ENROLLMENT PIC 9(3) VALUE ZERO.

       01 COURSE-TABLE-WS.
           05 NUM-OF-COURSES PIC 9(3) VALUE ZERO.
           05 COURSE-SUB PIC 9(4).
           05 COURSE-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-COURSES.
               10 COURSE-NUMBER-WS PIC X(7).
               10 COURSE-CAPACITY-WS PIC 9(3).
               10 COURSE-FEE-WS PIC 9(5)V99.
               10 COURSE-EFFECTIVE-START-WS PIC 9(8).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 TERM-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 MINIMUM-TABLE-WS.
           05 NUM-OF-MINIMUMS PIC 9(3) VALUE ZERO.
           05 MINIMUM-SUB PIC 9(3).
           05 MINIMUM-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-MINIMUMS.
               10 MIN-COURSE-WS PIC X(7).
               10 MIN-ENROLLMENT-WS PIC 9(3).

       01 AUDIT-FEE-TABLE-WS.
           05 NUM-OF-AUDIT-FEES PIC 9(3) VALUE ZERO.
           05 AUDIT-FEE-SUB PIC 9(3).
           05 AUDIT-FEE-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-AUDIT-FEES.
               10 AFEE-COURSE-NUMBER-WS PIC X(7).
               10 AFEE-AUDIT-FEE-WS PIC 9(5)V99.

       01 APPROVAL-TABLE-WS.
           05 NUM-OF-APPROVALS PIC 9(3) VALUE ZERO.
           05 APPROVAL-SUB PIC 9(3).
           05 MATCHED-APPROVAL-SUB PIC 9(3) VALUE ZERO.
           05 APPROVAL-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-APPROVALS.
               10 APPR-COURSE-WS PIC X(7).
               10 APPR-SECTION-WS PIC X(3).
               10 APPR-TERM-WS PIC X(6).
               10 APPR-USED-SW PIC X(1).

       01 SECTION-TABLE-WS.
           05 NUM-OF-SECTIONS PIC 9(3) VALUE ZERO.
           05 SECTION-SUB PIC 9(3).
           05 MATCHED-SECTION-SUB PIC 9(3) VALUE ZERO.
           05 ALTERNATE-SECTION-SUB PIC 9(3) VALUE ZERO.
           05 SECTION-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-SECTIONS.
               10 SECT-COURSE-WS PIC X(7).
               10 SECT-SECTION-WS PIC X(3).
               10 SECT-ENROLLED-WS PIC 9(4).
               10 SECT-WAITING-WS PIC 9(4).
               10 SECT-CAPACITY-WS PIC 9(3).
               10 SECT-MINIMUM-WS PIC 9(3).
               10 SECT-CANCEL-SW PIC X(1).
                   88 SECTION-CANCELLED VALUE "Y".

       01 WAITLIST-TABLE-WS.
           05 NUM-OF-WAITLISTED PIC 9(3) VALUE ZERO.
           05 WAITLIST-SUB PIC 9(3).
           05 WAITLIST-ENTRY-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON NUM-OF-WAITLISTED.
               10 WL-COURSE-WS PIC X(7).
               10 WL-SECTION-WS PIC X(3).
               10 WL-TERM-WS PIC X(6).
               10 WL-STUDENT-NUMBER-WS PIC 9(9).
               10 WL-STUDENT-NAME-WS PIC X(20).
               10 WL-PROGRAM-WS PIC X(3).
               10 WL-STATUS-WS PIC X(1).

       01 REGISTER-HEADER.
           05 FILLER PIC X(36)
                   VALUE "LOW ENROLLMENT CANCELLATION REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "TERM ".
           05 REG-HDR-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-MODE PIC X(6).

       01 REGISTER-COLUMN-HEADER.
           05 FILLER PIC X(43)
                   VALUE "COURSE  SEC TERM   ENROL MIN  DISPOSITION".
           05 FILLER PIC X(6) VALUE "REASON".

       01 REGISTER-RECORD-STRUCTURE.
           05 REG-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-TERM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-ENROLLED PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-MINIMUM PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-DISPOSITION PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-REASON PIC X(30).

       01 REGISTER-STUDENT-STRUCTURE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RST-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RST-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RST-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RST-SECTION-NUMBER PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RST-DISPOSITION PIC X(7) VALUE "DROPPED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 RST-ACTION PIC X(16).
           05 RST-ALTERNATE-SECTION PIC X(3).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-CANCEL-LOW-ENROLLMENT.
           PERFORM 301-ACCEPT-RUN-PARAMETERS.
           IF UPDATE-MODE
               PERFORM 330-ACQUIRE-UPDATE-LOCK
           END-IF.
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 201-INITIATE-CANCELLATION-JOB
               IF UPDATE-MODE AND WAITLIST-OVERFLOW-FLAG = "Y"
                   PERFORM 347-REFUSE-UPDATE-RUN
               ELSE
                   PERFORM 202-PROCESS-CANCELLATION
                   PERFORM 203-TERMINATE-CANCELLATION-JOB
               END-IF
               IF UPDATE-MODE
                   PERFORM 332-RELEASE-UPDATE-LOCK
               END-IF
               PERFORM 204-SET-RETURN-CODE
           END-IF.
           STOP RUN.

       201-INITIATE-CANCELLATION-JOB.
           IF UPDATE-MODE
               OPEN I-O STUDENT-FILE-INDEX
           ELSE
               OPEN INPUT STUDENT-FILE-INDEX
           END-IF.
           OPEN INPUT COURSE-FILE.
           PERFORM 302-LOAD-COURSE-TABLE
               UNTIL COURSE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 335-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           PERFORM 336-FIND-COURSE-AS-OF-START.
           OPEN INPUT MINIMUM-ENROLLMENT-FILE.
           PERFORM 303-LOAD-MINIMUM-TABLE
               UNTIL MINIMUM-EOF-FLAG = "Y".
           CLOSE MINIMUM-ENROLLMENT-FILE.
           OPEN INPUT AUDIT-FEE-FILE.
           PERFORM 346-LOAD-AUDIT-FEE-TABLE
               UNTIL AUDIT-FEE-EOF-FLAG = "Y".
           CLOSE AUDIT-FEE-FILE.
           OPEN INPUT WAITLIST-FILE.
           PERFORM 304-LOAD-WAITLIST-TABLE
               UNTIL WAITLIST-EOF-FLAG = "Y".
           CLOSE WAITLIST-FILE.
           IF UPDATE-MODE AND WAITLIST-OVERFLOW-FLAG NOT = "Y"
               OPEN INPUT APPROVAL-FILE
               PERFORM 305-LOAD-APPROVAL-TABLE
                   UNTIL APPROVAL-EOF-FLAG = "Y"
               CLOSE APPROVAL-FILE
               OPEN EXTEND BILLING-CREDIT-FILE
               OPEN EXTEND NOTIFICATION-FILE
               OPEN EXTEND JOURNAL-FILE
               PERFORM 338-WRITE-INTERFACE-HEADER
               PERFORM 349-WRITE-CREDIT-HEADER
           END-IF.
           OPEN OUTPUT CANCELLATION-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO REG-HDR-DATE.
           MOVE WS-RUN-TERM-CODE TO REG-HDR-TERM.
           IF UPDATE-MODE
               MOVE "UPDATE" TO REG-HDR-MODE
           ELSE
               MOVE "REPORT" TO REG-HDR-MODE
           END-IF.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.
           WRITE REGISTER-RECORD FROM REGISTER-COLUMN-HEADER.
           PERFORM 306-COUNT-SECTION-ENROLLMENT
               UNTIL INDEX-EOF-FLAG = "Y".
           PERFORM 308-COUNT-WAITLIST-ENTRY
               VARYING WAITLIST-SUB FROM 1 BY 1
                   UNTIL WAITLIST-SUB > NUM-OF-WAITLISTED.

       202-PROCESS-CANCELLATION.
           PERFORM 309-EVALUATE-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS.
           IF UPDATE-MODE
               PERFORM 316-REJECT-UNUSED-APPROVAL
                   VARYING APPROVAL-SUB FROM 1 BY 1
                       UNTIL APPROVAL-SUB > NUM-OF-APPROVALS
           END-IF.
           IF UPDATE-MODE AND CANCEL-COUNT > ZERO
               MOVE "N" TO INDEX-EOF-FLAG
               MOVE LOW-VALUES TO STUDENT-INDEX-KEY
               START STUDENT-FILE-INDEX
                   KEY NOT LESS THAN STUDENT-INDEX-KEY
                   INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
               END-START
               PERFORM 317-DROP-CANCELLED-ENROLLMENT
                   UNTIL INDEX-EOF-FLAG = "Y"
           END-IF.

       203-TERMINATE-CANCELLATION-JOB.
           IF UPDATE-MODE
               PERFORM 323-REWRITE-WAITLIST-FILE
               PERFORM 339-WRITE-INTERFACE-TRAILER
               PERFORM 350-WRITE-CREDIT-TRAILER
               CLOSE BILLING-CREDIT-FILE NOTIFICATION-FILE
                   JOURNAL-FILE
           END-IF.
           PERFORM 325-WRITE-AUDIT-LOG.
           DISPLAY "LOW ENROLLMENT CANCELLATION COMPLETE".
           DISPLAY "  SECTIONS   : " NUM-OF-SECTIONS.
           DISPLAY "  BELOW MIN  : " BELOW-MINIMUM-COUNT.
           DISPLAY "  CANCELLED  : " CANCEL-COUNT.
           DISPLAY "  REJECTED   : " REJECT-COUNT.
           DISPLAY "  DROPPED    : " DROP-COUNT.
           DISPLAY "  WAITLISTED : " WAITLIST-COUNT.
           DISPLAY "  CREDITS    : " CREDIT-COUNT.
           DISPLAY "  NOTICES    : " NOTICE-COUNT.
           DISPLAY "  KEPT       : " PROTECTED-COUNT.
           IF WAITLIST-OVERFLOW-FLAG = "Y"
               DISPLAY "  WAITLIST TABLE OVERFLOW - WAITING COUNTS "
                   "INCOMPLETE"
           END-IF.
           CLOSE STUDENT-FILE-INDEX CANCELLATION-REGISTER
               AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO
                   OR (UPDATE-MODE AND WAITLIST-OVERFLOW-FLAG = "Y")
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO OR BELOW-MINIMUM-COUNT > ZERO
                       OR PROTECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-INDEX-FILE-NAME FROM SYSIN
               ACCEPT WS-COURSE-FILE-NAME FROM SYSIN
               ACCEPT WS-MINIMUM-FILE-NAME FROM SYSIN
               ACCEPT WS-APPROVAL-FILE-NAME FROM SYSIN
               ACCEPT WS-WAITLIST-FILE-NAME FROM SYSIN
               ACCEPT WS-BILLING-CREDIT-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-JOURNAL-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-LOCK-FILE-NAME FROM SYSIN
               ACCEPT WS-STALE-MINUTES FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-FEE-PCT FROM SYSIN
           END-IF.
           DISPLAY "ENTER RUN MODE (R=REPORT, U=UPDATE): ".
           ACCEPT WS-RUN-MODE FROM SYSIN.
           IF NOT UPDATE-MODE
               MOVE "R" TO WS-RUN-MODE
           END-IF.
           DISPLAY "ENTER TERM CODE TO REVIEW: ".
           ACCEPT WS-RUN-TERM-CODE FROM SYSIN.
           IF UPDATE-MODE
               DISPLAY "ENTER LOCK OVERRIDE (Y TO BREAK LOCK): "
               ACCEPT WS-LOCK-OVERRIDE-SW FROM SYSIN
           END-IF.

       302-LOAD-COURSE-TABLE.
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
                       IF COURSE-CAPACITY-IN-FILE NUMERIC
                           MOVE COURSE-CAPACITY-IN-FILE
                               TO COURSE-CAPACITY-WS(NUM-OF-COURSES)
                       ELSE
                           MOVE ZERO
                               TO COURSE-CAPACITY-WS(NUM-OF-COURSES)
                       END-IF
                       IF COURSE-FEE-IN-FILE NUMERIC
                           MOVE COURSE-FEE-IN-FILE
                               TO COURSE-FEE-WS(NUM-OF-COURSES)
                       ELSE
                           MOVE ZERO
                               TO COURSE-FEE-WS(NUM-OF-COURSES)
                       END-IF
                   END-IF
           END-READ.

       303-LOAD-MINIMUM-TABLE.
           READ MINIMUM-ENROLLMENT-FILE
               AT END MOVE "Y" TO MINIMUM-EOF-FLAG
               NOT AT END
                   IF NUM-OF-MINIMUMS < 500
                           AND MIN-ENROLLMENT-IN-FILE NUMERIC
                       ADD 1 TO NUM-OF-MINIMUMS
                       MOVE MINIMUM-ENROLLMENT-RECORD
                           TO MINIMUM-ENTRY-TABLE(NUM-OF-MINIMUMS)
                   END-IF
           END-READ.

       304-LOAD-WAITLIST-TABLE.
           READ WAITLIST-FILE
               AT END MOVE "Y" TO WAITLIST-EOF-FLAG
               NOT AT END
                   IF NUM-OF-WAITLISTED < 999
                       ADD 1 TO NUM-OF-WAITLISTED
                       MOVE WAITLIST-RECORD
                           TO WAITLIST-ENTRY-TABLE(NUM-OF-WAITLISTED)
                   ELSE
                       MOVE "Y" TO WAITLIST-OVERFLOW-FLAG
                   END-IF
           END-READ.

       305-LOAD-APPROVAL-TABLE.
           READ APPROVAL-FILE
               AT END MOVE "Y" TO APPROVAL-EOF-FLAG
               NOT AT END
                   IF NUM-OF-APPROVALS < 500
                       ADD 1 TO NUM-OF-APPROVALS
                       MOVE APPR-COURSE-NUMBER-IN-FILE
                           TO APPR-COURSE-WS(NUM-OF-APPROVALS)
                       MOVE APPR-SECTION-NUMBER-IN-FILE
                           TO APPR-SECTION-WS(NUM-OF-APPROVALS)
                       MOVE APPR-TERM-CODE-IN-FILE
                           TO APPR-TERM-WS(NUM-OF-APPROVALS)
                       MOVE "N" TO APPR-USED-SW(NUM-OF-APPROVALS)
                   END-IF
           END-READ.

       306-COUNT-SECTION-ENROLLMENT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF TERM-CODE-INDEX = WS-RUN-TERM-CODE
                           AND NOT ENROLLMENT-LAPSED-FAIL
                       MOVE COURSE-NUMBER-INDEX
                           TO WS-LOOKUP-COURSE-NUMBER
                       MOVE SECTION-NUMBER-INDEX
                           TO WS-LOOKUP-SECTION-NUMBER
                       PERFORM 307-FIND-SECTION-ENTRY
                       IF MATCHED-SECTION-SUB = ZERO
                               AND NUM-OF-SECTIONS < 999
                           PERFORM 310-ADD-SECTION-ENTRY
                       END-IF
                       IF MATCHED-SECTION-SUB > ZERO
                           ADD 1
                               TO SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
                       END-IF
                   END-IF
           END-READ.

       307-FIND-SECTION-ENTRY.
           MOVE ZERO TO MATCHED-SECTION-SUB.
           PERFORM 311-MATCH-SECTION-ENTRY
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR MATCHED-SECTION-SUB > ZERO.

       308-COUNT-WAITLIST-ENTRY.
           IF WL-STATUS-WS(WAITLIST-SUB) = "W"
                   AND WL-TERM-WS(WAITLIST-SUB) = WS-RUN-TERM-CODE
               MOVE WL-COURSE-WS(WAITLIST-SUB)
                   TO WS-LOOKUP-COURSE-NUMBER
               MOVE WL-SECTION-WS(WAITLIST-SUB)
                   TO WS-LOOKUP-SECTION-NUMBER
               PERFORM 307-FIND-SECTION-ENTRY
               IF MATCHED-SECTION-SUB > ZERO
                   ADD 1 TO SECT-WAITING-WS(MATCHED-SECTION-SUB)
               END-IF
           END-IF.

       309-EVALUATE-SECTION.
           PERFORM 312-FIND-MINIMUM-ENTRY.
           MOVE WS-MINIMUM-ENROLLMENT TO SECT-MINIMUM-WS(SECTION-SUB).
           IF MINIMUM-FOUND-FLAG = "Y"
                   AND SECT-ENROLLED-WS(SECTION-SUB) <
                       WS-MINIMUM-ENROLLMENT
               ADD 1 TO BELOW-MINIMUM-COUNT
               MOVE "BELOW MIN" TO REG-DISPOSITION
               MOVE SPACES TO REG-REASON
               IF UPDATE-MODE
                   PERFORM 314-FIND-APPROVAL-ENTRY
                   IF MATCHED-APPROVAL-SUB > ZERO
                       MOVE "Y" TO SECT-CANCEL-SW(SECTION-SUB)
                       MOVE "Y" TO APPR-USED-SW(MATCHED-APPROVAL-SUB)
                       ADD 1 TO CANCEL-COUNT
                       MOVE "CANCELLED" TO REG-DISPOSITION
                   ELSE
                       MOVE "NOT APPROVED - SECTION KEPT"
                           TO REG-REASON
                   END-IF
               END-IF
               MOVE SECT-COURSE-WS(SECTION-SUB) TO REG-COURSE-NUMBER
               MOVE SECT-SECTION-WS(SECTION-SUB) TO REG-SECTION-NUMBER
               MOVE WS-RUN-TERM-CODE TO REG-TERM-CODE
               MOVE SECT-ENROLLED-WS(SECTION-SUB) TO REG-ENROLLED
               MOVE WS-MINIMUM-ENROLLMENT TO REG-MINIMUM
               WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE
           END-IF.

       310-ADD-SECTION-ENTRY.
           ADD 1 TO NUM-OF-SECTIONS.
           MOVE NUM-OF-SECTIONS TO MATCHED-SECTION-SUB.
           MOVE COURSE-NUMBER-INDEX
               TO SECT-COURSE-WS(MATCHED-SECTION-SUB).
           MOVE SECTION-NUMBER-INDEX
               TO SECT-SECTION-WS(MATCHED-SECTION-SUB).
           MOVE ZERO TO SECT-ENROLLED-WS(MATCHED-SECTION-SUB).
           MOVE ZERO TO SECT-WAITING-WS(MATCHED-SECTION-SUB).
           MOVE ZERO TO SECT-MINIMUM-WS(MATCHED-SECTION-SUB).
           MOVE "N" TO SECT-CANCEL-SW(MATCHED-SECTION-SUB).
           PERFORM 318-FIND-COURSE-ENTRY.
           MOVE WS-MATCHED-CAPACITY
               TO SECT-CAPACITY-WS(MATCHED-SECTION-SUB).

       311-MATCH-SECTION-ENTRY.
           IF WS-LOOKUP-COURSE-NUMBER = SECT-COURSE-WS(SECTION-SUB)
                   AND WS-LOOKUP-SECTION-NUMBER =
                       SECT-SECTION-WS(SECTION-SUB)
               MOVE SECTION-SUB TO MATCHED-SECTION-SUB
           END-IF.

       312-FIND-MINIMUM-ENTRY.
           MOVE "N" TO MINIMUM-FOUND-FLAG.
           MOVE ZERO TO WS-MINIMUM-ENROLLMENT.
           PERFORM 313-MATCH-MINIMUM-ENTRY
               VARYING MINIMUM-SUB FROM 1 BY 1
                   UNTIL MINIMUM-SUB > NUM-OF-MINIMUMS
                      OR MINIMUM-FOUND-FLAG = "Y".

       313-MATCH-MINIMUM-ENTRY.
           IF SECT-COURSE-WS(SECTION-SUB) = MIN-COURSE-WS(MINIMUM-SUB)
               MOVE "Y" TO MINIMUM-FOUND-FLAG
               MOVE MIN-ENROLLMENT-WS(MINIMUM-SUB)
                   TO WS-MINIMUM-ENROLLMENT
           END-IF.

       314-FIND-APPROVAL-ENTRY.
           MOVE ZERO TO MATCHED-APPROVAL-SUB.
           PERFORM 315-MATCH-APPROVAL-ENTRY
               VARYING APPROVAL-SUB FROM 1 BY 1
                   UNTIL APPROVAL-SUB > NUM-OF-APPROVALS
                      OR MATCHED-APPROVAL-SUB > ZERO.

       315-MATCH-APPROVAL-ENTRY.
           IF APPR-COURSE-WS(APPROVAL-SUB) =
                   SECT-COURSE-WS(SECTION-SUB)
                   AND APPR-SECTION-WS(APPROVAL-SUB) =
                       SECT-SECTION-WS(SECTION-SUB)
                   AND APPR-TERM-WS(APPROVAL-SUB) = WS-RUN-TERM-CODE
               MOVE APPROVAL-SUB TO MATCHED-APPROVAL-SUB
           END-IF.

       316-REJECT-UNUSED-APPROVAL.
           IF APPR-USED-SW(APPROVAL-SUB) NOT = "Y"
               MOVE APPR-COURSE-WS(APPROVAL-SUB) TO REG-COURSE-NUMBER
               MOVE APPR-SECTION-WS(APPROVAL-SUB)
                   TO REG-SECTION-NUMBER
               MOVE APPR-TERM-WS(APPROVAL-SUB) TO REG-TERM-CODE
               MOVE ZERO TO REG-ENROLLED
               MOVE ZERO TO REG-MINIMUM
               MOVE "REJECTED" TO REG-DISPOSITION
               IF APPR-TERM-WS(APPROVAL-SUB) NOT = WS-RUN-TERM-CODE
                   MOVE "NOT THE TERM UNDER REVIEW" TO REG-REASON
               ELSE
                   MOVE APPR-COURSE-WS(APPROVAL-SUB)
                       TO WS-LOOKUP-COURSE-NUMBER
                   MOVE APPR-SECTION-WS(APPROVAL-SUB)
                       TO WS-LOOKUP-SECTION-NUMBER
                   PERFORM 307-FIND-SECTION-ENTRY
                   IF MATCHED-SECTION-SUB = ZERO
                       MOVE "NO ACTIVE ENROLLMENT" TO REG-REASON
                   ELSE
                       MOVE SECT-ENROLLED-WS(MATCHED-SECTION-SUB)
                           TO REG-ENROLLED
                       MOVE SECT-MINIMUM-WS(MATCHED-SECTION-SUB)
                           TO REG-MINIMUM
                       MOVE "NOT BELOW MINIMUM" TO REG-REASON
                   END-IF
               END-IF
               WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE
               ADD 1 TO REJECT-COUNT
           END-IF.

       317-DROP-CANCELLED-ENROLLMENT.
           READ STUDENT-FILE-INDEX NEXT RECORD
               AT END MOVE "Y" TO INDEX-EOF-FLAG
               NOT AT END
                   IF TERM-CODE-INDEX = WS-RUN-TERM-CODE
                       MOVE COURSE-NUMBER-INDEX
                           TO WS-LOOKUP-COURSE-NUMBER
                       MOVE SECTION-NUMBER-INDEX
                           TO WS-LOOKUP-SECTION-NUMBER
                       PERFORM 307-FIND-SECTION-ENTRY
                       IF MATCHED-SECTION-SUB > ZERO
                           IF SECTION-CANCELLED(MATCHED-SECTION-SUB)
                               IF RECORD-FINALIZED
                                     OR ENROLLMENT-INTEGRITY-SANCTION
                                   PERFORM 348-LIST-KEPT-ENROLLMENT
                               ELSE
                                   PERFORM 319-DELETE-ENROLLMENT-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       318-FIND-COURSE-ENTRY.
           MOVE "N" TO COURSE-FOUND-FLAG.
           MOVE ZERO TO WS-MATCHED-CAPACITY.
           MOVE ZERO TO WS-MATCHED-FEE.
           PERFORM 324-MATCH-COURSE-ENTRY
               VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > NUM-OF-COURSES.

       319-DELETE-ENROLLMENT-RECORD.
           MOVE STUDENT-REPORT-INDEX TO JRNL-BEFORE-IMAGE.
           DELETE STUDENT-FILE-INDEX.
           ADD 1 TO DROP-COUNT.
           MOVE "D" TO JRNL-ACTION-CODE.
           MOVE SPACE TO JRNL-OVERRIDE-SW.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD FROM JOURNAL-RECORD-STRUCTURE.
           PERFORM 320-WRITE-BILLING-CREDIT.
           PERFORM 321-PLACE-ON-ALTERNATE-WAITLIST.
           PERFORM 322-WRITE-CANCELLATION-NOTICE.
           MOVE STUDENT-NUMBER-INDEX TO RST-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEX TO RST-STUDENT-NAME.
           MOVE COURSE-NUMBER-INDEX TO RST-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO RST-SECTION-NUMBER.
           MOVE "DROPPED" TO RST-DISPOSITION.
           WRITE REGISTER-RECORD FROM REGISTER-STUDENT-STRUCTURE.

       320-WRITE-BILLING-CREDIT.
           MOVE COURSE-NUMBER-INDEX TO WS-LOOKUP-COURSE-NUMBER.
           PERFORM 318-FIND-COURSE-ENTRY.
           IF AUDIT-BASIS
               PERFORM 344-FIND-AUDIT-FEE
           END-IF.
           MOVE STUDENT-NUMBER-INDEX TO CRED-STUDENT-NUMBER.
           MOVE COURSE-NUMBER-INDEX TO CRED-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO CRED-SECTION-NUMBER.
           MOVE TERM-CODE-INDEX TO CRED-TERM-CODE.
           MOVE WS-MATCHED-FEE TO CRED-FEE.
           MOVE "CR" TO CRED-TYPE.
           WRITE BILLING-CREDIT-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD CRED-STUDENT-NUMBER TO WS-CREDIT-STUDENT-HASH.
           ADD CRED-FEE TO WS-CREDIT-AMOUNT-HASH.
           ADD 1 TO CREDIT-COUNT.

       321-PLACE-ON-ALTERNATE-WAITLIST.
           MOVE ZERO TO ALTERNATE-SECTION-SUB.
           PERFORM 326-MATCH-ALTERNATE-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > NUM-OF-SECTIONS
                      OR ALTERNATE-SECTION-SUB > ZERO.
           MOVE SPACES TO RST-ALTERNATE-SECTION.
           IF ALTERNATE-SECTION-SUB = ZERO
               MOVE "NO ALTERNATE" TO RST-ACTION
           ELSE
               IF NUM-OF-WAITLISTED NOT < 999
                   MOVE "WAITLIST FULL" TO RST-ACTION
                   MOVE ZERO TO ALTERNATE-SECTION-SUB
               ELSE
                   ADD 1 TO NUM-OF-WAITLISTED
                   MOVE COURSE-NUMBER-INDEX
                       TO WL-COURSE-WS(NUM-OF-WAITLISTED)
                   MOVE SECT-SECTION-WS(ALTERNATE-SECTION-SUB)
                       TO WL-SECTION-WS(NUM-OF-WAITLISTED)
                   MOVE TERM-CODE-INDEX TO WL-TERM-WS(NUM-OF-WAITLISTED)
                   MOVE STUDENT-NUMBER-INDEX
                       TO WL-STUDENT-NUMBER-WS(NUM-OF-WAITLISTED)
                   MOVE STUDENT-NAME-INDEX
                       TO WL-STUDENT-NAME-WS(NUM-OF-WAITLISTED)
                   MOVE PROGRAM-NUMBER-INDEX
                       TO WL-PROGRAM-WS(NUM-OF-WAITLISTED)
                   MOVE "W" TO WL-STATUS-WS(NUM-OF-WAITLISTED)
                   ADD 1 TO SECT-WAITING-WS(ALTERNATE-SECTION-SUB)
                   ADD 1 TO WAITLIST-COUNT
                   MOVE "WAITLISTED SECT " TO RST-ACTION
                   MOVE SECT-SECTION-WS(ALTERNATE-SECTION-SUB)
                       TO RST-ALTERNATE-SECTION
               END-IF
           END-IF.

       322-WRITE-CANCELLATION-NOTICE.
           MOVE STUDENT-NUMBER-INDEX TO NTF-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEX TO NTF-STUDENT-NAME.
           IF ALTERNATE-SECTION-SUB > ZERO
               MOVE "CNWL" TO NTF-MESSAGE-CODE
           ELSE
               MOVE "CNCL" TO NTF-MESSAGE-CODE
           END-IF.
           MOVE TERM-CODE-INDEX TO NTF-TERM-CODE.
           MOVE SECT-MINIMUM-WS(MATCHED-SECTION-SUB)
               TO NTF-TRIGGER-VALUE.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.
           ADD 1 TO NOTICE-COUNT.

       323-REWRITE-WAITLIST-FILE.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 327-WRITE-WAITLIST-ENTRY
               VARYING WAITLIST-SUB FROM 1 BY 1
                   UNTIL WAITLIST-SUB > NUM-OF-WAITLISTED.
           CLOSE WAITLIST-FILE.

       324-MATCH-COURSE-ENTRY.
           IF WS-LOOKUP-COURSE-NUMBER = COURSE-NUMBER-WS(COURSE-SUB)
               AND (COURSE-FOUND-FLAG NOT = "Y"
                 OR COURSE-EFFECTIVE-START-WS(COURSE-SUB)
                     NOT > WS-COURSE-AS-OF-START)
               MOVE "Y" TO COURSE-FOUND-FLAG
               MOVE COURSE-CAPACITY-WS(COURSE-SUB)
                   TO WS-MATCHED-CAPACITY
               MOVE COURSE-FEE-WS(COURSE-SUB) TO WS-MATCHED-FEE
           END-IF.

       325-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-INDEX-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE DROP-COUNT TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       326-MATCH-ALTERNATE-SECTION.
           IF SECT-COURSE-WS(SECTION-SUB) = COURSE-NUMBER-INDEX
                   AND SECT-SECTION-WS(SECTION-SUB) NOT =
                       SECTION-NUMBER-INDEX
                   AND NOT SECTION-CANCELLED(SECTION-SUB)
               IF SECT-CAPACITY-WS(SECTION-SUB) = ZERO
                   MOVE SECTION-SUB TO ALTERNATE-SECTION-SUB
               ELSE
                   IF SECT-ENROLLED-WS(SECTION-SUB) +
                           SECT-WAITING-WS(SECTION-SUB) <
                           SECT-CAPACITY-WS(SECTION-SUB)
                       MOVE SECTION-SUB TO ALTERNATE-SECTION-SUB
                   END-IF
               END-IF
           END-IF.

       327-WRITE-WAITLIST-ENTRY.
           MOVE WAITLIST-ENTRY-TABLE(WAITLIST-SUB)
               TO WAITLIST-RECORD.
           WRITE WAITLIST-RECORD.

       330-ACQUIRE-UPDATE-LOCK.
           MOVE "N" TO LOCK-HELD-FLAG.
           MOVE "N" TO LOCK-STALE-FLAG.
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
               PERFORM 331-CHECK-STALE-LOCK
           END-IF.
           IF LOCK-HELD-FLAG = "Y" AND LOCK-STALE-FLAG NOT = "Y"
                   AND NOT OPERATOR-OVERRIDE
               MOVE "LOCK REFUSED - INDEX HELD" TO WS-LOCK-EVENT
               PERFORM 333-WRITE-LOCK-AUDIT
               MOVE "Y" TO LOCK-DENIED-SW
               DISPLAY "RUN REFUSED - STUDENT INDEX LOCKED BY "
                   WS-LOCK-OWNER
           ELSE
               IF LOCK-HELD-FLAG = "Y" AND OPERATOR-OVERRIDE
                   MOVE "LOCK OVERRIDDEN BY OPERATOR"
                       TO WS-LOCK-EVENT
                   PERFORM 333-WRITE-LOCK-AUDIT
               ELSE
                   IF LOCK-HELD-FLAG = "Y"
                       MOVE "STALE LOCK BROKEN" TO WS-LOCK-EVENT
                       PERFORM 333-WRITE-LOCK-AUDIT
                   END-IF
               END-IF
               OPEN OUTPUT LOCK-CONTROL-FILE
               MOVE "CANCEL-LOW-ENROLL" TO LOCK-PROGRAM-NAME
               MOVE WS-NOW-DATE TO LOCK-DATE
               MOVE WS-NOW-TIME TO LOCK-TIME
               WRITE LOCK-CONTROL-RECORD
               CLOSE LOCK-CONTROL-FILE
               MOVE "LOCK GRANTED" TO WS-LOCK-EVENT
               PERFORM 333-WRITE-LOCK-AUDIT
           END-IF.

       331-CHECK-STALE-LOCK.
           MOVE WS-NOW-DATE TO WS-SERIAL-DATE.
           PERFORM 334-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-NOW-SERIAL.
           MOVE WS-LOCK-DATE TO WS-SERIAL-DATE.
           PERFORM 334-COMPUTE-LOCK-DAY-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-LOCK-SERIAL.
           COMPUTE WS-ELAPSED-MINUTES =
               (WS-NOW-SERIAL - WS-LOCK-SERIAL) * 1440
               + (WS-NOW-HH * 60 + WS-NOW-MM)
               - (WS-LOCK-HH * 60 + WS-LOCK-MM).
           IF WS-ELAPSED-MINUTES > WS-STALE-MINUTES
               MOVE "Y" TO LOCK-STALE-FLAG
           END-IF.

       332-RELEASE-UPDATE-LOCK.
           OPEN OUTPUT LOCK-CONTROL-FILE.
           CLOSE LOCK-CONTROL-FILE.
           MOVE "LOCK RELEASED" TO WS-LOCK-EVENT.
           PERFORM 333-WRITE-LOCK-AUDIT.

       333-WRITE-LOCK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-LOCK-EVENT TO AUDIT-INPUT-FILE.
           MOVE ZERO TO AUDIT-RECORDS-READ.
           MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.
           CLOSE AUDIT-LOG-FILE.

       334-COMPUTE-LOCK-DAY-SERIAL.
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

       335-LOAD-TERM-TABLE.
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

       336-FIND-COURSE-AS-OF-START.
           ACCEPT WS-COURSE-AS-OF-START FROM DATE YYYYMMDD.
           PERFORM 337-MATCH-AS-OF-TERM
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS.

       337-MATCH-AS-OF-TERM.
           IF WS-RUN-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-COURSE-AS-OF-START
           END-IF.

       338-WRITE-INTERFACE-HEADER.
           MOVE AUDIT-PROGRAM-NAME TO WS-SEQUENCE-SOURCE.
           PERFORM 340-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE WS-SEQUENCE-SOURCE TO IFH-PROGRAM-NAME.
           MOVE WS-RUN-TERM-CODE TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       339-WRITE-INTERFACE-TRAILER.
           MOVE WS-INTERFACE-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-INTERFACE-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-INTERFACE-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE NOTIFICATION-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.

       340-ISSUE-INTERFACE-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           PERFORM 341-LOAD-SEQUENCE-ENTRY
               UNTIL SEQUENCE-EOF-FLAG = "Y".
           CLOSE SEQUENCE-CONTROL-FILE.
           MOVE ZERO TO MATCHED-SEQUENCE-SUB.
           PERFORM 342-MATCH-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES
                      OR MATCHED-SEQUENCE-SUB > ZERO.
           IF MATCHED-SEQUENCE-SUB = ZERO
               ADD 1 TO NUM-OF-SEQUENCES
               MOVE NUM-OF-SEQUENCES TO MATCHED-SEQUENCE-SUB
               MOVE WS-SEQUENCE-SOURCE
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
           PERFORM 343-SAVE-SEQUENCE-ENTRY
               VARYING SEQUENCE-SUB FROM 1 BY 1
                   UNTIL SEQUENCE-SUB > NUM-OF-SEQUENCES.
           CLOSE SEQUENCE-CONTROL-FILE.

       341-LOAD-SEQUENCE-ENTRY.
           READ SEQUENCE-CONTROL-FILE
               AT END MOVE "Y" TO SEQUENCE-EOF-FLAG
               NOT AT END
                   IF NUM-OF-SEQUENCES < 199
                       ADD 1 TO NUM-OF-SEQUENCES
                       MOVE SEQUENCE-CONTROL-RECORD
                           TO SEQUENCE-ENTRY-TABLE(NUM-OF-SEQUENCES)
                   END-IF
           END-READ.

       342-MATCH-SEQUENCE-ENTRY.
           IF SEQ-SOURCE-PROGRAM-WS(SEQUENCE-SUB) = WS-SEQUENCE-SOURCE
               MOVE SEQUENCE-SUB TO MATCHED-SEQUENCE-SUB
           END-IF.

       343-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       344-FIND-AUDIT-FEE.
           MOVE "N" TO AUDIT-FEE-FOUND-FLAG.
           PERFORM 345-MATCH-AUDIT-FEE-ENTRY
               VARYING AUDIT-FEE-SUB FROM 1 BY 1
                   UNTIL AUDIT-FEE-SUB > NUM-OF-AUDIT-FEES
                      OR AUDIT-FEE-FOUND-FLAG = "Y".
           IF AUDIT-FEE-FOUND-FLAG NOT = "Y"
               COMPUTE WS-MATCHED-FEE ROUNDED =
                   WS-MATCHED-FEE * WS-AUDIT-FEE-PCT / 100
           END-IF.

       345-MATCH-AUDIT-FEE-ENTRY.
           IF COURSE-NUMBER-INDEX =
                   AFEE-COURSE-NUMBER-WS(AUDIT-FEE-SUB)
               MOVE "Y" TO AUDIT-FEE-FOUND-FLAG
               MOVE AFEE-AUDIT-FEE-WS(AUDIT-FEE-SUB) TO WS-MATCHED-FEE
           END-IF.

       346-LOAD-AUDIT-FEE-TABLE.
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

       347-REFUSE-UPDATE-RUN.
           DISPLAY "WAITLIST TABLE OVERFLOW - UPDATE RUN REFUSED, "
               "NOTHING CANCELLED".
           MOVE "REFUSED" TO REG-DISPOSITION.
           MOVE SPACES TO REG-COURSE-NUMBER REG-SECTION-NUMBER.
           MOVE WS-RUN-TERM-CODE TO REG-TERM-CODE.
           MOVE ZERO TO REG-ENROLLED REG-MINIMUM.
           MOVE "WAITLIST TABLE OVERFLOW" TO REG-REASON.
           WRITE REGISTER-RECORD FROM REGISTER-RECORD-STRUCTURE.
           PERFORM 325-WRITE-AUDIT-LOG.
           CLOSE STUDENT-FILE-INDEX CANCELLATION-REGISTER
               AUDIT-LOG-FILE.

       348-LIST-KEPT-ENROLLMENT.
           ADD 1 TO PROTECTED-COUNT.
           MOVE STUDENT-NUMBER-INDEX TO RST-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEX TO RST-STUDENT-NAME.
           MOVE COURSE-NUMBER-INDEX TO RST-COURSE-NUMBER.
           MOVE SECTION-NUMBER-INDEX TO RST-SECTION-NUMBER.
           MOVE "KEPT" TO RST-DISPOSITION.
           IF ENROLLMENT-INTEGRITY-SANCTION
               MOVE "SANCTION GRADE" TO RST-ACTION
           ELSE
               MOVE "FINALIZED GRADE" TO RST-ACTION
           END-IF.
           MOVE SPACES TO RST-ALTERNATE-SECTION.
           WRITE REGISTER-RECORD FROM REGISTER-STUDENT-STRUCTURE.

       349-WRITE-CREDIT-HEADER.
           MOVE CREDIT-SEQUENCE-SOURCE TO WS-SEQUENCE-SOURCE.
           PERFORM 340-ISSUE-INTERFACE-SEQUENCE.
           ACCEPT IFH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IFH-RUN-TIME FROM TIME.
           MOVE WS-SEQUENCE-SOURCE TO IFH-PROGRAM-NAME.
           MOVE WS-RUN-TERM-CODE TO IFH-TERM-CODE.
           MOVE SEQ-LAST-ISSUED-WS(MATCHED-SEQUENCE-SUB)
               TO IFH-SEQUENCE-NUMBER.
           WRITE CREDIT-CONTROL-RECORD
               FROM INTERFACE-HEADER-STRUCTURE.

       350-WRITE-CREDIT-TRAILER.
           MOVE WS-CREDIT-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-CREDIT-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-CREDIT-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE CREDIT-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.
