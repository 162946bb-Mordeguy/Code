      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. SELECT-AWARD-RECIPIENTS.
       AUTHOR.

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AWARD-MASTER-FILE
         ASSIGN TO WS-AWARD-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GPA-HISTORY-FILE
         ASSIGN TO WS-GPA-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERM-CALENDAR-FILE
         ASSIGN TO WS-TERM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEMOGRAPHIC-FILE
         ASSIGN TO WS-DEMOGRAPHIC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL STANDING-FILE
         ASSIGN TO WS-STANDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AWARD-HISTORY-FILE
         ASSIGN TO WS-AWARD-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL APPROVAL-FILE
         ASSIGN TO WS-APPROVAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AWARD-REGISTER
         ASSIGN TO WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BILLING-CREDIT-FILE
         ASSIGN TO WS-BILLING-CREDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTIFICATION-FILE
         ASSIGN TO WS-NOTIFICATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDIT-LOG-FILE
         ASSIGN TO WS-AUDIT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SEQUENCE-CONTROL-FILE
         ASSIGN TO WS-SEQUENCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORT-WORK-FILE
         ASSIGN "AWDSORTW".

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FD AWARD-MASTER-FILE.
       01 AWARD-MASTER-RECORD.
           05 AWD-CODE-IN-FILE PIC X(7).
           05 AWD-NAME-IN-FILE PIC X(20).
           05 AWD-PROGRAM-LIST-IN-FILE PIC X(15).
           05 AWD-MIN-AVRG-IN-FILE PIC 9(3).
           05 AWD-MIN-CREDITS-IN-FILE PIC 9(2).
           05 AWD-AMOUNT-IN-FILE PIC 9(5)V99.
           05 AWD-MAX-RECIPIENTS-IN-FILE PIC 9(3).
           05 AWD-ONE-TIME-IN-FILE PIC X(1).

       FD GPA-HISTORY-FILE.
       01 GPA-HISTORY-RECORD.
           05 GPAH-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2).
           05 GPAH-STUDENT-NUMBER PIC X(9).
           05 FILLER PIC X(2).
           05 GPAH-TERM-CODE PIC X(6).
           05 FILLER PIC X(2).
           05 GPAH-AVRG PIC 9(3).
           05 FILLER PIC X(2).
           05 GPAH-COURSE-NUMBER PIC X(7).
           05 FILLER PIC X(2).
           05 GPAH-CREDITS PIC 9(2).

       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
           05 TERM-CODE-IN-FILE PIC X(6).
           05 TERM-START-IN-FILE PIC 9(8).
           05 TERM-END-IN-FILE PIC 9(8).
           05 TERM-CURRENT-IN-FILE PIC X(1).

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

       FD STANDING-FILE.
       01 STANDING-RECORD-IN.
           05 STND-STUDENT-NUMBER-IN-FILE PIC 9(9).
           05 STND-STANDING-CODE-IN-FILE PIC X(1).
           05 STND-EFFECTIVE-TERM-IN-FILE PIC X(6).
           05 STND-HOLD-FLAG-IN-FILE PIC X(1).

       FD AWARD-HISTORY-FILE.
       01 AWARD-HISTORY-RECORD.
           05 AWDH-STUDENT-NUMBER PIC 9(9).
           05 AWDH-AWARD-CODE PIC X(7).
           05 AWDH-TERM-CODE PIC X(6).
           05 AWDH-AMOUNT PIC 9(5)V99.
           05 AWDH-AWARD-DATE PIC 9(8).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APPR-AWARD-CODE-IN-FILE PIC X(7).
           05 APPR-STUDENT-NUMBER-IN-FILE PIC 9(9).

       FD AWARD-REGISTER.
       01 REGISTER-RECORD PIC X(80).

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
           05 NTF-DETAIL-TEXT PIC X(30).
           05 NTF-AWARD-DETAIL REDEFINES NTF-DETAIL-TEXT.
               10 NTF-AWARD-NAME PIC X(20).
               10 NTF-AWARD-AMOUNT PIC 9(5)V99.
               10 FILLER PIC X(3).
       01 NOTIFICATION-CONTROL-RECORD PIC X(60).

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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-AWARD-CODE PIC X(7).
           05 SORT-CUM-AVRG PIC 9(3)V99.
           05 SORT-TERM-CREDITS PIC 9(3).
           05 SORT-STUDENT-NUMBER PIC 9(9).
           05 SORT-STUDENT-NAME PIC X(20).
           05 SORT-AWARD-SUB PIC 9(3).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-AWARD-MASTER-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\AWARDMST.TXT".
           05 WS-GPA-HISTORY-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUGPAHS.TXT".
           05 WS-TERM-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\TERMFILE.TXT".
           05 WS-DEMOGRAPHIC-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STUDEMO.TXT".
           05 WS-STANDING-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\STANDING.TXT".
           05 WS-AWARD-HISTORY-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\AWDHIST.TXT".
           05 WS-APPROVAL-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\AWDAPPR.TXT".
           05 WS-REGISTER-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\AWDLIST.TXT".
           05 WS-BILLING-CREDIT-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\BILLCRED.TXT".
           05 WS-NOTIFICATION-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\NOTIFY.TXT".
           05 WS-AUDIT-LOG-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\RUNAUDIT.TXT".
           05 WS-SEQUENCE-FILE-NAME PIC X(80)
                   VALUE "C:\Users\Nay-thwan\Desktop\SEQCTL.TXT".
           05 WS-PARM-SW PIC X(1) VALUE "N".
               88 RUN-PARAMETERS-SUPPLIED VALUE "Y".

       01 RUN-SELECTION-WS.
           05 WS-RUN-MODE PIC X(1) VALUE "S".
               88 POST-MODE VALUE "P".
           05 WS-RUN-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 AUDIT-LOG-RECORD-STRUCTURE.
           05 AUDIT-PROGRAM-NAME PIC X(20) VALUE "SELECT-AWARDS".
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
           05 EOF-FLAG PIC X(1) VALUE "N".
           05 AWARD-EOF-FLAG PIC X(1) VALUE "N".
           05 TERM-EOF-FLAG PIC X(1) VALUE "N".
           05 DEMO-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-EOF-FLAG PIC X(1) VALUE "N".
           05 HISTORY-EOF-FLAG PIC X(1) VALUE "N".
           05 APPROVAL-EOF-FLAG PIC X(1) VALUE "N".
           05 SORT-EOF-FLAG PIC X(1) VALUE "N".
           05 STANDING-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 HISTORY-OVERFLOW-FLAG PIC X(1) VALUE "N".
           05 CANDIDATE-ELIGIBLE-SW PIC X(1) VALUE "N".
               88 CANDIDATE-ELIGIBLE VALUE "Y".
           05 PROGRAM-MATCH-FLAG PIC X(1) VALUE "N".
           05 PRIOR-AWARD-FLAG PIC X(1) VALUE "N".
           05 REJECT-HEADER-SW PIC X(1) VALUE "N".

       01 COUNTERS.
           05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
           05 AWARD-SKIP-COUNT PIC 9(5) VALUE ZERO.
           05 SCREENED-COUNT PIC 9(5) VALUE ZERO.
           05 NOT-ON-DEMO-COUNT PIC 9(5) VALUE ZERO.
           05 STANDING-BAR-COUNT PIC 9(5) VALUE ZERO.
           05 CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
           05 RECOMMENDED-COUNT PIC 9(5) VALUE ZERO.
           05 ALTERNATE-COUNT PIC 9(5) VALUE ZERO.
           05 POSTED-COUNT PIC 9(5) VALUE ZERO.
           05 NOT-APPROVED-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-AWARDED PIC 9(9)V99 VALUE ZERO.

       01 CANDIDATE-WORK-WS.
           05 WS-LOOKUP-STUDENT-X PIC X(9) VALUE SPACES.
           05 WS-LOOKUP-STUDENT-N REDEFINES WS-LOOKUP-STUDENT-X
                   PIC 9(9).
           05 WS-LOOKUP-AWARD-CODE PIC X(7) VALUE SPACES.
           05 WS-STUDENT-STANDING-CODE PIC X(1) VALUE SPACE.
           05 WS-STUDENT-HOLD-FLAG PIC X(1) VALUE SPACE.
           05 WS-CUM-AVRG PIC 9(3)V99 VALUE ZERO.
           05 WS-CUM-WEIGHTED-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-CUM-CREDIT-TOTAL PIC 9(5) VALUE ZERO.
           05 WS-WORK-CREDITS PIC 9(2) VALUE ZERO.
           05 WS-PREV-AWARD-CODE PIC X(7) VALUE SPACES.
           05 WS-AWARD-RANK PIC 9(3) VALUE ZERO.

       01 AWARD-TABLE-WS.
           05 NUM-OF-AWARDS PIC 9(3) VALUE ZERO.
           05 AWARD-SUB PIC 9(3).
           05 MATCHED-AWARD-SUB PIC 9(3) VALUE ZERO.
           05 PROGRAM-SUB PIC 9(1).
           05 AWARD-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-AWARDS.
               10 AWD-CODE-WS PIC X(7).
               10 AWD-NAME-WS PIC X(20).
               10 AWD-PROGRAM-LIST-WS.
                   15 AWD-PROGRAM-WS OCCURS 5 TIMES PIC X(3).
               10 AWD-MIN-AVRG-WS PIC 9(3).
               10 AWD-MIN-CREDITS-WS PIC 9(2).
               10 AWD-AMOUNT-WS PIC 9(5)V99.
               10 AWD-MAX-RECIPIENTS-WS PIC 9(3).
               10 AWD-ONE-TIME-WS PIC X(1).
                   88 ONE-TIME-AWARD VALUE "Y".
               10 AWD-PRIOR-WS PIC 9(3).
               10 AWD-AWARDED-WS PIC 9(3).
               10 AWD-CANDIDATES-WS PIC 9(4).
               10 AWD-SELECTED-WS PIC 9(3).

       01 TERM-TABLE-WS.
           05 NUM-OF-TERMS PIC 9(3) VALUE ZERO.
           05 TERM-SUB PIC 9(3).
           05 WS-CHECK-TERM-CODE PIC X(6) VALUE SPACES.
           05 WS-FOUND-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-RUN-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-RECORD-TERM-START PIC 9(8) VALUE ZERO.
           05 TERM-ENTRY-TABLE OCCURS 1 TO 100 TIMES
                   DEPENDING ON NUM-OF-TERMS.
               10 TERM-CODE-WS PIC X(6).
               10 TERM-START-WS PIC 9(8).

       01 DEMOGRAPHIC-TABLE-WS.
           05 NUM-OF-DEMO-STUDENTS PIC 9(4) VALUE ZERO.
           05 DEMO-SUB PIC 9(4).
           05 MATCHED-DEMO-SUB PIC 9(4) VALUE ZERO.
           05 DEMO-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-DEMO-STUDENTS.
               10 DEMO-STUDENT-NUMBER-WS PIC 9(9).
               10 DEMO-STUDENT-NAME-WS PIC X(20).
               10 DEMO-PROGRAM-WS PIC X(3).

       01 STANDING-TABLE-WS.
           05 NUM-OF-STANDINGS PIC 9(4) VALUE ZERO.
           05 STANDING-SUB PIC 9(4).
           05 MATCHED-STANDING-SUB PIC 9(4) VALUE ZERO.
           05 STANDING-ENTRY-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STANDINGS.
               10 STND-STUDENT-NUMBER-WS PIC 9(9).
               10 STND-STANDING-CODE-WS PIC X(1).
               10 STND-EFFECTIVE-TERM-WS PIC X(6).
               10 STND-HOLD-FLAG-WS PIC X(1).

       01 HISTORY-TABLE-WS.
           05 NUM-OF-HISTORY PIC 9(4) VALUE ZERO.
           05 HISTORY-SUB PIC 9(4).
           05 HISTORY-ENTRY-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NUM-OF-HISTORY.
               10 HIST-STUDENT-NUMBER-WS PIC 9(9).
               10 HIST-AWARD-CODE-WS PIC X(7).
               10 HIST-TERM-CODE-WS PIC X(6).

       01 APPROVAL-TABLE-WS.
           05 NUM-OF-APPROVALS PIC 9(3) VALUE ZERO.
           05 APPROVAL-SUB PIC 9(3).
           05 MATCHED-APPROVAL-SUB PIC 9(3) VALUE ZERO.
           05 APPROVAL-ENTRY-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON NUM-OF-APPROVALS.
               10 APPR-AWARD-CODE-WS PIC X(7).
               10 APPR-STUDENT-NUMBER-WS PIC 9(9).
               10 APPR-USED-SW PIC X(1).

       01 STUDENT-AVERAGE-WS.
           05 NUM-OF-STUDENTS PIC 9(4) VALUE ZERO.
           05 STUDENT-SUB PIC 9(4).
           05 MATCHED-STUDENT-SUB PIC 9(4) VALUE ZERO.
           05 STUDENT-AVERAGE-TABLE OCCURS 1 TO 2000 TIMES
                   DEPENDING ON NUM-OF-STUDENTS.
               10 STU-NUMBER-WS PIC X(9).
               10 STU-IN-TERM-SW PIC X(1).
               10 STU-TERM-CREDITS-WS PIC 9(3).

       01 ATTEMPT-TABLE-WS.
           05 NUM-OF-ATTEMPTS PIC 9(4) VALUE ZERO.
           05 ATTEMPT-SUB PIC 9(4).
           05 MATCHED-ATTEMPT-SUB PIC 9(4) VALUE ZERO.
           05 ATTEMPT-ENTRY-TABLE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON NUM-OF-ATTEMPTS.
               10 ATT-STUDENT-NUMBER-WS PIC X(9).
               10 ATT-COURSE-WS PIC X(7).
               10 ATT-TERM-START-WS PIC 9(8).
               10 ATT-AVRG-WS PIC 9(3).
               10 ATT-CREDITS-WS PIC 9(2).

       01 SEQUENCE-CONTROL-WS.
           05 NUM-OF-SEQUENCES PIC 9(3) VALUE ZERO.
           05 SEQUENCE-SUB PIC 9(3).
           05 MATCHED-SEQUENCE-SUB PIC 9(3) VALUE ZERO.
           05 SEQUENCE-EOF-FLAG PIC X(1) VALUE "N".
           05 WS-SEQUENCE-SOURCE PIC X(20) VALUE SPACES.
           05 CREDIT-SEQUENCE-SOURCE PIC X(20)
                   VALUE "SELECT-AWARDS-CREDIT".
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

       01 REGISTER-HEADER.
           05 FILLER PIC X(24) VALUE "AWARD SELECTION REGISTER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "TERM ".
           05 REG-HDR-TERM PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-HDR-MODE PIC X(6).

       01 AWARD-HEADER-STRUCTURE.
           05 FILLER PIC X(6) VALUE "AWARD ".
           05 AHD-AWARD-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AHD-AWARD-NAME PIC X(20).
           05 FILLER PIC X(8) VALUE " AMOUNT ".
           05 AHD-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE " LIMIT ".
           05 AHD-LIMIT PIC ZZ9.
           05 FILLER PIC X(7) VALUE " PRIOR ".
           05 AHD-PRIOR PIC ZZ9.

       01 COLUMN-HEADER.
           05 FILLER PIC X(14) VALUE "RNK STUDENT   ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "AVRG".
           05 FILLER PIC X(4) VALUE "CR".
           05 FILLER PIC X(12) VALUE "DISPOSITION".
           05 FILLER PIC X(6) VALUE "REASON".

       01 DETAIL-STRUCTURE.
           05 DTL-RANK PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-CUM-AVRG PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM-CREDITS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DISPOSITION PIC X(11).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-REASON PIC X(21).

       01 REJECT-HEADER.
           05 FILLER PIC X(30) VALUE "APPROVALS NOT POSTED".

       01 REJECT-STRUCTURE.
           05 RJT-AWARD-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RJT-STUDENT-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REJECTED  ".
           05 RJT-REASON PIC X(30).

       01 SUMMARY-HEADER.
           05 FILLER PIC X(40)
                   VALUE "AWARD SUMMARY  (LIMIT 0 = NO LIMIT)".

       01 SUMMARY-STRUCTURE.
           05 SUM-AWARD-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SUM-AWARD-NAME PIC X(20).
           05 FILLER PIC X(7) VALUE " LIMIT ".
           05 SUM-LIMIT PIC ZZ9.
           05 FILLER PIC X(7) VALUE " PRIOR ".
           05 SUM-PRIOR PIC ZZ9.
           05 FILLER PIC X(12) VALUE " CANDIDATES ".
           05 SUM-CANDIDATES PIC ZZZ9.
           05 FILLER PIC X(10) VALUE " SELECTED ".
           05 SUM-SELECTED PIC ZZ9.

       01 TOTAL-LINE-STRUCTURE.
           05 TTL-LABEL PIC X(30).
           05 TTL-COUNT PIC ZZZZZZ9.

       01 TOTAL-AMOUNT-STRUCTURE.
           05 FILLER PIC X(30) VALUE "TOTAL AWARD CREDITS POSTED:".
           05 TTL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       100-SELECT-AWARD-RECIPIENTS.
           PERFORM 201-INITIATE-AWARD-JOB.
           PERFORM 202-PROCESS-AWARD-SELECTION.
           PERFORM 203-TERMINATE-AWARD-JOB.
           PERFORM 204-SET-RETURN-CODE.
           STOP RUN.

       201-INITIATE-AWARD-JOB.
           PERFORM 301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT AWARD-MASTER-FILE.
           PERFORM 302-LOAD-AWARD-TABLE UNTIL AWARD-EOF-FLAG = "Y".
           CLOSE AWARD-MASTER-FILE.
           OPEN INPUT TERM-CALENDAR-FILE.
           PERFORM 307-LOAD-TERM-TABLE UNTIL TERM-EOF-FLAG = "Y".
           CLOSE TERM-CALENDAR-FILE.
           MOVE WS-RUN-TERM-CODE TO WS-CHECK-TERM-CODE.
           PERFORM 308-FIND-TERM-START.
           MOVE WS-FOUND-TERM-START TO WS-RUN-TERM-START.
           OPEN INPUT DEMOGRAPHIC-FILE.
           PERFORM 303-LOAD-DEMOGRAPHIC-TABLE
               UNTIL DEMO-EOF-FLAG = "Y".
           CLOSE DEMOGRAPHIC-FILE.
           OPEN INPUT STANDING-FILE.
           PERFORM 304-LOAD-STANDING-TABLE
               UNTIL STANDING-EOF-FLAG = "Y".
           CLOSE STANDING-FILE.
           OPEN INPUT AWARD-HISTORY-FILE.
           PERFORM 305-LOAD-HISTORY-TABLE
               UNTIL HISTORY-EOF-FLAG = "Y".
           CLOSE AWARD-HISTORY-FILE.
           IF STANDING-OVERFLOW-FLAG = "Y"
                   OR HISTORY-OVERFLOW-FLAG = "Y"
               PERFORM 350-REFUSE-AWARD-POSTING
           END-IF.
           OPEN INPUT GPA-HISTORY-FILE.
           PERFORM 310-READ-GPA-HISTORY.
           PERFORM 311-ACCUMULATE-STUDENT-ATTEMPT
               UNTIL EOF-FLAG = "Y".
           CLOSE GPA-HISTORY-FILE.
           OPEN OUTPUT AWARD-REGISTER.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF POST-MODE
               OPEN INPUT APPROVAL-FILE
               PERFORM 306-LOAD-APPROVAL-TABLE
                   UNTIL APPROVAL-EOF-FLAG = "Y"
               CLOSE APPROVAL-FILE
               OPEN EXTEND AWARD-HISTORY-FILE
               OPEN EXTEND BILLING-CREDIT-FILE
               OPEN EXTEND NOTIFICATION-FILE
               PERFORM 338-WRITE-INTERFACE-HEADER
               PERFORM 351-WRITE-CREDIT-HEADER
               MOVE "POST" TO REG-HDR-MODE
           ELSE
               MOVE "SELECT" TO REG-HDR-MODE
           END-IF.
           MOVE WS-RUN-DATE TO REG-HDR-DATE.
           MOVE WS-RUN-TERM-CODE TO REG-HDR-TERM.
           WRITE REGISTER-RECORD FROM REGISTER-HEADER.

       202-PROCESS-AWARD-SELECTION.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-AWARD-CODE
               ON DESCENDING KEY SORT-CUM-AVRG
                                 SORT-TERM-CREDITS
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               INPUT PROCEDURE 317-SELECT-ELIGIBLE-CANDIDATES
               OUTPUT PROCEDURE 323-RANK-AWARD-CANDIDATES.
           IF POST-MODE
               PERFORM 333-REJECT-UNUSED-APPROVAL
                   VARYING APPROVAL-SUB FROM 1 BY 1
                       UNTIL APPROVAL-SUB > NUM-OF-APPROVALS
           END-IF.

       203-TERMINATE-AWARD-JOB.
           PERFORM 336-PRINT-AWARD-SUMMARY.
           PERFORM 337-PRINT-REPORT-TOTALS.
           IF POST-MODE
               PERFORM 339-WRITE-INTERFACE-TRAILER
               PERFORM 352-WRITE-CREDIT-TRAILER
               CLOSE AWARD-HISTORY-FILE BILLING-CREDIT-FILE
                   NOTIFICATION-FILE
           END-IF.
           PERFORM 344-WRITE-AUDIT-LOG.
           DISPLAY "AWARD SELECTION COMPLETE".
           DISPLAY "  AWARDS      : " NUM-OF-AWARDS.
           DISPLAY "  CANDIDATES  : " CANDIDATE-COUNT.
           DISPLAY "  RECOMMENDED : " RECOMMENDED-COUNT.
           DISPLAY "  ALTERNATES  : " ALTERNATE-COUNT.
           DISPLAY "  POSTED      : " POSTED-COUNT.
           DISPLAY "  REJECTED    : " REJECT-COUNT.
           CLOSE AWARD-REGISTER AUDIT-LOG-FILE.

       204-SET-RETURN-CODE.
           IF WS-RECORDS-READ = ZERO OR NUM-OF-AWARDS = ZERO
                   OR STANDING-OVERFLOW-FLAG = "Y"
                   OR HISTORY-OVERFLOW-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > ZERO OR AWARD-SKIP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       301-ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-PARM-SW FROM SYSIN.
           IF RUN-PARAMETERS-SUPPLIED
               ACCEPT WS-AWARD-MASTER-NAME FROM SYSIN
               ACCEPT WS-GPA-HISTORY-FILE-NAME FROM SYSIN
               ACCEPT WS-TERM-FILE-NAME FROM SYSIN
               ACCEPT WS-DEMOGRAPHIC-FILE-NAME FROM SYSIN
               ACCEPT WS-STANDING-FILE-NAME FROM SYSIN
               ACCEPT WS-AWARD-HISTORY-NAME FROM SYSIN
               ACCEPT WS-APPROVAL-FILE-NAME FROM SYSIN
               ACCEPT WS-REGISTER-FILE-NAME FROM SYSIN
               ACCEPT WS-BILLING-CREDIT-NAME FROM SYSIN
               ACCEPT WS-NOTIFICATION-FILE-NAME FROM SYSIN
               ACCEPT WS-AUDIT-LOG-FILE-NAME FROM SYSIN
               ACCEPT WS-SEQUENCE-FILE-NAME FROM SYSIN
           END-IF.
           DISPLAY "ENTER RUN MODE (S=SELECT, P=POST): ".
           ACCEPT WS-RUN-MODE FROM SYSIN.
           IF NOT POST-MODE
               MOVE "S" TO WS-RUN-MODE
           END-IF.
           DISPLAY "ENTER AWARD TERM CODE: ".
           ACCEPT WS-RUN-TERM-CODE FROM SYSIN.

       302-LOAD-AWARD-TABLE.
           READ AWARD-MASTER-FILE
               AT END MOVE "Y" TO AWARD-EOF-FLAG
               NOT AT END
                   IF AWD-CODE-IN-FILE = SPACES
                           OR AWD-MIN-AVRG-IN-FILE NOT NUMERIC
                           OR AWD-MIN-CREDITS-IN-FILE NOT NUMERIC
                           OR AWD-AMOUNT-IN-FILE NOT NUMERIC
                           OR AWD-MAX-RECIPIENTS-IN-FILE NOT NUMERIC
                           OR NUM-OF-AWARDS NOT < 100
                       ADD 1 TO AWARD-SKIP-COUNT
                       DISPLAY "AWARD MASTER RECORD SKIPPED - "
                           AWD-CODE-IN-FILE
                   ELSE
                       ADD 1 TO NUM-OF-AWARDS
                       MOVE AWD-CODE-IN-FILE
                           TO AWD-CODE-WS(NUM-OF-AWARDS)
                       MOVE AWD-NAME-IN-FILE
                           TO AWD-NAME-WS(NUM-OF-AWARDS)
                       MOVE AWD-PROGRAM-LIST-IN-FILE
                           TO AWD-PROGRAM-LIST-WS(NUM-OF-AWARDS)
                       MOVE AWD-MIN-AVRG-IN-FILE
                           TO AWD-MIN-AVRG-WS(NUM-OF-AWARDS)
                       MOVE AWD-MIN-CREDITS-IN-FILE
                           TO AWD-MIN-CREDITS-WS(NUM-OF-AWARDS)
                       MOVE AWD-AMOUNT-IN-FILE
                           TO AWD-AMOUNT-WS(NUM-OF-AWARDS)
                       MOVE AWD-MAX-RECIPIENTS-IN-FILE
                           TO AWD-MAX-RECIPIENTS-WS(NUM-OF-AWARDS)
                       IF AWD-ONE-TIME-IN-FILE = "Y"
                           MOVE "Y" TO AWD-ONE-TIME-WS(NUM-OF-AWARDS)
                       ELSE
                           MOVE "N" TO AWD-ONE-TIME-WS(NUM-OF-AWARDS)
                       END-IF
                       MOVE ZERO TO AWD-PRIOR-WS(NUM-OF-AWARDS)
                       MOVE ZERO TO AWD-AWARDED-WS(NUM-OF-AWARDS)
                       MOVE ZERO TO AWD-CANDIDATES-WS(NUM-OF-AWARDS)
                       MOVE ZERO TO AWD-SELECTED-WS(NUM-OF-AWARDS)
                   END-IF
           END-READ.

       303-LOAD-DEMOGRAPHIC-TABLE.
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
                   END-IF
           END-READ.

       304-LOAD-STANDING-TABLE.
           READ STANDING-FILE
               AT END MOVE "Y" TO STANDING-EOF-FLAG
               NOT AT END
                   IF NUM-OF-STANDINGS < 2000
                       ADD 1 TO NUM-OF-STANDINGS
                       MOVE STANDING-RECORD-IN
                           TO STANDING-ENTRY-TABLE(NUM-OF-STANDINGS)
                   ELSE
                       MOVE "Y" TO STANDING-OVERFLOW-FLAG
                   END-IF
           END-READ.

       305-LOAD-HISTORY-TABLE.
           READ AWARD-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-EOF-FLAG
               NOT AT END
                   IF NUM-OF-HISTORY < 5000
                       ADD 1 TO NUM-OF-HISTORY
                       MOVE AWDH-STUDENT-NUMBER
                           TO HIST-STUDENT-NUMBER-WS(NUM-OF-HISTORY)
                       MOVE AWDH-AWARD-CODE
                           TO HIST-AWARD-CODE-WS(NUM-OF-HISTORY)
                       MOVE AWDH-TERM-CODE
                           TO HIST-TERM-CODE-WS(NUM-OF-HISTORY)
                       IF AWDH-TERM-CODE = WS-RUN-TERM-CODE
                           PERFORM 316-COUNT-PRIOR-TERM-AWARD
                       END-IF
                   ELSE
                       MOVE "Y" TO HISTORY-OVERFLOW-FLAG
                   END-IF
           END-READ.

       306-LOAD-APPROVAL-TABLE.
           READ APPROVAL-FILE
               AT END MOVE "Y" TO APPROVAL-EOF-FLAG
               NOT AT END
                   IF NUM-OF-APPROVALS < 500
                       ADD 1 TO NUM-OF-APPROVALS
                       MOVE APPR-AWARD-CODE-IN-FILE
                           TO APPR-AWARD-CODE-WS(NUM-OF-APPROVALS)
                       MOVE APPR-STUDENT-NUMBER-IN-FILE
                           TO APPR-STUDENT-NUMBER-WS(NUM-OF-APPROVALS)
                       MOVE "N" TO APPR-USED-SW(NUM-OF-APPROVALS)
                   END-IF
           END-READ.

       307-LOAD-TERM-TABLE.
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

       308-FIND-TERM-START.
           MOVE ZERO TO WS-FOUND-TERM-START.
           PERFORM 309-MATCH-TERM-ENTRY
               VARYING TERM-SUB FROM 1 BY 1
                   UNTIL TERM-SUB > NUM-OF-TERMS
                      OR WS-FOUND-TERM-START > ZERO.

       309-MATCH-TERM-ENTRY.
           IF WS-CHECK-TERM-CODE = TERM-CODE-WS(TERM-SUB)
               MOVE TERM-START-WS(TERM-SUB) TO WS-FOUND-TERM-START
           END-IF.

       310-READ-GPA-HISTORY.
           READ GPA-HISTORY-FILE
               AT END MOVE "Y" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       311-ACCUMULATE-STUDENT-ATTEMPT.
           IF GPAH-AVRG NUMERIC
               MOVE GPAH-TERM-CODE TO WS-CHECK-TERM-CODE
               PERFORM 308-FIND-TERM-START
               MOVE WS-FOUND-TERM-START TO WS-RECORD-TERM-START
               IF WS-RECORD-TERM-START = ZERO
                       OR WS-RECORD-TERM-START > WS-RUN-TERM-START
                   CONTINUE
               ELSE
                   IF GPAH-CREDITS NUMERIC AND GPAH-CREDITS > ZERO
                       MOVE GPAH-CREDITS TO WS-WORK-CREDITS
                   ELSE
                       MOVE 01 TO WS-WORK-CREDITS
                   END-IF
                   PERFORM 312-FIND-STUDENT-ENTRY
                   IF MATCHED-STUDENT-SUB > ZERO
                       IF GPAH-TERM-CODE = WS-RUN-TERM-CODE
                           MOVE "Y"
                               TO STU-IN-TERM-SW(MATCHED-STUDENT-SUB)
                           ADD WS-WORK-CREDITS
                               TO STU-TERM-CREDITS-WS
                                   (MATCHED-STUDENT-SUB)
                       END-IF
                       PERFORM 314-REPLACE-COURSE-ATTEMPT
                   END-IF
               END-IF
           END-IF.
           PERFORM 310-READ-GPA-HISTORY.

       312-FIND-STUDENT-ENTRY.
           MOVE ZERO TO MATCHED-STUDENT-SUB.
           PERFORM 313-MATCH-STUDENT-ENTRY
               VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS
                      OR MATCHED-STUDENT-SUB > ZERO.
           IF MATCHED-STUDENT-SUB = ZERO
               IF NUM-OF-STUDENTS < 2000
                   ADD 1 TO NUM-OF-STUDENTS
                   MOVE GPAH-STUDENT-NUMBER
                       TO STU-NUMBER-WS(NUM-OF-STUDENTS)
                   MOVE "N" TO STU-IN-TERM-SW(NUM-OF-STUDENTS)
                   MOVE ZERO TO STU-TERM-CREDITS-WS(NUM-OF-STUDENTS)
                   MOVE NUM-OF-STUDENTS TO MATCHED-STUDENT-SUB
               END-IF
           END-IF.

       313-MATCH-STUDENT-ENTRY.
           IF GPAH-STUDENT-NUMBER = STU-NUMBER-WS(STUDENT-SUB)
               MOVE STUDENT-SUB TO MATCHED-STUDENT-SUB
           END-IF.

       314-REPLACE-COURSE-ATTEMPT.
           MOVE ZERO TO MATCHED-ATTEMPT-SUB.
           PERFORM 315-MATCH-ATTEMPT-ENTRY
               VARYING ATTEMPT-SUB FROM 1 BY 1
                   UNTIL ATTEMPT-SUB > NUM-OF-ATTEMPTS
                      OR MATCHED-ATTEMPT-SUB > ZERO.
           IF MATCHED-ATTEMPT-SUB = ZERO
               IF NUM-OF-ATTEMPTS < 5000
                   ADD 1 TO NUM-OF-ATTEMPTS
                   MOVE GPAH-STUDENT-NUMBER
                       TO ATT-STUDENT-NUMBER-WS(NUM-OF-ATTEMPTS)
                   MOVE GPAH-COURSE-NUMBER
                       TO ATT-COURSE-WS(NUM-OF-ATTEMPTS)
                   MOVE WS-RECORD-TERM-START
                       TO ATT-TERM-START-WS(NUM-OF-ATTEMPTS)
                   MOVE GPAH-AVRG TO ATT-AVRG-WS(NUM-OF-ATTEMPTS)
                   MOVE WS-WORK-CREDITS
                       TO ATT-CREDITS-WS(NUM-OF-ATTEMPTS)
               END-IF
           ELSE
               IF WS-RECORD-TERM-START NOT <
                       ATT-TERM-START-WS(MATCHED-ATTEMPT-SUB)
                   MOVE WS-RECORD-TERM-START
                       TO ATT-TERM-START-WS(MATCHED-ATTEMPT-SUB)
                   MOVE GPAH-AVRG
                       TO ATT-AVRG-WS(MATCHED-ATTEMPT-SUB)
                   MOVE WS-WORK-CREDITS
                       TO ATT-CREDITS-WS(MATCHED-ATTEMPT-SUB)
               END-IF
           END-IF.

       315-MATCH-ATTEMPT-ENTRY.
           IF GPAH-STUDENT-NUMBER =
                   ATT-STUDENT-NUMBER-WS(ATTEMPT-SUB)
                   AND GPAH-COURSE-NUMBER =
                       ATT-COURSE-WS(ATTEMPT-SUB)
               MOVE ATTEMPT-SUB TO MATCHED-ATTEMPT-SUB
           END-IF.

       316-COUNT-PRIOR-TERM-AWARD.
           MOVE AWDH-AWARD-CODE TO WS-LOOKUP-AWARD-CODE.
           PERFORM 334-FIND-AWARD-ENTRY.
           IF MATCHED-AWARD-SUB > ZERO
               ADD 1 TO AWD-PRIOR-WS(MATCHED-AWARD-SUB)
               ADD 1 TO AWD-AWARDED-WS(MATCHED-AWARD-SUB)
           END-IF.

       317-SELECT-ELIGIBLE-CANDIDATES.
           PERFORM 318-SCREEN-STUDENT
               VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > NUM-OF-STUDENTS.

       318-SCREEN-STUDENT.
           IF STU-IN-TERM-SW(STUDENT-SUB) = "Y"
               ADD 1 TO SCREENED-COUNT
               MOVE ZERO TO WS-CUM-WEIGHTED-TOTAL
               MOVE ZERO TO WS-CUM-CREDIT-TOTAL
               PERFORM 319-TOTAL-STUDENT-ATTEMPTS
                   VARYING ATTEMPT-SUB FROM 1 BY 1
                       UNTIL ATTEMPT-SUB > NUM-OF-ATTEMPTS
               IF WS-CUM-CREDIT-TOTAL = ZERO
                   MOVE ZERO TO WS-CUM-AVRG
               ELSE
                   COMPUTE WS-CUM-AVRG =
                       WS-CUM-WEIGHTED-TOTAL / WS-CUM-CREDIT-TOTAL
               END-IF
               MOVE STU-NUMBER-WS(STUDENT-SUB) TO WS-LOOKUP-STUDENT-X
               PERFORM 345-FIND-DEMOGRAPHIC-ENTRY
               IF MATCHED-DEMO-SUB = ZERO
                   ADD 1 TO NOT-ON-DEMO-COUNT
               ELSE
                   PERFORM 347-FIND-STANDING-ENTRY
                   IF WS-STUDENT-STANDING-CODE = "P"
                           OR WS-STUDENT-HOLD-FLAG = "Y"
                           OR WS-STUDENT-HOLD-FLAG = "F"
                       ADD 1 TO STANDING-BAR-COUNT
                   ELSE
                       PERFORM 320-CHECK-AWARD-ELIGIBILITY
                           VARYING AWARD-SUB FROM 1 BY 1
                               UNTIL AWARD-SUB > NUM-OF-AWARDS
                   END-IF
               END-IF
           END-IF.

       319-TOTAL-STUDENT-ATTEMPTS.
           IF ATT-STUDENT-NUMBER-WS(ATTEMPT-SUB) =
                   STU-NUMBER-WS(STUDENT-SUB)
               COMPUTE WS-CUM-WEIGHTED-TOTAL =
                   WS-CUM-WEIGHTED-TOTAL
                   + ATT-AVRG-WS(ATTEMPT-SUB)
                   * ATT-CREDITS-WS(ATTEMPT-SUB)
               ADD ATT-CREDITS-WS(ATTEMPT-SUB)
                   TO WS-CUM-CREDIT-TOTAL
           END-IF.

       320-CHECK-AWARD-ELIGIBILITY.
           MOVE "Y" TO CANDIDATE-ELIGIBLE-SW.
           IF AWD-PROGRAM-LIST-WS(AWARD-SUB) NOT = SPACES
               MOVE "N" TO PROGRAM-MATCH-FLAG
               PERFORM 321-MATCH-AWARD-PROGRAM
                   VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB > 5
                          OR PROGRAM-MATCH-FLAG = "Y"
               IF PROGRAM-MATCH-FLAG = "N"
                   MOVE "N" TO CANDIDATE-ELIGIBLE-SW
               END-IF
           END-IF.
           IF WS-CUM-AVRG < AWD-MIN-AVRG-WS(AWARD-SUB)
               MOVE "N" TO CANDIDATE-ELIGIBLE-SW
           END-IF.
           IF STU-TERM-CREDITS-WS(STUDENT-SUB) <
                   AWD-MIN-CREDITS-WS(AWARD-SUB)
               MOVE "N" TO CANDIDATE-ELIGIBLE-SW
           END-IF.
           IF CANDIDATE-ELIGIBLE
               MOVE "N" TO PRIOR-AWARD-FLAG
               PERFORM 322-MATCH-PRIOR-AWARD
                   VARYING HISTORY-SUB FROM 1 BY 1
                       UNTIL HISTORY-SUB > NUM-OF-HISTORY
                          OR PRIOR-AWARD-FLAG = "Y"
               IF PRIOR-AWARD-FLAG = "Y"
                   MOVE "N" TO CANDIDATE-ELIGIBLE-SW
               END-IF
           END-IF.
           IF CANDIDATE-ELIGIBLE
               MOVE AWD-CODE-WS(AWARD-SUB) TO SORT-AWARD-CODE
               MOVE WS-CUM-AVRG TO SORT-CUM-AVRG
               MOVE STU-TERM-CREDITS-WS(STUDENT-SUB)
                   TO SORT-TERM-CREDITS
               MOVE WS-LOOKUP-STUDENT-N TO SORT-STUDENT-NUMBER
               MOVE DEMO-STUDENT-NAME-WS(MATCHED-DEMO-SUB)
                   TO SORT-STUDENT-NAME
               MOVE AWARD-SUB TO SORT-AWARD-SUB
               RELEASE SORT-RECORD
               ADD 1 TO AWD-CANDIDATES-WS(AWARD-SUB)
               ADD 1 TO CANDIDATE-COUNT
           END-IF.

       321-MATCH-AWARD-PROGRAM.
           IF AWD-PROGRAM-WS(AWARD-SUB, PROGRAM-SUB) NOT = SPACES
                   AND AWD-PROGRAM-WS(AWARD-SUB, PROGRAM-SUB) =
                       DEMO-PROGRAM-WS(MATCHED-DEMO-SUB)
               MOVE "Y" TO PROGRAM-MATCH-FLAG
           END-IF.

       322-MATCH-PRIOR-AWARD.
           IF HIST-STUDENT-NUMBER-WS(HISTORY-SUB) = WS-LOOKUP-STUDENT-N
                   AND HIST-AWARD-CODE-WS(HISTORY-SUB) =
                       AWD-CODE-WS(AWARD-SUB)
               IF ONE-TIME-AWARD(AWARD-SUB)
                       OR HIST-TERM-CODE-WS(HISTORY-SUB) =
                           WS-RUN-TERM-CODE
                   MOVE "Y" TO PRIOR-AWARD-FLAG
               END-IF
           END-IF.

       323-RANK-AWARD-CANDIDATES.
           PERFORM 324-RETURN-RANKED-CANDIDATE
               UNTIL SORT-EOF-FLAG = "Y".

       324-RETURN-RANKED-CANDIDATE.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END PERFORM 326-PRINT-CANDIDATE
           END-RETURN.

       325-START-NEW-AWARD.
           MOVE SORT-AWARD-CODE TO WS-PREV-AWARD-CODE.
           MOVE ZERO TO WS-AWARD-RANK.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE AWD-CODE-WS(AWARD-SUB) TO AHD-AWARD-CODE.
           MOVE AWD-NAME-WS(AWARD-SUB) TO AHD-AWARD-NAME.
           MOVE AWD-AMOUNT-WS(AWARD-SUB) TO AHD-AMOUNT.
           MOVE AWD-MAX-RECIPIENTS-WS(AWARD-SUB) TO AHD-LIMIT.
           MOVE AWD-PRIOR-WS(AWARD-SUB) TO AHD-PRIOR.
           WRITE REGISTER-RECORD FROM AWARD-HEADER-STRUCTURE.
           WRITE REGISTER-RECORD FROM COLUMN-HEADER.

       326-PRINT-CANDIDATE.
           MOVE SORT-AWARD-SUB TO AWARD-SUB.
           IF SORT-AWARD-CODE NOT = WS-PREV-AWARD-CODE
               PERFORM 325-START-NEW-AWARD
           END-IF.
           ADD 1 TO WS-AWARD-RANK.
           MOVE WS-AWARD-RANK TO DTL-RANK.
           MOVE SORT-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE SORT-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE SORT-CUM-AVRG TO DTL-CUM-AVRG.
           MOVE SORT-TERM-CREDITS TO DTL-TERM-CREDITS.
           MOVE SPACES TO DTL-REASON.
           IF POST-MODE
               PERFORM 327-FIND-APPROVAL-ENTRY
               IF MATCHED-APPROVAL-SUB = ZERO
                   MOVE "NOT APPROVD" TO DTL-DISPOSITION
                   ADD 1 TO NOT-APPROVED-COUNT
               ELSE
                   MOVE "Y" TO APPR-USED-SW(MATCHED-APPROVAL-SUB)
                   IF AWD-MAX-RECIPIENTS-WS(AWARD-SUB) = ZERO
                           OR AWD-AWARDED-WS(AWARD-SUB) <
                              AWD-MAX-RECIPIENTS-WS(AWARD-SUB)
                       PERFORM 329-POST-AWARD
                       MOVE "POSTED" TO DTL-DISPOSITION
                   ELSE
                       MOVE "REJECTED" TO DTL-DISPOSITION
                       MOVE "RECIPIENT LIMIT MET" TO DTL-REASON
                       ADD 1 TO REJECT-COUNT
                   END-IF
               END-IF
           ELSE
               IF AWD-MAX-RECIPIENTS-WS(AWARD-SUB) = ZERO
                       OR AWD-AWARDED-WS(AWARD-SUB) + WS-AWARD-RANK
                          NOT > AWD-MAX-RECIPIENTS-WS(AWARD-SUB)
                   MOVE "RECOMMENDED" TO DTL-DISPOSITION
                   ADD 1 TO RECOMMENDED-COUNT
                   ADD 1 TO AWD-SELECTED-WS(AWARD-SUB)
               ELSE
                   MOVE "ALTERNATE" TO DTL-DISPOSITION
                   ADD 1 TO ALTERNATE-COUNT
               END-IF
           END-IF.
           WRITE REGISTER-RECORD FROM DETAIL-STRUCTURE.

       327-FIND-APPROVAL-ENTRY.
           MOVE ZERO TO MATCHED-APPROVAL-SUB.
           PERFORM 328-MATCH-APPROVAL-ENTRY
               VARYING APPROVAL-SUB FROM 1 BY 1
                   UNTIL APPROVAL-SUB > NUM-OF-APPROVALS
                      OR MATCHED-APPROVAL-SUB > ZERO.

       328-MATCH-APPROVAL-ENTRY.
           IF APPR-AWARD-CODE-WS(APPROVAL-SUB) = SORT-AWARD-CODE
                   AND APPR-STUDENT-NUMBER-WS(APPROVAL-SUB) =
                       SORT-STUDENT-NUMBER
                   AND APPR-USED-SW(APPROVAL-SUB) NOT = "Y"
               MOVE APPROVAL-SUB TO MATCHED-APPROVAL-SUB
           END-IF.

       329-POST-AWARD.
           PERFORM 330-WRITE-BILLING-CREDIT.
           PERFORM 331-WRITE-AWARD-NOTICE.
           PERFORM 332-WRITE-AWARD-HISTORY.
           ADD 1 TO AWD-AWARDED-WS(AWARD-SUB).
           ADD 1 TO AWD-SELECTED-WS(AWARD-SUB).
           ADD 1 TO POSTED-COUNT.
           ADD AWD-AMOUNT-WS(AWARD-SUB) TO WS-TOTAL-AWARDED.

       330-WRITE-BILLING-CREDIT.
           MOVE SORT-STUDENT-NUMBER TO CRED-STUDENT-NUMBER.
           MOVE SORT-AWARD-CODE TO CRED-COURSE-NUMBER.
           MOVE "AWD" TO CRED-SECTION-NUMBER.
           MOVE WS-RUN-TERM-CODE TO CRED-TERM-CODE.
           MOVE AWD-AMOUNT-WS(AWARD-SUB) TO CRED-FEE.
           MOVE "CR" TO CRED-TYPE.
           WRITE BILLING-CREDIT-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD CRED-STUDENT-NUMBER TO WS-CREDIT-STUDENT-HASH.
           ADD CRED-FEE TO WS-CREDIT-AMOUNT-HASH.

       331-WRITE-AWARD-NOTICE.
           MOVE SORT-STUDENT-NUMBER TO NTF-STUDENT-NUMBER-N.
           MOVE SORT-STUDENT-NAME TO NTF-STUDENT-NAME.
           MOVE "AWRD" TO NTF-MESSAGE-CODE.
           MOVE WS-RUN-TERM-CODE TO NTF-TERM-CODE.
           MOVE SORT-CUM-AVRG TO NTF-TRIGGER-VALUE.
           MOVE SPACES TO NTF-DETAIL-TEXT.
           MOVE AWD-NAME-WS(AWARD-SUB) TO NTF-AWARD-NAME.
           MOVE AWD-AMOUNT-WS(AWARD-SUB) TO NTF-AWARD-AMOUNT.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-INTERFACE-COUNT.
           ADD NTF-STUDENT-NUMBER-N TO WS-INTERFACE-STUDENT-HASH.
           ADD NTF-TRIGGER-VALUE TO WS-INTERFACE-AMOUNT-HASH.

       332-WRITE-AWARD-HISTORY.
           MOVE SORT-STUDENT-NUMBER TO AWDH-STUDENT-NUMBER.
           MOVE SORT-AWARD-CODE TO AWDH-AWARD-CODE.
           MOVE WS-RUN-TERM-CODE TO AWDH-TERM-CODE.
           MOVE AWD-AMOUNT-WS(AWARD-SUB) TO AWDH-AMOUNT.
           MOVE WS-RUN-DATE TO AWDH-AWARD-DATE.
           WRITE AWARD-HISTORY-RECORD.
           IF NUM-OF-HISTORY < 5000
               ADD 1 TO NUM-OF-HISTORY
               MOVE SORT-STUDENT-NUMBER
                   TO HIST-STUDENT-NUMBER-WS(NUM-OF-HISTORY)
               MOVE SORT-AWARD-CODE
                   TO HIST-AWARD-CODE-WS(NUM-OF-HISTORY)
               MOVE WS-RUN-TERM-CODE
                   TO HIST-TERM-CODE-WS(NUM-OF-HISTORY)
           END-IF.

       333-REJECT-UNUSED-APPROVAL.
           IF APPR-USED-SW(APPROVAL-SUB) NOT = "Y"
               IF REJECT-HEADER-SW NOT = "Y"
                   MOVE "Y" TO REJECT-HEADER-SW
                   MOVE SPACES TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
                   WRITE REGISTER-RECORD FROM REJECT-HEADER
               END-IF
               MOVE APPR-AWARD-CODE-WS(APPROVAL-SUB) TO RJT-AWARD-CODE
               MOVE APPR-STUDENT-NUMBER-WS(APPROVAL-SUB)
                   TO RJT-STUDENT-NUMBER
               MOVE APPR-AWARD-CODE-WS(APPROVAL-SUB)
                   TO WS-LOOKUP-AWARD-CODE
               PERFORM 334-FIND-AWARD-ENTRY
               IF MATCHED-AWARD-SUB = ZERO
                   MOVE "AWARD NOT ON MASTER" TO RJT-REASON
               ELSE
                   MOVE MATCHED-AWARD-SUB TO AWARD-SUB
                   MOVE APPR-STUDENT-NUMBER-WS(APPROVAL-SUB)
                       TO WS-LOOKUP-STUDENT-N
                   MOVE "N" TO PRIOR-AWARD-FLAG
                   PERFORM 322-MATCH-PRIOR-AWARD
                       VARYING HISTORY-SUB FROM 1 BY 1
                           UNTIL HISTORY-SUB > NUM-OF-HISTORY
                              OR PRIOR-AWARD-FLAG = "Y"
                   IF PRIOR-AWARD-FLAG = "Y"
                       MOVE "AWARD ALREADY RECEIVED" TO RJT-REASON
                   ELSE
                       MOVE "NOT AN ELIGIBLE CANDIDATE" TO RJT-REASON
                   END-IF
               END-IF
               WRITE REGISTER-RECORD FROM REJECT-STRUCTURE
               ADD 1 TO REJECT-COUNT
           END-IF.

       334-FIND-AWARD-ENTRY.
           MOVE ZERO TO MATCHED-AWARD-SUB.
           PERFORM 335-MATCH-AWARD-ENTRY
               VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > NUM-OF-AWARDS
                      OR MATCHED-AWARD-SUB > ZERO.

       335-MATCH-AWARD-ENTRY.
           IF WS-LOOKUP-AWARD-CODE = AWD-CODE-WS(AWARD-SUB)
               MOVE AWARD-SUB TO MATCHED-AWARD-SUB
           END-IF.

       336-PRINT-AWARD-SUMMARY.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           WRITE REGISTER-RECORD FROM SUMMARY-HEADER.
           PERFORM 343-PRINT-AWARD-SUMMARY-LINE
               VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > NUM-OF-AWARDS.

       337-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE "GPA HISTORY RECORDS READ:" TO TTL-LABEL.
           MOVE WS-RECORDS-READ TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "AWARD RECORDS SKIPPED:" TO TTL-LABEL.
           MOVE AWARD-SKIP-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "STUDENTS SCREENED:" TO TTL-LABEL.
           MOVE SCREENED-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  NOT ON DEMOGRAPHIC MASTER:" TO TTL-LABEL.
           MOVE NOT-ON-DEMO-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "  PROBATION OR HOLD:" TO TTL-LABEL.
           MOVE STANDING-BAR-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           MOVE "CANDIDATES LISTED:" TO TTL-LABEL.
           MOVE CANDIDATE-COUNT TO TTL-COUNT.
           WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE.
           IF POST-MODE
               MOVE "AWARDS POSTED:" TO TTL-LABEL
               MOVE POSTED-COUNT TO TTL-COUNT
               WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE
               MOVE "CANDIDATES NOT APPROVED:" TO TTL-LABEL
               MOVE NOT-APPROVED-COUNT TO TTL-COUNT
               WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE
               MOVE "APPROVALS REJECTED:" TO TTL-LABEL
               MOVE REJECT-COUNT TO TTL-COUNT
               WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE
               MOVE WS-TOTAL-AWARDED TO TTL-AMOUNT
               WRITE REGISTER-RECORD FROM TOTAL-AMOUNT-STRUCTURE
           ELSE
               MOVE "RECOMMENDED:" TO TTL-LABEL
               MOVE RECOMMENDED-COUNT TO TTL-COUNT
               WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE
               MOVE "ALTERNATES:" TO TTL-LABEL
               MOVE ALTERNATE-COUNT TO TTL-COUNT
               WRITE REGISTER-RECORD FROM TOTAL-LINE-STRUCTURE
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
           PERFORM 346-SAVE-SEQUENCE-ENTRY
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

       343-PRINT-AWARD-SUMMARY-LINE.
           MOVE AWD-CODE-WS(AWARD-SUB) TO SUM-AWARD-CODE.
           MOVE AWD-NAME-WS(AWARD-SUB) TO SUM-AWARD-NAME.
           MOVE AWD-MAX-RECIPIENTS-WS(AWARD-SUB) TO SUM-LIMIT.
           MOVE AWD-PRIOR-WS(AWARD-SUB) TO SUM-PRIOR.
           MOVE AWD-CANDIDATES-WS(AWARD-SUB) TO SUM-CANDIDATES.
           MOVE AWD-SELECTED-WS(AWARD-SUB) TO SUM-SELECTED.
           WRITE REGISTER-RECORD FROM SUMMARY-STRUCTURE.

       344-WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           MOVE WS-GPA-HISTORY-FILE-NAME TO AUDIT-INPUT-FILE.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           IF POST-MODE
               MOVE POSTED-COUNT TO AUDIT-RECORDS-WRITTEN
           ELSE
               MOVE CANDIDATE-COUNT TO AUDIT-RECORDS-WRITTEN
           END-IF.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-RECORD-STRUCTURE.

       345-FIND-DEMOGRAPHIC-ENTRY.
           MOVE ZERO TO MATCHED-DEMO-SUB.
           PERFORM 348-MATCH-DEMOGRAPHIC-ENTRY
               VARYING DEMO-SUB FROM 1 BY 1
                   UNTIL DEMO-SUB > NUM-OF-DEMO-STUDENTS
                      OR MATCHED-DEMO-SUB > ZERO.

       346-SAVE-SEQUENCE-ENTRY.
           MOVE SEQUENCE-ENTRY-TABLE(SEQUENCE-SUB)
               TO SEQUENCE-CONTROL-RECORD.
           WRITE SEQUENCE-CONTROL-RECORD.

       347-FIND-STANDING-ENTRY.
           MOVE SPACE TO WS-STUDENT-STANDING-CODE.
           MOVE SPACE TO WS-STUDENT-HOLD-FLAG.
           MOVE ZERO TO MATCHED-STANDING-SUB.
           PERFORM 349-MATCH-STANDING-ENTRY
               VARYING STANDING-SUB FROM 1 BY 1
                   UNTIL STANDING-SUB > NUM-OF-STANDINGS
                      OR MATCHED-STANDING-SUB > ZERO.
           IF MATCHED-STANDING-SUB > ZERO
               MOVE STND-STANDING-CODE-WS(MATCHED-STANDING-SUB)
                   TO WS-STUDENT-STANDING-CODE
               MOVE STND-HOLD-FLAG-WS(MATCHED-STANDING-SUB)
                   TO WS-STUDENT-HOLD-FLAG
           END-IF.

       348-MATCH-DEMOGRAPHIC-ENTRY.
           IF WS-LOOKUP-STUDENT-N = DEMO-STUDENT-NUMBER-WS(DEMO-SUB)
               MOVE DEMO-SUB TO MATCHED-DEMO-SUB
           END-IF.

       349-MATCH-STANDING-ENTRY.
           IF WS-LOOKUP-STUDENT-N =
                   STND-STUDENT-NUMBER-WS(STANDING-SUB)
               MOVE STANDING-SUB TO MATCHED-STANDING-SUB
           END-IF.

       350-REFUSE-AWARD-POSTING.
           IF STANDING-OVERFLOW-FLAG = "Y"
               DISPLAY "STANDING TABLE OVERFLOW - ELIGIBILITY "
                   "INCOMPLETE"
           END-IF.
           IF HISTORY-OVERFLOW-FLAG = "Y"
               DISPLAY "AWARD HISTORY TABLE OVERFLOW - PRIOR AWARDS "
                   "INCOMPLETE"
           END-IF.
           IF POST-MODE
               DISPLAY "POST RUN REFUSED - SELECTION LISTING ONLY"
               MOVE "S" TO WS-RUN-MODE
           END-IF.

       351-WRITE-CREDIT-HEADER.
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

       352-WRITE-CREDIT-TRAILER.
           MOVE WS-CREDIT-COUNT TO IFT-RECORD-COUNT.
           MOVE WS-CREDIT-STUDENT-HASH TO IFT-STUDENT-HASH.
           MOVE WS-CREDIT-AMOUNT-HASH TO IFT-AMOUNT-HASH.
           WRITE CREDIT-CONTROL-RECORD
               FROM INTERFACE-TRAILER-STRUCTURE.
